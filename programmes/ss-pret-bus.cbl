           02 line 5 col 2 value '3: Historique des prets d''un bus'.
           02 line 6 col 2 value
               '4: Retours en retard (alerte)'.
           02 line 7 col 2 value
               '5: Vehicules loues a l''exterieur (contrats)'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
               when 2 perform CLOT-PRET
               when 3 perform HISTORIQUE-BUS
               when 4 perform RETOURS-EN-RETARD
               when 5 perform LOCATIONS-EXTERNES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           stop ' '
       .

       LOCATIONS-EXTERNES.
      * Le contrat de location fait sortir le bus de la flotte a la
      * restitution : on ferme le fichier des bus le temps de
      * l'appel.
           close FBus

           call 'ss-bus-location'

           open input FBus
       .

       end program ss-pret-bus.
