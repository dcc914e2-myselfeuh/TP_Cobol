               '4: Generer les affectations depuis les modeles'.
           02 line 7 col 2 value
               '5: Circuits (lignes, arrets, feuilles de route)'.
           02 line 8 col 2 value
               '6: Export GTFS des lignes (donnees ouvertes)'.
           02 line 9 col 2 value
               '7: Services generes en vacances scolaires'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

               when 3 perform LISTE-MODELES
               when 4 perform GENERE-AFFECTATIONS
               when 5 perform GESTION-CIRCUITS
               when 6 perform EXPORT-GTFS
               when 7 perform SERVICES-VACANCES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           call nom-ssprog
       .

       EXPORT-GTFS.
           close FModele

           move 'ss-gtfs-export' to nom-ssprog
           call nom-ssprog

           open i-o FModele
       .

       SERVICES-VACANCES.
           close FModele
           close FBus

           move 'ss-scolaire-rapport' to nom-ssprog
           call nom-ssprog

           open i-o FModele
           open input FBus
       .

       end program ss-modele-modif.
