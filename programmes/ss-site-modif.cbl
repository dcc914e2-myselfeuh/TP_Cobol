           02 line 4 col 2 value '2: Modifier un site'.
           02 line 5 col 2 value '3: Supprimer un site'.
           02 line 6 col 2 value '4: Lister les sites'.
           02 line 7 col 2 value
               '5: Destinations et distances depuis les depots'.
           02 line 8 col 2 value
               '6: Entites juridiques de facturation'.
           02 line 9 col 2 value '7: Budget annuel et ecarts'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

               when 2 perform MODIFIE
               when 3 perform SUPPRIME
               when 4 perform LISTE-SITES
               when 5 perform DESTINATIONS
               when 6 perform ENTITES
               when 7 perform BUDGET-SITES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           stop ' '
       .

       DESTINATIONS.
      * Le referentiel des destinations controle les codes depot
      * dans Site.dat : on le libere le temps de l'appel.
           close FSite
           call 'ss-destination-modif'
           open i-o FSite
       .

       ENTITES.
      * Le rattachement des sites aux entites controle les codes
      * dans Site.dat : meme liberation le temps de l'appel.
           close FSite
           call 'ss-entite-modif'
           open i-o FSite
       .

       BUDGET-SITES.
      * Le budget lit les sites pour controler la saisie et nommer
      * les sites du rapport.
           close FSite
           call 'ss-budget-site'
           open i-o FSite
       .

       end program ss-site-modif.
