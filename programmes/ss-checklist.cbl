               '2: Rapport des checklists manquantes (un jour)'.
           02 line 5 col 2 value
               '3: Gerer les points de controle'.
           02 line 6 col 2 value
               '4: Nettoyage et desinfection des vehicules'.
           02 line 7 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 9 col 2 value 'Entrez votre choix : '.
               when 1 perform SAISIT-CHECKLIST
               when 2 perform RAPPORT-MANQUANTES
               when 3 perform GERE-ITEM
               when 4 perform NETTOYAGE-VEHICULES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           end-perform
       .

       NETTOYAGE-VEHICULES.
      * Le carnet du poste de lavage lit les affectations : le
      * fichier est rendu le temps de l'appel.
           close fAffectation
           call 'ss-nettoyage'
           open input fAffectation
       .

       end program ss-checklist.
