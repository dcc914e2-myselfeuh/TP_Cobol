               '4: Astreintes de week-end et de nuit'.
           02 line 7 col 2 value
               '5: Soldes de conges (rapport annuel)'.
           02 line 8 col 2 value
               '6: Echanges de services et souhaits de repos'.
           02 line 9 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 11 col 2 value 'Entrez votre choix : '.
               when 3 perform LISTE-ABSENCES-CHAUFFEUR
               when 4 perform ASTREINTES
               when 5 perform RAPPORT-SOLDES-CONGES
               when 6 perform ECHANGES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           open input FChaufNouv
       .

       ECHANGES.
      * Les demandes d'echange et les souhaits de repos sont traites
      * par leur propre sous-programme, qui ecrit les absences REPOS
      * accordees : nos fichiers sont fermes le temps de l'appel.
           close FAbsence
           close FChaufNouv

           move 'ss-echange' to nom-ssprog
           call nom-ssprog

           open i-o FAbsence
           open input FChaufNouv
       .

       AJOUTE.
           perform REINITIALISER
           display a-plg-titre-ajoute
