           88 choix-ok value 1 false 0.
       01 statut-edition pic xx value 'KO'.
       01 nom-ssprog pic x(40).
      * Travaux de calendrier appeles depuis le menu : periode a
      * zero, le programme demande ce qu'il doit traiter.
       01 lot-periode pic 9(8) value 0.
       01 lot-retour pic 9.

      *----- Connexion operateur et role de la session -----
      * Role 'S' = superviseur (acces complet), 'D' = dispatcheur
           02 line 12 col 1 value '7-Sauvegarde / restauration'.
           02 line 13 col 1 value '8-Cloture de soiree (chaine '
               &'automatique)'.
           02 line 14 col 1 value '0-Personnel d''accompagnement '
               &'(accompagnateurs, guides)'.
           02 line 15 col 1 value '9-Quitter'.
       01 a-plg-menu-chauff.
           02 line 4 col 1 value 'Menu chauffeurs : '.
           02 line 6 col 1 value '1-Consulter la fiche d''un chauffeur'.
                   when 6 perform ADMINISTRATION
                   when 7 perform SAUVEGARDE
                   when 8 perform CLOTURE-SOIREE
                   when 0 perform PERSONNEL-ACCOMPAGNEMENT
                   when 9 perform QUITTER
                   when other perform ERR-CHOIX
               end-evaluate

       CLOTURE-PERIODE.
           move 'ss-cloture-periode' to nom-ssprog
           call nom-ssprog using lot-periode lot-retour
           display a-plg-titre
       .

           display a-plg-titre
       .

       PERSONNEL-ACCOMPAGNEMENT.
           move 'ss-personnel' to nom-ssprog
           call nom-ssprog
           display a-plg-titre
       .

       SAUVEGARDE.
           perform CONTROLE-SUPERVISEUR
           if acces-refuse = 1 then

       STATISTIQUES.
           move 'ss-statistiques' to nom-ssprog
           call nom-ssprog using lot-periode lot-retour
           display a-plg-titre
       .

