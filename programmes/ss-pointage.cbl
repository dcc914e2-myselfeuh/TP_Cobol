               '6: Registre des objets trouves'.
           02 line 9 col 2 value
               '7: Briefing d''exploitation du matin'.
           02 line 10 col 2 value
               '8: Recettes a bord et versements des chauffeurs'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
               when 5 perform MAIN-COURANTE
               when 6 perform OBJETS-TROUVES
               when 7 perform BRIEFING-MATIN
               when 8 perform RECETTES-BORD
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           call 'ss-objets-trouves'
       .

       RECETTES-BORD.
      * Le module des recettes lit les affectations et les
      * chauffeurs pour controler la saisie.
           close fAffectation

           call 'ss-recette-bord'

           open input fAffectation
       .

       BRIEFING-MATIN.
      * Le briefing est un traitement a part entiere : on ferme
      * nos fichiers le temps de l'appel.
