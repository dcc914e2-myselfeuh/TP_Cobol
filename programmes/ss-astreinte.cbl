               '3: Roster de la semaine par site (imprimable)'.
           02 line 6 col 2 value
               '4: Prime d''astreinte vers l''export paye'.
           02 line 7 col 2 value
               '5: Astreinte des superviseurs (alertes de chaine)'.
           02 line 8 col 2 value
               '6: Repartition week-ends, nuits et feries (equite)'.
           02 line 9 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 11 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

               when 2 perform SUPPRIME-ASTREINTE
               when 3 perform ROSTER-SEMAINE
               when 4 perform PRIME-VERS-PAYE
               when 5 perform ASTREINTE-SUPERVISEURS
               when 6 perform EQUITE-REPARTITION
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           open i-o FAstreinte
       .

       ASTREINTE-SUPERVISEURS.
           call 'ss-astreinte-sup'
       .

       EQUITE-REPARTITION.
      * Le rapport relit le roster pour chaque chauffeur : on le
      * ferme le temps de l'appel, comme pour les primes.
           close FAstreinte

           call 'ss-equite-rapport'

           open i-o FAstreinte
       .

       ROSTER-SEMAINE.
      * Le roster imprime remplace le cahier papier : les astreintes
      * du site recouvrant la semaine de la date saisie, avec le
