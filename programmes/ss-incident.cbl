               '5: Incidents vehicule ouverts sans ordre lie'.
           02 line 8 col 2 value
               '6: Sinistres (dossiers assurance)'.
           02 line 9 col 2 value
               '7: Amendes et designation du conducteur'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
               when 4 perform RAPPORT-INCIDENTS
               when 5 perform RAPPORT-SANS-ORDRE
               when 6 perform SINISTRES
               when 7 perform AMENDES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           open i-o FIncident
       .

       AMENDES.
      * Le registre des amendes relit les affectations pour
      * retrouver le conducteur : on les ferme le temps de l'appel.
           close fAffectation

           call 'ss-amende'

           open input fAffectation
       .

       LIT-PARAMETRE-GRAVITE.
      * Gravite a partir de laquelle un incident vehicule ouvre
      * automatiquement un ordre d'entretien (parametre
