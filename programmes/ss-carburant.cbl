               '4: Import du releve de cartes carburant (CSV)'.
           02 line 7 col 2 value
               '5: Rapport d''anomalies (conso et compteur)'.
           02 line 8 col 2 value
               '6: Cuves des depots (livraisons, jauges, stocks)'.
           02 line 9 col 2 value
               '7: Recharges des bus electriques (kWh/100 km)'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

               when 3 perform RAPPORT-CONSOMMATION
               when 4 perform IMPORT-CARTES
               when 5 perform RAPPORT-ANOMALIES
               when 6 perform GESTION-CUVES
               when 7 perform RECHARGES-ELECTRIQUES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           open input FBus
       .

       GESTION-CUVES.
      * Les cuves des depots relisent le carnet pour le rapprochement
      * des stocks : on ferme nos fichiers le temps de l'appel.
           close FCarburant
           close FBus

           call 'ss-cuve'

           open i-o FCarburant
           open input FBus
       .

       RECHARGES-ELECTRIQUES.
      * Le carnet de recharge des bus electriques est tenu a part du
      * carnet de carburant.
           close FCarburant
           close FBus

           call 'ss-recharge'

           open i-o FCarburant
           open input FBus
       .

       SAISIE-PLEIN.
           display a-plg-efface-ecran
           display a-plg-titre-saisie
