       01 saut-kms                 pic s9(7).
       01 saut-max                 pic 9(8).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-telematique'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
      * d'erreurs au lieu d'etre chargees. La saisie manuelle reste
      * en place pour les vehicules anciens.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       display a-plg-titre-global
       display a-plg-explication

       close FOdometre
       close FBus

       move nb-lues to stat-nb-lus
       move nb-chargees to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '
