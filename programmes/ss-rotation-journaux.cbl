       01 el-date          pic 9(8).
       01 el-heure         pic 9(8).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20)
           value 'ss-rotation-journaux'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
       display s-plg-retention
       accept s-plg-retention

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time
       accept aujourdhui from date yyyymmdd
       compute entier-seuil =
           function integer-of-date(aujourdhui) - retention-jours

       perform ECRIT-RESUME-NOTIFY

       compute stat-nb-lus = nb-archivees-journal + nb-gardees-journal
           + nb-archivees-errlog + nb-gardees-errlog
           + nb-archivees-notify + nb-gardees-notify
       compute stat-nb-ecrits = nb-archivees-journal
           + nb-archivees-errlog + nb-archivees-notify
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '
