       01 nb-chauf-lus     pic 9(5).
       01 date-jour        pic 9(8).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-audit-integrite'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.

       procedure division.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       open input FAffectations
       open input FChaufNouv
       open input FBus
           delimited by size into contenu-rapport
       write LigneRapport

       compute stat-nb-lus = nb-affect-lues + nb-bus-lus
           + nb-chauf-lus
       move nb-anomalies to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '
