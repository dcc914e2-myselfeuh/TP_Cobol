       01 nb-ordres-crees          pic 9(4).
       01 bus-vise                 pic 9(6).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-entretien-auto'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
      * ordre preventif en attente - sauf s'il en a deja un ouvert.
      * Se lance seul ou dans la chaine du soir.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time
       open input FBus
       open i-o FEntretien
       if FEntretienStatus = '35' then
               at end
                   move 1 to fin-scan
               not at end
                   add 1 to stat-nb-lus
                   if fb-statut not = 'C' then
                       perform EXAMINE-UN-BUS
                   end-if

       close FBus
       close FEntretien
       move nb-ordres-crees to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-titre-global
       display a-plg-resultat
