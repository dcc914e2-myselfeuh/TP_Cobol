       01 nb-bus-tronques          pic 9(4).
       01 date-jour                pic 9(8).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-export-legacy'.
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

       open input FChaufNouv
       open input fAffectation
       if FChaufNouvStatus not = '00' or fstatus not = '00' then
               at end
                   move 1 to fin-scan
               not at end
                   add 1 to stat-nb-lus
                   if statutN not = 'I' then
                       perform EXPORTE-CHAUFFEUR
                   end-if
       close FChaufNouv
       close fAffectation

       move nb-exportes to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '
