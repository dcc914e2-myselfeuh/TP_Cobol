       01 jours-n1         pic 9(6).
       01 pass-n1          pic 9(7).
       01 ligne-ecran      pic x(70).
      *----- Durees et volumes des traitements par lot -----
       01 date-lots        pic 9(8).
       01 nb-lots-signales pic 9(4).

       linkage section.
       01 sq-lot-periode           pic 9(8).
       01 sq-lot-retour            pic 9.

       screen section.
       01 a-plg-titre-global.
           02 line 4 col 2 value
               '2: Rapport de tendance (12 mois vs annee '
               &'precedente)'.
           02 line 5 col 2 value
               '3: Durees et volumes des traitements par lot'.
           02 line 6 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 8 col 2 value 'Entrez votre choix : '.

       01 a-plg-rapport-genere.
           02 line 20 col 1 value 'Rapport : ../ext/Tendance.txt'.
       01 s-plg-date-lots.
           02 line 3 col 2 value 'Nuit du (AAAAMMJJ) : '.
           02 s-date-lots pic 9(8) to date-lots required.
       01 a-plg-lots-genere.
           02 line 19 col 1 value 'Passages signales : '.
           02 a-nb-lots-signales pic zzz9 from nb-lots-signales.
           02 line 20 col 1 value
               'Rapport : ../ext/TendanceBatch.txt'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-mois-invalide.
           02 line 20 col 1 value 'Mois invalide.'.
       01 a-plg-message-choix-invalide.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division using sq-lot-periode sq-lot-retour.

      * sq-lot-periode a zero : menu habituel. Sinon (AAAAMM),
      * calcul du mois sans saisie pour les travaux de calendrier
      * de la chaine du soir ; sq-lot-retour vaut 1 si le calcul a
      * abouti.

       move 0 to sq-lot-retour
       open i-o FStats
       if FStatsStatus = '35' then
           open output FStats
           open i-o FStats
       end-if

       if sq-lot-periode not = 0 then
           divide sq-lot-periode by 100 giving annee-calcul
               remainder mois-calcul
           perform CALCUL-MOIS
           close FStats
           goback
       end-if

       display a-plg-titre-global

       move 0 to quitter
           evaluate choix-action
               when 1 perform CALCUL-MOIS
               when 2 perform RAPPORT-TENDANCE
               when 3 perform RAPPORT-LOTS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       .

       CALCUL-MOIS.
           if sq-lot-periode = 0 then
               display a-plg-efface-ecran
               display a-plg-titre-global
               display s-plg-mois-calcul
               accept s-plg-mois-calcul
           end-if

           if mois-calcul < 1 or mois-calcul > 12 then
               if sq-lot-periode = 0 then
                   display a-plg-mois-invalide
                   stop ' '
               end-if
               exit paragraph
           end-if

           open input FAffectations
           open input FBus
           if fa-status not = '00' or fb-status not = '00' then
               close FAffectations
               close FBus
               if sq-lot-periode = 0 then
                   display a-error-open
                   stop ' '
               end-if
               exit paragraph
           end-if


           close FAffectations
           close FBus
           move 1 to sq-lot-retour

           if sq-lot-periode = 0 then
               display a-plg-calcul-ok
               stop ' '
           end-if
       .

       PURGE-MOIS-EXISTANT.
           stop ' '
       .

       RAPPORT-LOTS.
      * Passages d'une nuit compares a la moyenne des precedents :
      * le meme rapport que celui de fin de chaine du soir.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-date-lots
           accept s-plg-date-lots
           if function test-date-yyyymmdd(date-lots) not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           call 'ss-stats-tendance' using date-lots nb-lots-signales
           display a-plg-lots-genere
           display a-plg-message-continuer
           stop ' '
       .

       RECULE-MOIS.
      * am-courant = annee-mois-rapport recule de idx-mois mois.
           compute am-annee =
