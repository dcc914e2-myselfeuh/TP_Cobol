       program-id. ss-chaine-veille.

       input-output section.
           file-control.
           select FVerrou assign to "../ext/VerrouBatch.dat"
               organization is indexed
               access mode is dynamic
                   record key is vb-id
               status fvb-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

       data division.
       file section.
       fd FVerrou.
           01 enr-verrou.
               02 vb-id            pic 9(1).
               02 vb-pose          pic 9(1).
               02 vb-date          pic 9(8).
               02 vb-heure         pic 9(8).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       working-storage section.
       01 fvb-status               pic x(2).
       01 fpa-status               pic x(2).

       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).
       01 heure-jour-r redefines heure-jour.
           02 hj-heures            pic 9(2).
           02 hj-minutes           pic 9(2).
           02 filler               pic 9(4).
       01 heure-verrou-r.
           02 hv-heures            pic 9(2).
           02 hv-minutes           pic 9(2).
           02 filler               pic 9(4).
       01 minutes-maintenant       pic 9(9).
       01 minutes-verrou           pic 9(9).
       01 minutes-ecoulees         pic 9(9).
       01 duree-max-min            pic 9(4) value 120.

      *----- Appel du superviseur d'astreinte -----
       01 alerte-mode              pic x(1).
       01 alerte-origine           pic x(1).
       01 alerte-reference         pic x(16).
       01 alerte-motif             pic x(60).

       01 stat-etape               pic x(20) value 'ss-chaine-veille'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       procedure division.

      * Veille de la chaine du soir, lancee a intervalle regulier
      * par l'ordonnanceur pendant la nuit (ou a la demande depuis
      * l'astreinte des superviseurs). Sans ecran.
      * 1. Verrou batch encore pose au-dela de CHAINE-DUREE-MAX
      *    minutes : la chaine est bloquee ou tombee sans lever le
      *    verrou, le superviseur d'astreinte est appele.
      * 2. Escalade des alertes ouvertes non acquittees dans le
      *    delai vers le rang suivant.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       accept date-jour from date yyyymmdd
       accept heure-jour from time

       open input FParametres
       if fpa-status = '00' then
           move 'CHAINE-DUREE-MAX' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to duree-max-min
                   end-if
           end-read
           close FParametres
       end-if

       perform CONTROLE-VERROU

       move 'S' to alerte-mode
       move spaces to alerte-origine alerte-reference alerte-motif
       call 'ss-alerte-chaine' using alerte-mode alerte-origine
           alerte-reference alerte-motif

       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       goback
       .

       CONTROLE-VERROU.
           open input FVerrou
           if fvb-status not = '00' then
               exit paragraph
           end-if
           move 1 to vb-id
           read FVerrou
               invalid key
                   move 0 to vb-pose
               not invalid key
                   add 1 to stat-nb-lus
           end-read
           close FVerrou
           if vb-pose not = 1 then
               exit paragraph
           end-if

           move vb-heure to heure-verrou-r
           compute minutes-verrou =
               function integer-of-date(vb-date) * 1440
               + hv-heures * 60 + hv-minutes
           compute minutes-maintenant =
               function integer-of-date(date-jour) * 1440
               + hj-heures * 60 + hj-minutes
           if minutes-maintenant < minutes-verrou then
               exit paragraph
           end-if
           compute minutes-ecoulees =
               minutes-maintenant - minutes-verrou
           if minutes-ecoulees < duree-max-min then
               exit paragraph
           end-if

      * Le verrou (date et heure de pose) identifie le passage de la
      * chaine : une seule alerte tant qu'elle n'est pas acquittee.
           move 'E' to alerte-mode
           move 'V' to alerte-origine
           move spaces to alerte-reference alerte-motif
           string vb-date vb-heure
               delimited by size into alerte-reference
           string 'verrou batch pose depuis ' minutes-ecoulees
               ' min (pose le ' vb-date ' a ' vb-heure(1:4) ')'
               delimited by size into alerte-motif
           call 'ss-alerte-chaine' using alerte-mode alerte-origine
               alerte-reference alerte-motif
           add 1 to stat-nb-ecrits
       .

       end program ss-chaine-veille.
