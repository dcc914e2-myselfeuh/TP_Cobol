       program-id. ss-prix-affect.

       input-output section.
           file-control.
           select FPrixAffect assign to "../ext/PrixAffect.dat"
               organization is indexed
               access mode is dynamic
                   record key is px-num-affect
               status fpx-status.

           select FFeries assign to "../ext/Feries.dat"
               organization is indexed
               access mode is dynamic
                   record key is fe-date
               status ffe-status.

       data division.
       file section.
       fd FPrixAffect.
           01 enr-prix-affect.
               02 px-num-affect    pic 9(6).
               02 px-taux-jour     pic 9(4)v99.
               02 px-pct-dimanche  pic 9(3).
               02 px-pct-ferie     pic 9(3).
               02 px-pct-nuit      pic 9(3).
               02 px-date-gel      pic 9(8).
               02 px-origine       pic x(1).
               02 px-oper          pic x(8).

       fd FFeries.
           01 enr-ferie.
               02 fe-date          pic 9(8).
               02 fe-libelle       pic x(30).

       working-storage section.
       01 fpx-status               pic x(2).
       01 ffe-status               pic x(2).
       01 prix-fige                pic 9.
       01 feries-fichier-absent    pic 9.
       01 taux-grille              pic 9(4)v99.

      * memes bornes de nuit que ss-tarif-calcul
       01 nuit-debut               pic 9(4) value 2200.
       01 nuit-fin                 pic 9(4) value 0600.
       01 service-de-nuit          pic 9.

       01 entier-jour              pic s9(9) comp.
       01 entier-fin               pic s9(9) comp.
       01 jour-semaine             pic 9(1).
       01 pct-jour                 pic 9(3).
       01 taux-jour-calcule        pic 9(6)v99.

       linkage section.
       01 pa-num-affect            pic 9(6).
       01 pa-num-compagnie         pic 9(4).
       01 pa-categorie             pic x(02).
       01 pa-nb-places             pic 9(3).
       01 pa-date-debut            pic 9(8).
       01 pa-date-fin              pic 9(8).
       01 pa-heure-debut           pic 9(4).
       01 pa-heure-fin             pic 9(4).
       01 pa-taux-contrat          pic 9(4)v99.
       01 pa-montant               pic 9(8)v99.
       01 pa-nb-jours              pic 9(4).

       procedure division using pa-num-affect pa-num-compagnie
           pa-categorie pa-nb-places pa-date-debut pa-date-fin
           pa-heure-debut pa-heure-fin pa-taux-contrat
           pa-montant pa-nb-jours.

      * Valorisation d'une affectation sur une tranche de dates
      * (date de fin exclue) : au prix fige a sa confirmation s'il
      * existe - taux et majorations d'alors, le calendrier des
      * feries restant celui du jour -, sinon au tarif courant
      * (grille de la compagnie puis majorations de TarifGrille).

       move 0 to prix-fige
       open input FPrixAffect
       if fpx-status = '00' then
           move pa-num-affect to px-num-affect
           read FPrixAffect
               invalid key
                   continue
               not invalid key
                   move 1 to prix-fige
           end-read
           close FPrixAffect
       end-if

       if prix-fige = 0 then
           call 'ss-tarif-compagnie' using pa-num-compagnie
               pa-categorie pa-nb-places pa-date-debut
               pa-taux-contrat taux-grille
           call 'ss-tarif-calcul' using pa-date-debut pa-date-fin
               pa-heure-debut pa-heure-fin taux-grille
               pa-montant pa-nb-jours
           goback
       end-if

       move 0 to feries-fichier-absent
       open input FFeries
       if ffe-status not = '00' then
           move 1 to feries-fichier-absent
       end-if

       move 0 to service-de-nuit
       if pa-heure-debut >= nuit-debut
       or pa-heure-debut < nuit-fin then
           move 1 to service-de-nuit
       end-if

       move 0 to pa-montant
       move 0 to pa-nb-jours

       compute entier-jour =
           function integer-of-date(pa-date-debut)
       compute entier-fin =
           function integer-of-date(pa-date-fin)

       perform until entier-jour >= entier-fin
           perform CALCULE-UN-JOUR
           compute entier-jour = entier-jour + 1
       end-perform

       if feries-fichier-absent = 0 then
           close FFeries
       end-if

       goback
       .

       CALCULE-UN-JOUR.
           move 0 to pct-jour

      *    jour 1 du calendrier entier = lundi : reste 0 = dimanche
           compute jour-semaine =
               function rem(entier-jour, 7)
           if jour-semaine = 0 then
               move px-pct-dimanche to pct-jour
           end-if

           if feries-fichier-absent = 0 then
               move function date-of-integer(entier-jour) to fe-date
               read FFeries
                   invalid key
                       continue
                   not invalid key
                       if px-pct-ferie > pct-jour then
                           move px-pct-ferie to pct-jour
                       end-if
               end-read
           end-if

           if service-de-nuit = 1 then
               add px-pct-nuit to pct-jour
           end-if

           compute taux-jour-calcule rounded =
               px-taux-jour * (100 + pct-jour) / 100
           add taux-jour-calcule to pa-montant
           add 1 to pa-nb-jours
       .

       end program ss-prix-affect.
