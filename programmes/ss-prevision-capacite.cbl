                   record key is xd-cle
               status fxd-status.

           select FModele assign to "../ext/Modele.dat"
               organization is indexed
               access mode is dynamic
                   record key is mo-num-modele
                   alternate record key is mo-num-chauff
                       with duplicates
               status fmo-status.

           select FCircuit assign to "../ext/Circuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-code
               status fci-status.

           select FRapport assign to "../ext/PrevisionCapacite.txt"
               organization is sequential
               status frap-status.
                   03 xd-date       pic 9(8).
                   03 xd-num-affect pic 9(6).

       fd FModele.
           01 enr-modele.
               02 mo-num-modele    pic 9(4).
               02 mo-num-chauff    pic 9(6).
               02 mo-num-bus       pic 9(6).
               02 mo-jour-semaine  pic 9.
               02 mo-nb-passagers  pic 9(3).
               02 mo-validite-deb  pic 9(8).
               02 mo-validite-fin  pic 9(8).
               02 mo-code-circuit  pic x(6).

       fd FCircuit.
           01 enr-circuit.
               02 ci-code          pic x(6).
               02 ci-libelle       pic x(30).
               02 ci-site          pic x(4).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).
       01 fab-status       pic x(2).
       01 frap-status      pic x(2).
       01 fxd-status       pic x(2).
       01 fmo-status       pic x(2).
       01 fci-status       pic x(2).
       01 circuit-fichier-absent pic 9.
       01 entretien-absent pic 9.
       01 absence-fichier-absent pic 9.
       01 index-date-absent pic 9.
               03 bu-num           pic 9(6).
               03 bu-site          pic x(4).
               03 bu-immobilise    pic 9.
               03 bu-servi         pic 9.

       01 nb-chauf-charges pic 9(3).
       01 idx-ch           pic 9(3).
               03 chf-num          pic 9(6).
               03 chf-site         pic x(4).

      *----- Modeles hebdomadaires pas encore generes -----
      * Un modele compte dans la demande d'un jour ou son bus n'a
      * pas deja une affectation, si son regime de circulation le
      * fait rouler ce jour-la (calendrier scolaire).
       01 nb-modeles       pic 9(3).
       01 idx-mo           pic 9(3).
       01 table-modeles.
           02 mod-entree occurs 300 times.
               03 mod-num          pic 9(4).
               03 mod-jour         pic 9.
               03 mod-deb          pic 9(8).
               03 mod-fin          pic 9(8).
               03 mod-circuit      pic x(6).
               03 mod-site         pic x(4).
               03 mod-idx-bu       pic 9(3).
       01 entier-ref       pic s9(9) comp.
       01 jour-semaine     pic 9.
       01 nb-demande-modeles pic 9(5).
       01 sj-regime        pic x(1).
       01 sj-vacances      pic 9.
       01 sj-circule       pic 9.

      *----- Boucle des 30 jours -----
       01 aujourdhui       pic 9(8).
       01 entier-jour      pic s9(9) comp.
       perform CHARGE-CHAUFFEURS

       accept aujourdhui from date yyyymmdd
       move function integer-of-date(20260803) to entier-ref
       move 0 to nb-demande-modeles
       perform CHARGE-MODELES

       move spaces to contenu-rapport
       string '----- Prevision de capacite du ' aujourdhui
           ' sur 30 jours -----'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       move 'Demande : affectations et modeles pas encore generes '
           &'(calendrier scolaire)' to contenu-rapport
       write LigneRapport
       move 'Date       Site  Demande  Chauffeurs  Bus'
           to contenu-rapport
       write LigneRapport
       string 'Total jours-site en surcharge : ' nb-alertes
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Dont demande issue des modeles : ' nb-demande-modeles
           ' service(s)'
           delimited by size into contenu-rapport
       write LigneRapport

       close FRapport
       close FAffectations
           end-perform
       .

       CHARGE-MODELES.
      * Modeles encore valides sur l'horizon, avec le site qui
      * porte leur zone scolaire : celui du circuit, a defaut celui
      * du bus.
           move 0 to nb-modeles
           open input FModele
           if fmo-status not = '00' then
               exit paragraph
           end-if
           move 0 to circuit-fichier-absent
           open input FCircuit
           if fci-status not = '00' then
               move 1 to circuit-fichier-absent
           end-if

           move 0 to mo-num-modele
           move 0 to fin-scan
           start FModele key > mo-num-modele
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FModele next
                   at end
                       move 1 to fin-scan
                   not at end
                       if mo-validite-fin >= aujourdhui
                       and nb-modeles < 300 then
                           perform NOTE-MODELE
                       end-if
               end-read
           end-perform

           close FModele
           if circuit-fichier-absent = 0 then
               close FCircuit
           end-if
       .

       NOTE-MODELE.
           perform varying idx-bu from 1 by 1
               until idx-bu > nb-bus-charges
               or bu-num(idx-bu) = mo-num-bus
               continue
           end-perform
           if idx-bu > nb-bus-charges then
               exit paragraph
           end-if

           add 1 to nb-modeles
           move mo-num-modele to mod-num(nb-modeles)
           move mo-jour-semaine to mod-jour(nb-modeles)
           move mo-validite-deb to mod-deb(nb-modeles)
           move mo-validite-fin to mod-fin(nb-modeles)
           move mo-code-circuit to mod-circuit(nb-modeles)
           move idx-bu to mod-idx-bu(nb-modeles)
           move bu-site(idx-bu) to mod-site(nb-modeles)
           if mo-code-circuit not = spaces
           and circuit-fichier-absent = 0 then
               move mo-code-circuit to ci-code
               read FCircuit
                   invalid key
                       continue
                   not invalid key
                       if ci-site not = spaces then
                           move ci-site to mod-site(nb-modeles)
                       end-if
               end-read
           end-if
       .

       NOTE-SITE.
           if fb-code-site = spaces then
               exit paragraph
               move 0 to sit-demande(idx-si)
               move 0 to sit-nb-chauf(idx-si)
           end-perform
           perform varying idx-bu from 1 by 1
               until idx-bu > nb-bus-charges
               move 0 to bu-servi(idx-bu)
           end-perform

      *    demande : via l'index par date quand il existe (seuls les
      *    enregistrements du jour sont lus), sinon parcours complet
           else
               perform DEMANDE-PARCOURS-COMPLET
           end-if
           perform DEMANDE-MODELES

      *    chauffeurs presents
           perform varying idx-ch from 1 by 1
           if idx-bu > nb-bus-charges then
               exit paragraph
           end-if
           move 1 to bu-servi(idx-bu)
           perform varying idx-si from 1 by 1 until idx-si > nb-sites
               if sit-code(idx-si) = bu-site(idx-bu) then
                   add 1 to sit-demande(idx-si)
           end-perform
       .

       DEMANDE-MODELES.
           compute jour-semaine = function mod(
               function integer-of-date(jour-courant) - entier-ref, 7)
               + 1
           perform varying idx-mo from 1 by 1
               until idx-mo > nb-modeles
               move mod-idx-bu(idx-mo) to idx-bu
               if mod-jour(idx-mo) = jour-semaine
               and mod-deb(idx-mo) <= jour-courant
               and mod-fin(idx-mo) >= jour-courant
               and bu-servi(idx-bu) = 0 then
                   call 'ss-scolaire-jour' using mod-num(idx-mo)
                       mod-circuit(idx-mo) mod-site(idx-mo)
                       jour-courant sj-regime sj-vacances sj-circule
                   if sj-circule = 1 then
                       move 1 to bu-servi(idx-bu)
                       add 1 to nb-demande-modeles
                       perform varying idx-si from 1 by 1
                           until idx-si > nb-sites
                           if sit-code(idx-si) = bu-site(idx-bu) then
                               add 1 to sit-demande(idx-si)
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform
       .

       CONTROLE-ABSENT-JOUR.
           move 0 to chauffeur-absent
           if absence-fichier-absent = 1 then
