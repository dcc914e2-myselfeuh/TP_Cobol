                   record key is ac-num-affect
               status FAffCircuitStatus.

           select FCircuit assign to "../ext/Circuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-code
               status FCircuitStatus.

           select FCompteurs assign to "../ext/Compteurs.dat"
               organization is indexed
               access mode is dynamic
               02 mo-validite-fin  pic 9(8).
               02 mo-code-circuit  pic x(6).

       fd FCircuit.
           01 enr-circuit.
               02 ci-code          pic x(6).
               02 ci-libelle       pic x(30).
               02 ci-site          pic x(4).

       fd FAffCircuit.
           01 enr-aff-circuit.
               02 ac-num-affect    pic 9(6).
       01 FChaufNouvStatus         pic x(2).
       01 FBusStatus               pic x(2).
       01 FAffCircuitStatus        pic x(2).
       01 FCircuitStatus           pic x(2).
       01 circuit-fichier-absent   pic 9.
       01 frap-status              pic x(2).

       01 horizon-deb              pic 9(8).
       01 next-numAffect           pic 9(6).
       01 nb-creees                pic 9(4).
       01 nb-rejetees              pic 9(4).
       01 nb-hors-regime           pic 9(4).
       01 nb-hors-regime-modele    pic 9(4).
       01 date-jour                pic 9(8).

      *----- Calendrier scolaire (ss-scolaire-jour) -----
       01 site-modele              pic x(4).
       01 sj-regime                pic x(1).
       01 sj-vacances              pic 9.
       01 sj-circule               pic 9.

      *----- Index par date (AffectDate.dat) -----
       01 idx-operation            pic x value 'A'.
       01 idx-date-zero            pic 9(8) value 0.
           02 a-nb-creees line 6 col 26 pic zzz9 from nb-creees.
           02 line 7 col 2 value 'Occurrences rejetees : '.
           02 a-nb-rejetees line 7 col 26 pic zzz9 from nb-rejetees.
           02 line 8 col 2 value 'Hors calendrier scolaire : '.
           02 a-nb-hors-regime line 8 col 30 pic zzz9
               from nb-hors-regime.
           02 line 9 col 2 value
               'Rapport : ../ext/GenerationModeles.txt'.

           close FAffCircuit
           open i-o FAffCircuit
       end-if
       move 0 to circuit-fichier-absent
       open input FCircuit
       if FCircuitStatus not = '00' then
           move 1 to circuit-fichier-absent
       end-if

       if FModeleStatus not = '00' or fstatus not = '00'
       or FChaufNouvStatus not = '00' or FBusStatus not = '00' then
           close FChaufNouv
           close FBus
           close FAffCircuit
           if circuit-fichier-absent = 0 then
               close FCircuit
           end-if
           goback
       end-if


       move 0 to nb-creees
       move 0 to nb-rejetees
       move 0 to nb-hors-regime

       move function integer-of-date(20260803) to entier-ref


       move spaces to contenu-rapport
       string 'Creees : ' nb-creees ' / Rejetees : ' nb-rejetees
           ' / Hors calendrier scolaire : ' nb-hors-regime
           delimited by size into contenu-rapport
       write LigneRapport

       close FChaufNouv
       close FBus
       close FAffCircuit
       if circuit-fichier-absent = 0 then
           close FCircuit
       end-if
       close FRapport
       goback
       .
       GENERE-UN-MODELE.
      * Materialise le modele sur chaque occurrence de son jour de
      * semaine comprise a la fois dans l'horizon demande et dans la
      * periode de validite du modele, sauf les jours exclus par son
      * regime de circulation (periode scolaire ou vacances
      * seulement, selon la zone scolaire de son site).
           move horizon-deb to chk-deb
           if mo-validite-deb > chk-deb then
               move mo-validite-deb to chk-deb
               function mod(mo-jour-semaine - jour-semaine-deb + 7, 7)
           compute entier-occurrence = entier-deb + decalage-jours

           perform SITE-DU-MODELE
           move 0 to nb-hors-regime-modele
           move 'T' to sj-regime
           move 0 to sj-vacances

           perform until entier-occurrence > entier-fin
               move function date-of-integer(entier-occurrence)
                   to date-occurrence
               compute entier-occurrence = entier-occurrence + 1
               move function date-of-integer(entier-occurrence)
                   to date-occurrence-fin
               call 'ss-scolaire-jour' using mo-num-modele
                   mo-code-circuit site-modele date-occurrence
                   sj-regime sj-vacances sj-circule
               if sj-circule = 0 then
                   add 1 to nb-hors-regime-modele
               else
                   perform GENERE-UNE-OCCURRENCE
               end-if
               compute entier-occurrence = entier-occurrence + 6
           end-perform

           if nb-hors-regime-modele > 0 then
               add nb-hors-regime-modele to nb-hors-regime
               move spaces to contenu-rapport
               string 'MODELE ' mo-num-modele ' : '
                   nb-hors-regime-modele
                   ' occurrence(s) hors regime ' sj-regime
                   ' non generee(s)'
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
           if sj-vacances = 2 and sj-regime not = 'T' then
               move spaces to contenu-rapport
               string 'MODELE ' mo-num-modele ' : site ' site-modele
                   ' sans zone scolaire, regime ' sj-regime
                   ' non applique'
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
       .

       SITE-DU-MODELE.
      * La zone scolaire est celle du site du circuit, a defaut
      * celle du site du bus.
           move spaces to site-modele
           if mo-code-circuit not = spaces
           and circuit-fichier-absent = 0 then
               move mo-code-circuit to ci-code
               read FCircuit
                   invalid key
                       continue
                   not invalid key
                       move ci-site to site-modele
               end-read
           end-if
           if site-modele = spaces then
               move mo-num-bus to fb-numero
               read FBus
                   invalid key
                       continue
                   not invalid key
                       move fb-code-site to site-modele
               end-read
           end-if
       .

       GENERE-UNE-OCCURRENCE.
