       program-id. ss-scolaire-jour.

       input-output section.
           file-control.
           select FRegime assign to "../ext/RegimeCirculation.dat"
               organization is indexed
               access mode is dynamic
                   record key is rc-cle
               status frc-status.

           select FSiteZone assign to "../ext/SiteZone.dat"
               organization is indexed
               access mode is dynamic
                   record key is sz-code-site
               status fsz-status.

           select FVacances assign to "../ext/VacancesScolaires.dat"
               organization is indexed
               access mode is dynamic
                   record key is vs-cle
               status fvs-status.

       data division.
       file section.
       fd FRegime.
           01 enr-regime.
               02 rc-cle.
                   03 rc-type          pic x(1).
                   03 rc-code          pic x(6).
                   03 rc-code-modele redefines rc-code.
                       04 rc-num-modele    pic 9(4).
                       04 filler           pic x(2).
               02 rc-regime        pic x(1).

       fd FSiteZone.
           01 enr-site-zone.
               02 sz-code-site     pic x(4).
               02 sz-zone          pic x(1).

       fd FVacances.
           01 enr-vacances.
               02 vs-cle.
                   03 vs-zone          pic x(1).
                   03 vs-date-debut    pic 9(8).
               02 vs-date-fin      pic 9(8).
               02 vs-libelle       pic x(30).

       working-storage section.
       01 frc-status               pic x(2).
       01 fsz-status               pic x(2).
       01 fvs-status               pic x(2).
       01 fin-scan                 pic 9.
       01 zone-site                pic x(1).

       linkage section.
       01 sj-num-modele            pic 9(4).
       01 sj-code-circuit          pic x(6).
       01 sj-code-site             pic x(4).
       01 sj-date                  pic 9(8).
       01 sj-regime                pic x(1).
       01 sj-vacances              pic 9.
       01 sj-circule               pic 9.

       procedure division using sj-num-modele sj-code-circuit
           sj-code-site sj-date sj-regime sj-vacances sj-circule.

      * Dit si un service regulier circule a une date selon le
      * calendrier scolaire.
      * sj-regime (retour) : regime de circulation du modele
      * (sj-num-modele, 0 si aucun), sinon celui de son circuit
      * (sj-code-circuit), sinon T.
      *   T : tous les jours du modele
      *   S : periode scolaire seulement
      *   V : vacances scolaires seulement
      * sj-vacances (retour) : 1 si la date tombe dans une periode
      * de vacances de la zone scolaire du site (sj-code-site),
      * 0 sinon, 2 si le site n'a pas de zone (calendrier
      * inapplicable).
      * sj-circule (retour) : 1 si le service circule ce jour-la ;
      * sans zone connue il circule, comme avant le calendrier.

       perform LIT-REGIME
       perform LIT-PERIODE

       move 1 to sj-circule
       if sj-vacances = 1 and sj-regime = 'S' then
           move 0 to sj-circule
       end-if
       if sj-vacances = 0 and sj-regime = 'V' then
           move 0 to sj-circule
       end-if

       goback
       .

       LIT-REGIME.
           move 'T' to sj-regime
           open input FRegime
           if frc-status not = '00' then
               exit paragraph
           end-if

           move 0 to fin-scan
           if sj-num-modele not = 0 then
               move 'M' to rc-type
               move spaces to rc-code
               move sj-num-modele to rc-num-modele
               read FRegime
                   invalid key
                       continue
                   not invalid key
                       move rc-regime to sj-regime
                       move 1 to fin-scan
               end-read
           end-if

           if fin-scan = 0 and sj-code-circuit not = spaces then
               move 'C' to rc-type
               move sj-code-circuit to rc-code
               read FRegime
                   invalid key
                       continue
                   not invalid key
                       move rc-regime to sj-regime
               end-read
           end-if

           close FRegime
       .

       LIT-PERIODE.
           move 2 to sj-vacances
           move spaces to zone-site
           open input FSiteZone
           if fsz-status = '00' then
               move sj-code-site to sz-code-site
               read FSiteZone
                   invalid key
                       continue
                   not invalid key
                       move sz-zone to zone-site
               end-read
               close FSiteZone
           end-if
           if zone-site = spaces then
               exit paragraph
           end-if

           move 0 to sj-vacances
           open input FVacances
           if fvs-status not = '00' then
               exit paragraph
           end-if

      *    periodes de la zone dans l'ordre des dates de debut :
      *    on s'arrete a la premiere qui commence apres la date
           move 0 to fin-scan
           move zone-site to vs-zone
           move 0 to vs-date-debut
           start FVacances key >= vs-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FVacances next
                   at end
                       move 1 to fin-scan
                   not at end
                       if vs-zone not = zone-site
                       or vs-date-debut > sj-date then
                           move 1 to fin-scan
                       else
                           if vs-date-fin >= sj-date then
                               move 1 to sj-vacances
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
           close FVacances
       .

       end program ss-scolaire-jour.
