       program-id. ss-scolaire-modif.

       input-output section.
           file-control.
           select FVacances assign to "../ext/VacancesScolaires.dat"
               organization is indexed
               access mode is dynamic
                   record key is vs-cle
               status fvs-status.

           select FSiteZone assign to "../ext/SiteZone.dat"
               organization is indexed
               access mode is dynamic
                   record key is sz-code-site
               status fsz-status.

           select FRegime assign to "../ext/RegimeCirculation.dat"
               organization is indexed
               access mode is dynamic
                   record key is rc-cle
               status frc-status.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status FSiteStatus.

           select FCircuit assign to "../ext/Circuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-code
               status FCircuitStatus.

           select FModele assign to "../ext/Modele.dat"
               organization is indexed
               access mode is dynamic
                   record key is mo-num-modele
                   alternate record key is mo-num-chauff
                       with duplicates
               status FModeleStatus.

       data division.
       file section.
       fd FVacances.
           01 enr-vacances.
               02 vs-cle.
                   03 vs-zone          pic x(1).
                   03 vs-date-debut    pic 9(8).
               02 vs-date-fin      pic 9(8).
               02 vs-libelle       pic x(30).

       fd FSiteZone.
           01 enr-site-zone.
               02 sz-code-site     pic x(4).
               02 sz-zone          pic x(1).

       fd FRegime.
           01 enr-regime.
               02 rc-cle.
                   03 rc-type          pic x(1).
                   03 rc-code          pic x(6).
                   03 rc-code-modele redefines rc-code.
                       04 rc-num-modele    pic 9(4).
                       04 filler           pic x(2).
               02 rc-regime        pic x(1).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       fd FCircuit.
           01 enr-circuit.
               02 ci-code          pic x(6).
               02 ci-libelle       pic x(30).
               02 ci-site          pic x(4).

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

       working-storage section.
       01 fvs-status               pic x(2).
       01 fsz-status               pic x(2).
       01 frc-status               pic x(2).
       01 FSiteStatus              pic x(2).
       01 FCircuitStatus           pic x(2).
       01 FModeleStatus            pic x(2).
       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 saisie-valide            pic 9.
       01 resultat-date-valide     pic 9.

       01 nv-zone                  pic x(1).
       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-libelle               pic x(30).
       01 nv-code-site             pic x(4).
       01 nv-code-circuit          pic x(6).
       01 nv-num-modele            pic 9(4).
       01 nv-regime                pic x(1).
       01 libelle-regime           pic x(24).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Calendrier scolaire et regimes de circulation -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Ajouter une periode de vacances scolaires'.
           02 line 4 col 2 value '2: Supprimer une periode'.
           02 line 5 col 2 value
               '3: Lister les periodes d''une zone'.
           02 line 6 col 2 value '4: Zone scolaire d''un site'.
           02 line 7 col 2 value
               '5: Regime de circulation d''un circuit'.
           02 line 8 col 2 value
               '6: Regime de circulation d''un modele'.
           02 line 9 col 2 value
               '7: Lister les zones des sites et les regimes'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-periode.
           02 line 3 col 2 value 'Zone scolaire (A, B, C) : '.
           02 s-nv-zone pic x(1) to nv-zone required.
           02 line 4 col 2 value 'Premier jour (AAAAMMJJ): '.
           02 s-nv-date-debut pic 9999/99/99 to nv-date-debut
               required.
           02 line 5 col 2 value 'Dernier jour (AAAAMMJJ): '.
           02 s-nv-date-fin pic 9999/99/99 to nv-date-fin required.
           02 line 6 col 2 value 'Libelle : '.
           02 s-nv-libelle pic x(30) to nv-libelle required.
       01 s-plg-form-cle-periode.
           02 line 3 col 2 value 'Zone scolaire (A, B, C) : '.
           02 s-nv-zone-c pic x(1) to nv-zone required.
           02 line 4 col 2 value 'Premier jour (AAAAMMJJ): '.
           02 s-nv-date-debut-c pic 9999/99/99 to nv-date-debut
               required.
       01 s-plg-form-zone.
           02 line 3 col 2 value 'Zone scolaire (A, B, C) : '.
           02 s-nv-zone-z pic x(1) to nv-zone required.

       01 s-plg-form-site.
           02 line 3 col 2 value 'Code du site : '.
           02 s-nv-code-site pic x(4) to nv-code-site required.
       01 s-plg-form-zone-site.
           02 line 5 col 2 value
               'Zone scolaire (A, B, C, blanc = aucune) : '.
           02 s-nv-zone-s pic x(1) using nv-zone.

       01 s-plg-form-circuit.
           02 line 3 col 2 value 'Code du circuit : '.
           02 s-nv-code-circuit pic x(6) to nv-code-circuit
               required.
       01 s-plg-form-modele.
           02 line 3 col 2 value 'Numero du modele : '.
           02 s-nv-num-modele pic 9(4) to nv-num-modele required.
       01 s-plg-form-regime.
           02 line 5 col 2 value 'Regime actuel : '.
           02 a-libelle-regime pic x(24) from libelle-regime.
           02 line 7 col 2 value
               'T: tous les jours  S: periode scolaire seulement'.
           02 line 8 col 2 value
               'V: vacances scolaires seulement'.
           02 line 10 col 2 value 'Nouveau regime : '.
           02 s-nv-regime pic x(1) using nv-regime.

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Zone'.
           02 line 3 col 8 value 'Du'.
           02 line 3 col 20 value 'Au'.
           02 line 3 col 32 value 'Libelle'.
       01 a-plg-periode-data.
           02 a-vs-zone line i col 2 pic x(1) from vs-zone.
           02 a-vs-date-debut line i col 8 pic 9999/99/99
               from vs-date-debut.
           02 a-vs-date-fin line i col 20 pic 9999/99/99
               from vs-date-fin.
           02 a-vs-libelle line i col 32 pic x(30) from vs-libelle.

       01 a-plg-titre-zones.
           02 line 3 col 2 value 'Site'.
           02 line 3 col 8 value 'Zone'.
           02 line 3 col 20 value 'Circuit/modele'.
           02 line 3 col 38 value 'Regime'.
       01 a-plg-zone-data.
           02 a-sz-code-site line i col 2 pic x(4) from sz-code-site.
           02 a-sz-zone line i col 8 pic x(1) from sz-zone.
       01 a-plg-regime-data.
           02 a-rc-type line i col 20 pic x(1) from rc-type.
           02 a-rc-code line i col 22 pic x(6) from rc-code.
           02 a-rc-libelle line i col 38 pic x(24)
               from libelle-regime.

       01 a-plg-zone-invalide.
           02 line 20 col 1 value
               'Zone scolaire inconnue (A, B ou C).'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides ou fin avant le debut.'.
       01 a-plg-chevauchement.
           02 line 20 col 1 value
               'Chevauche une periode deja saisie pour la zone : '.
           02 a-vs-date-chev pic 9999/99/99 from vs-date-debut.
       01 a-plg-periode-introuvable.
           02 line 20 col 1 value 'Periode introuvable.'.
       01 a-plg-site-introuvable.
           02 line 20 col 1 value 'Site introuvable.'.
       01 a-plg-circuit-introuvable.
           02 line 20 col 1 value 'Circuit introuvable.'.
       01 a-plg-modele-introuvable.
           02 line 20 col 1 value 'Modele introuvable.'.
       01 a-plg-regime-invalide.
           02 line 20 col 1 value 'Regime inconnu (T, S ou V).'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune donnee.'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-efface-ecran.
           02 blank screen.

       procedure division.

      * Vacances scolaires par zone (A, B, C), zone de chaque site et
      * regime de circulation des circuits et des modeles : la
      * generation des affectations, la prevision de capacite et
      * l'export GTFS s'y referent (ss-scolaire-jour).

       open i-o FVacances
       if fvs-status = '35' then
           open output FVacances
           close FVacances
           open i-o FVacances
       end-if
       open i-o FSiteZone
       if fsz-status = '35' then
           open output FSiteZone
           close FSiteZone
           open i-o FSiteZone
       end-if
       open i-o FRegime
       if frc-status = '35' then
           open output FRegime
           close FRegime
           open i-o FRegime
       end-if
       open input FSite
       open input FCircuit
       open input FModele

       display a-plg-titre-global

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform AJOUTE-PERIODE
               when 2 perform SUPPRIME-PERIODE
               when 3 perform LISTE-PERIODES
               when 4 perform ZONE-SITE
               when 5 perform REGIME-CIRCUIT
               when 6 perform REGIME-MODELE
               when 7 perform LISTE-ZONES-REGIMES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FVacances
       close FSiteZone
       close FRegime
       close FSite
       close FCircuit
       close FModele

       goback
       .

       AJOUTE-PERIODE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-periode
           accept s-plg-form-periode

           move function upper-case(nv-zone) to nv-zone
           perform CONTROLE-ZONE
           if saisie-valide = 0 then
               display a-plg-zone-invalide
               stop ' '
               exit paragraph
           end-if

           call 'ss-date-valide' using nv-date-debut
               resultat-date-valide
           if resultat-date-valide = 0 then
               call 'ss-date-valide' using nv-date-fin
                   resultat-date-valide
           end-if
           if resultat-date-valide not = 0
           or nv-date-fin < nv-date-debut then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if

      *    deux periodes d'une meme zone ne se chevauchent pas
           move 0 to fin-scan
           move nv-zone to vs-zone
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
                       if vs-zone not = nv-zone
                       or vs-date-debut > nv-date-fin then
                           move 1 to fin-scan
                       else
                           if vs-date-fin >= nv-date-debut then
                               display a-plg-chevauchement
                               stop ' '
                               exit paragraph
                           end-if
                       end-if
               end-read
           end-perform

           move nv-zone to vs-zone
           move nv-date-debut to vs-date-debut
           move nv-date-fin to vs-date-fin
           move function upper-case(nv-libelle) to vs-libelle
           write enr-vacances
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       CONTROLE-ZONE.
           move 0 to saisie-valide
           if nv-zone = 'A' or nv-zone = 'B' or nv-zone = 'C' then
               move 1 to saisie-valide
           end-if
       .

       SUPPRIME-PERIODE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-cle-periode
           accept s-plg-form-cle-periode

           move function upper-case(nv-zone) to vs-zone
           move nv-date-debut to vs-date-debut
           read FVacances
           invalid key
               display a-plg-periode-introuvable
           not invalid key
               delete FVacances
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-delete
           end-read

           stop ' '
       .

       LISTE-PERIODES.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-zone
           accept s-plg-form-zone
           move function upper-case(nv-zone) to nv-zone

           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move 0 to fin-scan
           move nv-zone to vs-zone
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
                       if vs-zone not = nv-zone then
                           move 1 to fin-scan
                       else
                           display a-plg-periode-data
                           add 1 to i
                           move 0 to aucun-resultat
                           if i > 20 then
                               move 4 to i
                               stop ' '
                               display a-plg-efface-ecran
                               display a-plg-titre-global
                               display a-plg-titre-colonne
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       ZONE-SITE.
      * Un site sans zone n'applique pas le calendrier scolaire :
      * ses modeles circulent toutes les semaines.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-site
           accept s-plg-form-site

           move function upper-case(nv-code-site) to si-code
           read FSite
           invalid key
               display a-plg-site-introuvable
               stop ' '
               exit paragraph
           end-read

           move si-code to sz-code-site
           move spaces to nv-zone
           read FSiteZone
               invalid key
                   continue
               not invalid key
                   move sz-zone to nv-zone
           end-read
           display s-plg-form-zone-site
           accept s-plg-form-zone-site
           move function upper-case(nv-zone) to nv-zone

           if nv-zone = spaces then
               move si-code to sz-code-site
               delete FSiteZone
                   invalid key
                       continue
               end-delete
               display a-plg-modif-succes
               stop ' '
               exit paragraph
           end-if

           perform CONTROLE-ZONE
           if saisie-valide = 0 then
               display a-plg-zone-invalide
               stop ' '
               exit paragraph
           end-if

           move si-code to sz-code-site
           move nv-zone to sz-zone
           write enr-site-zone
           invalid key
               rewrite enr-site-zone
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           end-write
           display a-plg-modif-succes
           stop ' '
       .

       REGIME-CIRCUIT.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-circuit
           accept s-plg-form-circuit

           move function upper-case(nv-code-circuit) to ci-code
           read FCircuit
           invalid key
               display a-plg-circuit-introuvable
               stop ' '
               exit paragraph
           end-read

           move 'C' to rc-type
           move ci-code to rc-code
           perform SAISIT-REGIME
       .

       REGIME-MODELE.
      * Le regime du modele l'emporte sur celui de son circuit.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-modele
           accept s-plg-form-modele

           move nv-num-modele to mo-num-modele
           read FModele
           invalid key
               display a-plg-modele-introuvable
               stop ' '
               exit paragraph
           end-read

           move 'M' to rc-type
           move spaces to rc-code
           move mo-num-modele to rc-num-modele
           perform SAISIT-REGIME
       .

       SAISIT-REGIME.
      * Sans enregistrement le regime vaut T ; choisir T supprime
      * l'enregistrement (le circuit reprend alors la main pour un
      * modele).
           move 'T' to nv-regime
           read FRegime
               invalid key
                   continue
               not invalid key
                   move rc-regime to nv-regime
           end-read
           perform LIBELLE-REGIME-SAISI
           display s-plg-form-regime
           accept s-plg-form-regime
           move function upper-case(nv-regime) to nv-regime

           if nv-regime not = 'T' and nv-regime not = 'S'
           and nv-regime not = 'V' then
               display a-plg-regime-invalide
               stop ' '
               exit paragraph
           end-if

           if nv-regime = 'T' then
               delete FRegime
                   invalid key
                       continue
               end-delete
               display a-plg-modif-succes
               stop ' '
               exit paragraph
           end-if

           move nv-regime to rc-regime
           write enr-regime
           invalid key
               rewrite enr-regime
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           end-write
           display a-plg-modif-succes
           stop ' '
       .

       LIBELLE-REGIME-SAISI.
           evaluate nv-regime
               when 'S' move 'Periode scolaire' to libelle-regime
               when 'V' move 'Vacances scolaires' to libelle-regime
               when other move 'Tous les jours' to libelle-regime
           end-evaluate
       .

       LISTE-ZONES-REGIMES.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-zones

           move 4 to i
           move 1 to aucun-resultat
           move spaces to sz-code-site
           move 0 to fin-scan
           start FSiteZone key > sz-code-site
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FSiteZone next
                   at end
                       move 1 to fin-scan
                   not at end
                       display a-plg-zone-data
                       move 0 to aucun-resultat
                       perform LIGNE-SUIVANTE
               end-read
           end-perform

           move spaces to rc-cle
           move 0 to fin-scan
           start FRegime key > rc-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FRegime next
                   at end
                       move 1 to fin-scan
                   not at end
                       move rc-regime to nv-regime
                       perform LIBELLE-REGIME-SAISI
                       display a-plg-regime-data
                       move 0 to aucun-resultat
                       perform LIGNE-SUIVANTE
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       LIGNE-SUIVANTE.
           add 1 to i
           if i > 20 then
               move 4 to i
               stop ' '
               display a-plg-efface-ecran
               display a-plg-titre-global
               display a-plg-titre-zones
           end-if
       .

       end program ss-scolaire-modif.
