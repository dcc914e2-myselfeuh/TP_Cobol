                   record key is fe-date
               status ffe-status.

           select FEtape assign to "../ext/Etape.dat"
               organization is indexed
               access mode is dynamic
                   record key is et-cle
               status FEtapeStatus.

           select FIndemnite assign to "../ext/Indemnite.dat"
               organization is indexed
               access mode is dynamic
                   record key is in-cle
               status fid-status.

           select FPersonnel assign to "../ext/Personnel.dat"
               organization is indexed
               access mode is dynamic
                   record key is pe-num
                   alternate record key is pe-code-site
                       with duplicates
               status fpe-status.

           select FAffPersonnel assign to "../ext/AffectPersonnel.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-cle
                   alternate record key is ap-num-pers
                       with duplicates
               status fap-status.

           select FPayePers assign to "../ext/PayePersonnel.dat"
               organization is sequential
               status fpp-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

       data division.
       file section.
       fd FChaufNouv.
           02 ep-heures-dimanche pic 9(5)v99.
           02 ep-prime-astreinte pic 9(6)v99.
           02 ep-remb-frais      pic 9(6)v99.
           02 ep-montant-normales  pic 9(7)v99.
           02 ep-montant-sup       pic 9(7)v99.
           02 ep-montant-nuit      pic 9(7)v99.
           02 ep-montant-dimanche  pic 9(7)v99.
           02 ep-salaire-brut      pic 9(7)v99.
           02 ep-indemnites        pic 9(6)v99.

       fd FFeries.
           01 enr-ferie.
               02 fe-date          pic 9(8).
               02 fe-libelle       pic x(30).

       fd FEtape.
           01 enr-etape.
               02 et-cle.
                   03 et-num-affect    pic 9(6).
                   03 et-jour          pic 9(2).
               02 et-destination   pic x(30).
               02 et-km-prevus     pic 9(4).
               02 et-notes         pic x(40).

      * Indemnites de repas et de decoucher calculees a l'export
      * paye : in-type M repas de midi, S repas du soir, D nuit hors
      * du depot ; in-detail porte la destination de l'etape.
       fd FIndemnite.
           01 enr-indemnite.
               02 in-cle.
                   03 in-num-chauff    pic 9(6).
                   03 in-date          pic 9(8).
                   03 in-type          pic x(1).
               02 in-num-affect    pic 9(6).
               02 in-montant       pic 9(4)v99.
               02 in-detail        pic x(30).

      * Accompagnateurs et guides : extrait a part, le fichier
      * Paye.dat des chauffeurs garde sa disposition.
       fd FPersonnel.
           01 enr-personnel.
               02 pe-num           pic 9(6).
               02 pe-nom           pic x(30).
               02 pe-prenom        pic x(30).
               02 pe-role          pic x(1).
               02 pe-code-site     pic x(4).
               02 pe-telephone     pic x(14).
               02 pe-courriel      pic x(40).
               02 pe-statut        pic x(1).
               02 pe-certificat occurs 3 times.
                   03 pe-cert-type         pic x(3).
                   03 pe-cert-expiration   pic 9(8).

       fd FAffPersonnel.
           01 enr-aff-personnel.
               02 ap-cle.
                   03 ap-num-affect    pic 9(6).
                   03 ap-num-pers      pic 9(6).
               02 ap-role          pic x(1).

       fd FPayePers.
           01 enr-paye-pers.
               02 pp-num-pers        pic 9(6).
               02 pp-role            pic x(1).
               02 pp-periode-debut   pic 9(8).
               02 pp-periode-fin     pic 9(8).
               02 pp-total-jours     pic 9(6).
               02 pp-total-heures    pic 9(5)v99.

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       working-storage section.
       01 FChaufNouvStatus         pic x(2).
       01 FAffectStatus            pic x(2).
           02 sw-entree occurs 60 times.
               03 sw-index           pic 9(7).
               03 sw-minutes         pic 9(6) comp.
               03 sw-valeur          pic 9(7)v9999.

       01 hd-minutes                 pic 9(5) comp.
       01 hf-minutes                 pic 9(5) comp.
       01 minutes-normales           pic 9(7) comp.
       01 minutes-sup                pic 9(7) comp.

      *----- Valorisation au taux horaire en vigueur chaque jour -----
      * Les heures normales et supplementaires sont payees au taux
      * du jour (majore de MAJOR-HS-PCT pour les supplementaires) ;
      * les heures de nuit et du dimanche, deja comprises dans ces
      * heures, ouvrent droit en plus a leur majoration. Chauffeur
      * sans taux a la date : taux TAUX-HORAIRE-CTS des parametres.
       01 fpa-status                 pic x(2).
       01 major-hs-pct               pic 9(3) value 25.
       01 major-nuit-pct             pic 9(3) value 20.
       01 major-dimanche-pct         pic 9(3) value 50.
       01 taux-defaut                pic 9(3)v99 value 12.
       01 date-jour-hr               pic 9(8).
       01 taux-grade                 pic x(02).
       01 taux-jour                  pic 9(3)v99.
       01 taux-trouve                pic 9.
       01 valeur-jour                pic 9(5)v9999.
       01 valeur-nuit                pic 9(7)v9999.
       01 valeur-dimanche            pic 9(7)v9999.
       01 valeur-normales            pic 9(7)v9999.
       01 valeur-sup                 pic 9(7)v9999.

      *----- Indemnites de repas et de decoucher -----
      * Repas du a chaque jour de service couvrant toute la plage
      * de midi (11h45-14h15) ou du soir (18h45-21h15) ; decoucher
      * pour chaque nuit d'un itineraire de plusieurs jours
      * (Etape.dat) avant sa derniere etape. Montants des parametres
      * INDEMN-REPAS-CTS et INDEMN-DECOUCHER-CTS.
       01 FEtapeStatus               pic x(2).
       01 etape-fichier-absent       pic 9.
       01 fid-status                 pic x(2).
       01 fin-indemnite              pic 9.
       01 indemnite-repas            pic 9(4)v99 value 15.
       01 indemnite-decoucher        pic 9(4)v99 value 50.
       01 repas-midi                 pic 9.
       01 repas-soir                 pic 9.
       01 total-indemnites-chauf     pic 9(6)v99.
       01 dernier-jour-etape         pic 9(2).
       01 entier-nuit                pic s9(9) comp.
       01 fin-etape                  pic 9.

      *----- Extrait du personnel d'accompagnement -----
       01 fpe-status                 pic x(2).
       01 fap-status                 pic x(2).
       01 fpp-status                 pic x(2).
       01 fin-pers-fichier           pic 9.
       01 fin-aff-pers               pic 9.
       01 total-jours-pers           pic 9(6).
       01 total-minutes-pers         pic 9(7) comp.
       01 nb-pers-extraits           pic 9(4).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 7 col 2 value
               'Heures par bandes : normales / sup (>35h hebdo) / '
               &'nuit / dimanche'.
           02 line 8 col 2 value
               'valorisees au taux horaire en vigueur chaque jour '
               &'(grades des chauffeurs)'.
           02 line 9 col 2 value
               'Indemnites de repas et de decoucher calculees '
               &'(Indemnite.dat)'.
           02 line 10 col 2 value
               'Accompagnateurs et guides vers PayePersonnel.dat : '.
           02 a-nb-pers-extraits line 10 col 53 pic zzzz9
               from nb-pers-extraits.

       01 a-error-open.
           02 blank screen.
       if ffe-status not = '00' then
           move 1 to feries-fichier-absent
       end-if
       move 0 to etape-fichier-absent
       open input FEtape
       if FEtapeStatus not = '00' then
           move 1 to etape-fichier-absent
       end-if
       open i-o FIndemnite
       if fid-status = '35' then
           open output FIndemnite
           close FIndemnite
           open i-o FIndemnite
       end-if

       perform LIT-PARAMETRES

       open output FPaye
       if FPayeStatus not = '00' then
           end-read
       end-perform

       perform EXTRAIT-PERSONNEL

       display a-plg-export-termine

       close FChaufNouv
       close FAffectations
       close FPaye
       close FIndemnite
       if feries-fichier-absent = 0 then
           close FFeries
       end-if
       if etape-fichier-absent = 0 then
           close FEtape
       end-if
       goback
       .

       LIT-PARAMETRES.
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 'MAJOR-HS-PCT' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to major-hs-pct
           end-read
           move 'MAJOR-NUIT-PCT' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to major-nuit-pct
           end-read
           move 'MAJOR-DIMANCHE-PCT' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to major-dimanche-pct
           end-read
           move 'INDEMN-REPAS-CTS' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   compute indemnite-repas = pa-valeur / 100
           end-read
           move 'INDEMN-DECOUCHER-CTS' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   compute indemnite-decoucher = pa-valeur / 100
           end-read
           move 'TAUX-HORAIRE-CTS' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   compute taux-defaut = pa-valeur / 100
           end-read
           close FParametres
       .

       JOURS-TRAVAIL-CHAUFFEUR.
           move 0 to total-jours-chauf
           move 0 to total-jours-net-chauf
           move 0 to total-minutes
           move 0 to minutes-nuit
           move 0 to minutes-dimanche
           move 0 to valeur-nuit
           move 0 to valeur-dimanche
           move 0 to total-indemnites-chauf
           move 0 to nb-semaines
           perform PURGE-INDEMNITES-CHAUFFEUR
           move 0 to fin-affect-fichier
           move numChaufN to fa-num-chauff
           start FAffectations key = fa-num-chauff
               - nb-jours-feries

           perform CUMULE-HEURES-AFFECT
           perform INDEMNITES-DECOUCHER
       .

       CUMULE-HEURES-AFFECT.
      * comprise dans la periode : duree quotidienne d'apres les
      * heures de service, part de nuit (22h-6h), part du dimanche,
      * et cumul par semaine civile pour le seuil des 35 heures.
           perform DUREE-SERVICE

           perform CALCULE-MINUTES-NUIT

      *    plages de repas couvertes par le service (echelle 0-2880
      *    de CALCULE-MINUTES-NUIT)
           move 0 to repas-midi
           move 0 to repas-soir
           if hd-minutes <= 705 and hf-minutes >= 855 then
               move 1 to repas-midi
           end-if
           if hd-minutes <= 1125 and hf-minutes >= 1275 then
               move 1 to repas-soir
           end-if

           compute entier-jour-hr = function integer-of-date
               (periode-debut-effective)
           compute entier-fin-hr = function integer-of-date
               (periode-fin-effective)

           perform until entier-jour-hr >= entier-fin-hr
               perform TAUX-DU-JOUR
               perform INDEMNITES-REPAS-JOUR
               compute valeur-jour = duree-minutes * taux-jour / 60
               compute valeur-nuit = valeur-nuit
                   + nuit-minutes * taux-jour / 60
               add duree-minutes to total-minutes
               add nuit-minutes to minutes-nuit
               compute jour-semaine =
                   function rem(entier-jour-hr, 7)
               if jour-semaine = 0 then
                   add duree-minutes to minutes-dimanche
                   add valeur-jour to valeur-dimanche
               end-if
               compute index-semaine = (entier-jour-hr - 1) / 7
               perform CUMULE-SEMAINE
               compute entier-jour-hr = entier-jour-hr + 1
           end-perform
       .

       DUREE-SERVICE.
      * Duree quotidienne du service d'apres ses heures de debut et
      * de fin, en minutes.
           compute hd-minutes =
               function integer-part(fa-heure-debut / 100) * 60
               + function mod(fa-heure-debut, 100)
               compute duree-minutes =
                   1440 - hd-minutes + hf-minutes
           end-if
       .

       TAUX-DU-JOUR.
      * Taux horaire du chauffeur en vigueur le jour entier-jour-hr.
           move function date-of-integer(entier-jour-hr)
               to date-jour-hr
           call 'ss-taux-chauffeur' using numChaufN date-jour-hr
               taux-grade taux-jour taux-trouve
           if taux-trouve = 0 then
               move taux-defaut to taux-jour
           end-if
       .

       PURGE-INDEMNITES-CHAUFFEUR.
      * Les indemnites du chauffeur sur la periode sont recalculees
      * a chaque export : les anciennes lignes sont retirees.
           move 0 to fin-indemnite
           move numChaufN to in-num-chauff
           move periode-debut to in-date
           move low-values to in-type
           start FIndemnite key >= in-cle
               invalid key
                   move 1 to fin-indemnite
           end-start
           perform until (fin-indemnite = 1)
               read FIndemnite next
                   at end
                       move 1 to fin-indemnite
                   not at end
                       if in-num-chauff not = numChaufN
                       or in-date > periode-fin then
                           move 1 to fin-indemnite
                       else
                           delete FIndemnite
                       end-if
               end-read
           end-perform
       .

       INDEMNITES-REPAS-JOUR.
           move numChaufN to in-num-chauff
           move date-jour-hr to in-date
           move fa-num-affect to in-num-affect
           move indemnite-repas to in-montant
           move spaces to in-detail
           if repas-midi = 1 then
               move 'M' to in-type
               perform ECRIT-INDEMNITE
           end-if
           if repas-soir = 1 then
               move 'S' to in-type
               perform ECRIT-INDEMNITE
           end-if
       .

       INDEMNITES-DECOUCHER.
      * Une nuit hors du depot par jour d'itineraire avant la
      * derniere etape, datee du jour de l'etape, si ce jour est
      * dans la portion de l'affectation comprise dans la periode.
           if etape-fichier-absent = 1 then
               exit paragraph
           end-if
           move 0 to dernier-jour-etape
           move 0 to fin-etape
           move fa-num-affect to et-num-affect
           move 0 to et-jour
           start FEtape key >= et-cle
               invalid key
                   move 1 to fin-etape
           end-start
           perform until (fin-etape = 1)
               read FEtape next
                   at end
                       move 1 to fin-etape
                   not at end
                       if et-num-affect not = fa-num-affect then
                           move 1 to fin-etape
                       else
                           move et-jour to dernier-jour-etape
                       end-if
               end-read
           end-perform
           if dernier-jour-etape < 2 then
               exit paragraph
           end-if

           move 0 to fin-etape
           move fa-num-affect to et-num-affect
           move 0 to et-jour
           start FEtape key >= et-cle
               invalid key
                   move 1 to fin-etape
           end-start
           perform until (fin-etape = 1)
               read FEtape next
                   at end
                       move 1 to fin-etape
                   not at end
                       if et-num-affect not = fa-num-affect
                       or et-jour >= dernier-jour-etape then
                           move 1 to fin-etape
                       else
                           perform DECOUCHER-ETAPE
                       end-if
               end-read
           end-perform
       .

       DECOUCHER-ETAPE.
           compute entier-nuit =
               function integer-of-date(fa-date-debut) + et-jour - 1
           move function date-of-integer(entier-nuit) to in-date
           if in-date < periode-debut-effective
           or in-date >= periode-fin-effective then
               exit paragraph
           end-if
           move numChaufN to in-num-chauff
           move 'D' to in-type
           move fa-num-affect to in-num-affect
           move indemnite-decoucher to in-montant
           move et-destination to in-detail
           perform ECRIT-INDEMNITE
       .

       ECRIT-INDEMNITE.
      * Une indemnite de chaque type par chauffeur et par jour, meme
      * s'il enchaine plusieurs services ce jour-la.
           write enr-indemnite
               invalid key
                   continue
               not invalid key
                   add in-montant to total-indemnites-chauf
           end-write
       .

       CALCULE-MINUTES-NUIT.
      * Part de la duree quotidienne comprise entre 22h et 6h, le
      * service etant place sur une echelle 0-2880 minutes pour
               until idx-sw > nb-semaines
               if sw-index(idx-sw) = index-semaine then
                   add duree-minutes to sw-minutes(idx-sw)
                   add valeur-jour to sw-valeur(idx-sw)
                   move 1 to semaine-trouvee
                   move nb-semaines to idx-sw
               end-if
               add 1 to nb-semaines
               move index-semaine to sw-index(nb-semaines)
               move duree-minutes to sw-minutes(nb-semaines)
               move valeur-jour to sw-valeur(nb-semaines)
           end-if
       .

       CLASSE-HEURES-SEMAINES.
      * Par semaine civile : 35 premieres heures normales, le reste
      * en supplementaires. La valeur de la semaine (heures au taux
      * de chaque jour) est partagee au prorata des minutes.
           move 0 to minutes-normales
           move 0 to minutes-sup
           move 0 to valeur-normales
           move 0 to valeur-sup
           perform varying idx-sw from 1 by 1
               until idx-sw > nb-semaines
               if sw-minutes(idx-sw) > seuil-hebdo-minutes then
                   add seuil-hebdo-minutes to minutes-normales
                   compute minutes-sup = minutes-sup
                       + sw-minutes(idx-sw) - seuil-hebdo-minutes
                   compute valeur-normales = valeur-normales
                       + sw-valeur(idx-sw) * seuil-hebdo-minutes
                       / sw-minutes(idx-sw)
                   compute valeur-sup = valeur-sup
                       + sw-valeur(idx-sw)
                       * (sw-minutes(idx-sw) - seuil-hebdo-minutes)
                       / sw-minutes(idx-sw)
               else
                   add sw-minutes(idx-sw) to minutes-normales
                   add sw-valeur(idx-sw) to valeur-normales
               end-if
           end-perform
       .
           compute ep-heures-nuit rounded = minutes-nuit / 60
           compute ep-heures-dimanche rounded =
               minutes-dimanche / 60
           compute ep-montant-normales rounded = valeur-normales
           compute ep-montant-sup rounded =
               valeur-sup * (100 + major-hs-pct) / 100
           compute ep-montant-nuit rounded =
               valeur-nuit * major-nuit-pct / 100
           compute ep-montant-dimanche rounded =
               valeur-dimanche * major-dimanche-pct / 100
           compute ep-salaire-brut = ep-montant-normales
               + ep-montant-sup + ep-montant-nuit
               + ep-montant-dimanche
      *    completes ensuite par les primes d'astreinte et les
      *    remboursements de frais approuves
           move 0 to ep-prime-astreinte
           move 0 to ep-remb-frais
           move total-indemnites-chauf to ep-indemnites
           write enr-paye
       .

       EXTRAIT-PERSONNEL.
      * Jours et heures des accompagnateurs et guides sur la
      * periode, d'apres les affectations auxquelles ils sont
      * rattaches (AffectPersonnel.dat), avec les memes regles de
      * decompte que pour les chauffeurs.
           move 0 to nb-pers-extraits
           open input FPersonnel
           if fpe-status not = '00' then
               exit paragraph
           end-if
           open input FAffPersonnel
           if fap-status not = '00' then
               close FPersonnel
               exit paragraph
           end-if
           open output FPayePers
           if fpp-status not = '00' then
               close FPersonnel
               close FAffPersonnel
               exit paragraph
           end-if

           move 0 to pe-num
           move 0 to fin-pers-fichier
           start FPersonnel key > pe-num
               invalid key
                   move 1 to fin-pers-fichier
           end-start

           perform with test after until (fin-pers-fichier = 1)
               read FPersonnel next
                   at end
                       move 1 to fin-pers-fichier
                   not at end
                       if pe-statut not = 'I' then
                           perform JOURS-TRAVAIL-PERSONNE
                       end-if
               end-read
           end-perform

           close FPersonnel
           close FAffPersonnel
           close FPayePers
       .

       JOURS-TRAVAIL-PERSONNE.
           move 0 to total-jours-pers
           move 0 to total-minutes-pers
           move 0 to fin-aff-pers
           move pe-num to ap-num-pers
           start FAffPersonnel key = ap-num-pers
               invalid key
                   move 1 to fin-aff-pers
           end-start

           perform with test after until (fin-aff-pers = 1)
               read FAffPersonnel next
                   at end
                       move 1 to fin-aff-pers
                   not at end
                       if ap-num-pers not = pe-num then
                           move 1 to fin-aff-pers
                       else
                           move ap-num-affect to fa-num-affect
                           read FAffectations
                               invalid key
                                   continue
                               not invalid key
                                   perform CUMULE-SERVICE-PERSONNE
                           end-read
                       end-if
               end-read
           end-perform

           if total-jours-pers > 0 then
               move pe-num to pp-num-pers
               move pe-role to pp-role
               move periode-debut to pp-periode-debut
               move periode-fin to pp-periode-fin
               move total-jours-pers to pp-total-jours
               compute pp-total-heures rounded =
                   total-minutes-pers / 60
               write enr-paye-pers
               add 1 to nb-pers-extraits
           end-if
       .

       CUMULE-SERVICE-PERSONNE.
           if fa-statut = 'I' or fa-statut = 'B'
           or fa-date-fin < periode-debut
           or fa-date-debut > periode-fin then
               exit paragraph
           end-if
           move fa-date-debut to periode-debut-effective
           move fa-date-fin to periode-fin-effective
           if fa-date-debut < periode-debut then
               move periode-debut to periode-debut-effective
           end-if
           if fa-date-fin > periode-fin then
               move periode-fin to periode-fin-effective
           end-if
           compute jours-affect =
               function INTEGER-OF-DATE (periode-fin-effective) -
               function INTEGER-OF-DATE (periode-debut-effective)
           add jours-affect to total-jours-pers

           perform DUREE-SERVICE
           compute total-minutes-pers =
               total-minutes-pers + duree-minutes * jours-affect
       .

       end program ss-chauffeurs-paye.
