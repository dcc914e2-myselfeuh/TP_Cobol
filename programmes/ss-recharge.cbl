       program-id. ss-recharge.

       input-output section.
           file-control.
           select FRecharge assign to "../ext/Recharge.dat"
               organization is indexed
               access mode is dynamic
                   record key is rc-cle
               status frc-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FBusEmission assign to "../ext/BusEmission.dat"
               organization is indexed
               access mode is dynamic
                   record key is be-numero
               status fbe-status.

           select FBusElectrique assign to "../ext/BusElectrique.dat"
               organization is indexed
               access mode is dynamic
                   record key is ev-numero
               status fev-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FRapport assign to
               "../ext/ConsommationElectrique.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Une session de recharge d'un bus electrique : energie
      * chargee, duree, borne et site, compteur du bus au
      * branchement.
       fd FRecharge.
           01 enr-recharge.
               02 rc-cle.
                   03 rc-num-bus   pic 9(6).
                   03 rc-date      pic 9(8).
                   03 rc-heure     pic 9(4).
               02 rc-kwh           pic 9(4)v99.
               02 rc-duree-min     pic 9(4).
               02 rc-borne         pic x(10).
               02 rc-code-site     pic x(04).
               02 rc-kms-compteur  pic 9(6).
               02 rc-operateur     pic x(8).

       fd FBus.
           01 enr-bus.
               02 fb-numero       pic 9(6).
               02 fb-marque       pic x(20).
               02 fb-nbplace      pic 9(3).
               02 fb-modele       pic x(20).
               02 fb-kms          pic 9(6).
               02 fb-categorie-requise pic x(02).
               02 fb-num-compagnie pic 9(4).
               02 fb-code-site     pic x(04).
               02 fb-places-pmr    pic 9(3).
               02 fb-date-ctrl-tech pic 9(8).
               02 fb-date-assurance pic 9(8).
               02 fb-date-acquisition pic 9(8).
               02 fb-valeur-acquisition pic 9(8)v99.
               02 fb-duree-amort   pic 9(2).
               02 fb-statut        pic x(1).
               02 fb-date-cession  pic 9(8).
               02 fb-prix-cession  pic 9(8)v99.

       fd FBusEmission.
           01 enr-bus-emission.
               02 be-numero        pic 9(6).
               02 be-norme-euro    pic x(04).
               02 be-energie       pic x(01).
               02 be-critair       pic 9(1).

       fd FBusElectrique.
           01 enr-bus-electrique.
               02 ev-numero        pic 9(6).
               02 ev-autonomie-km  pic 9(4).
               02 ev-batterie-kwh  pic 9(4).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 frc-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 fbe-status               pic x(2).
       01 fev-status               pic x(2).
       01 FSessionStatus           pic x(2).
       01 frap-status              pic x(2).
       01 emission-fichier-absent  pic 9.
       01 electrique-fichier-absent pic 9.

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-bus                  pic 9.
       01 aucun-resultat           pic 9.
       01 bus-electrique           pic 9.
       01 date-jour                pic 9(8).
       01 heure-systeme            pic 9(8).
       01 resultat-date-valide     pic 9.
       01 session-code             pic x(8).

       01 id-bus                   pic 9(6).
       01 nv-date                  pic 9(8).
       01 nv-heure                 pic 9(4).
       01 nv-kwh                   pic 9(4)v99.
       01 nv-duree-min             pic 9(4).
       01 nv-borne                 pic x(10).
       01 nv-code-site             pic x(04).
       01 nv-kms                   pic 9(6).
       01 dernier-kms              pic 9(6).

      *----- Consommation entre recharges -----
       01 periode-debut            pic 9(8).
       01 periode-fin              pic 9(8).
       01 kms-precedent            pic 9(6).
       01 kms-parcourus            pic 9(6).
       01 kms-bus                  pic 9(7).
       01 kwh-bus                  pic 9(7)v99.
       01 kwh-total                pic 9(8)v99.
       01 kms-total                pic 9(8).
       01 conso-kwh-100            pic 9(4)v99.
       01 autonomie-constatee      pic 9(5).
       01 nb-bus-edites            pic 9(4).
       01 ed-kwh                   pic zzzzzz9.99.
       01 ed-kms                   pic zzzzzz9.
       01 ed-conso                 pic zzz9.99.
       01 ed-autonomie             pic zzzz9.
       01 ed-autonomie-bus         pic zzzz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Recharges des bus electriques -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Saisir une recharge'.
           02 line 4 col 2 value '2: Lister les recharges d''un bus'.
           02 line 5 col 2 value
               '3: Rapport de consommation (kWh/100 km)'.
           02 line 7 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 9 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-id-bus.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-id-bus pic zzzzzz to id-bus required.

       01 s-plg-form-recharge.
           02 line 5 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-rc-date pic 9(8) using nv-date required.
           02 line 6 col 2 value 'Heure de branchement (HHMM) : '.
           02 s-rc-heure pic 9(4) using nv-heure required.
           02 line 7 col 2 value 'Energie chargee (kWh) : '.
           02 s-rc-kwh pic zzz9.99 to nv-kwh required.
           02 line 8 col 2 value 'Duree (minutes) : '.
           02 s-rc-duree pic zzz9 to nv-duree-min required.
           02 line 9 col 2 value 'Borne : '.
           02 s-rc-borne pic x(10) to nv-borne required.
           02 line 10 col 2 value 'Site : '.
           02 s-rc-site pic x(4) using nv-code-site required.
           02 line 11 col 2 value 'Compteur du bus (km) : '.
           02 s-rc-kms pic zzzzz9 to nv-kms required.

       01 s-plg-periode.
           02 line 3 col 2 value 'Periode du (AAAAMMJJ) : '.
           02 s-periode-debut pic 9(8) to periode-debut required.
           02 line 4 col 2 value 'Periode au (AAAAMMJJ) : '.
           02 s-periode-fin pic 9(8) to periode-fin required.

       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Date'.
           02 line 5 col 12 value 'Heure'.
           02 line 5 col 19 value 'kWh'.
           02 line 5 col 28 value 'Duree'.
           02 line 5 col 35 value 'Borne'.
           02 line 5 col 47 value 'Site'.
           02 line 5 col 53 value 'Compteur'.
           02 line 5 col 63 value 'Oper.'.
       01 a-plg-recharge-data.
           02 a-rc-date line i col 2 pic 9(8) from rc-date.
           02 a-rc-heure line i col 12 pic 9(4) from rc-heure.
           02 a-rc-kwh line i col 17 pic zzz9.99 from rc-kwh.
           02 a-rc-duree line i col 28 pic zzz9 from rc-duree-min.
           02 a-rc-borne line i col 35 pic x(10) from rc-borne.
           02 a-rc-site line i col 47 pic x(4) from rc-code-site.
           02 a-rc-kms line i col 54 pic zzzzz9
               from rc-kms-compteur.
           02 a-rc-oper line i col 63 pic x(8) from rc-operateur.

       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable ou sorti de flotte.'.
       01 a-plg-bus-thermique.
           02 line 20 col 1 value
               'Bus non declare electrique (classe d''emission).'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-kms-inferieur.
           02 line 20 col 1 value
               'Compteur inferieur a celui de la recharge precedente.'.
       01 a-plg-deja-saisi.
           02 line 20 col 1 value
               'Une recharge existe deja a cette date et heure.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune recharge pour ce bus.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Rapport : ../ext/ConsommationElectrique.txt'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 21 col 1 value 'Operation effectuee'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Carnet de recharge des bus electriques, pendant du carnet de
      * carburant : l'energie chargee a une recharge est celle
      * consommee depuis la precedente, d'ou la consommation en
      * kWh aux 100 km entre deux compteurs.

       open i-o FRecharge
       if frc-status = '35' then
           open output FRecharge
           close FRecharge
           open i-o FRecharge
       end-if
       open input FBus
       move 0 to emission-fichier-absent
       open input FBusEmission
       if fbe-status not = '00' then
           move 1 to emission-fichier-absent
       end-if
       move 0 to electrique-fichier-absent
       open input FBusElectrique
       if fev-status not = '00' then
           move 1 to electrique-fichier-absent
       end-if

       if frc-status not = '00' or FBusStatus not = '00' then
           display a-error-open
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       move 'INCONNU' to session-code
       open input FSession
       if FSessionStatus = '00' then
           read FSession
               at end
                   continue
               not at end
                   move se-code to session-code
           end-read
           close FSession
       end-if

       accept date-jour from date yyyymmdd

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           move date-jour to nv-date
           evaluate choix-action
               when 1 perform SAISIE-RECHARGE
               when 2 perform LISTE-RECHARGES
               when 3 perform RAPPORT-CONSOMMATION
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FRecharge
           close FBus
           if emission-fichier-absent = 0 then
               close FBusEmission
           end-if
           if electrique-fichier-absent = 0 then
               close FBusElectrique
           end-if
       .

       CONTROLE-ELECTRIQUE.
      * bus-electrique a 1 si le bus fb-numero est declare a
      * l'energie 'E' dans sa classe d'emission.
           move 0 to bus-electrique
           if emission-fichier-absent = 1 then
               exit paragraph
           end-if
           move fb-numero to be-numero
           read FBusEmission
               invalid key
                   continue
               not invalid key
                   if be-energie = 'E' then
                       move 1 to bus-electrique
                   end-if
           end-read
       .

       SAISIE-RECHARGE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-bus
           accept s-plg-id-bus

           move id-bus to fb-numero
           read FBus
           invalid key
               display a-plg-bus-introuvable
               stop ' '
               exit paragraph
           end-read
           if fb-statut = 'C' then
               display a-plg-bus-introuvable
               stop ' '
               exit paragraph
           end-if
           perform CONTROLE-ELECTRIQUE
           if bus-electrique = 0 then
               display a-plg-bus-thermique
               stop ' '
               exit paragraph
           end-if

           accept heure-systeme from time
           move heure-systeme(1:4) to nv-heure
           move fb-code-site to nv-code-site
           display s-plg-form-recharge
           accept s-plg-form-recharge

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           perform CHERCHE-DERNIER-COMPTEUR
           if nv-kms < dernier-kms then
               display a-plg-kms-inferieur
               stop ' '
               exit paragraph
           end-if

           move id-bus to rc-num-bus
           move nv-date to rc-date
           move nv-heure to rc-heure
           move nv-kwh to rc-kwh
           move nv-duree-min to rc-duree-min
           move function upper-case(nv-borne) to rc-borne
           move function upper-case(nv-code-site) to rc-code-site
           move nv-kms to rc-kms-compteur
           move session-code to rc-operateur
           write enr-recharge
           invalid key
               display a-plg-deja-saisi
           not invalid key
               display a-plg-modif-succes
           end-write
           stop ' '
       .

       CHERCHE-DERNIER-COMPTEUR.
      * Compteur de la derniere recharge du bus anterieure a celle
      * saisie.
           move 0 to dernier-kms
           move id-bus to rc-num-bus
           move 0 to rc-date
           move 0 to rc-heure
           move 0 to fin-scan
           start FRecharge key >= rc-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FRecharge next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rc-num-bus not = id-bus
                       or rc-date > nv-date
                       or (rc-date = nv-date
                           and rc-heure > nv-heure) then
                           move 1 to fin-scan
                       else
                           move rc-kms-compteur to dernier-kms
                       end-if
               end-read
           end-perform
       .

       LISTE-RECHARGES.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-bus
           accept s-plg-id-bus

           display a-plg-titre-colonne
           move 6 to i
           move 1 to aucun-resultat
           move id-bus to rc-num-bus
           move 0 to rc-date
           move 0 to rc-heure
           move 0 to fin-scan
           start FRecharge key >= rc-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FRecharge next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rc-num-bus not = id-bus then
                           move 1 to fin-scan
                       else
                           display a-plg-recharge-data
                           move 0 to aucun-resultat
                           add 1 to i
                           if i > 19 then
                               stop ' '
                               display a-plg-efface-ecran
                               display a-plg-titre-global
                               display a-plg-titre-colonne
                               move 6 to i
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           stop ' '
       .

       RAPPORT-CONSOMMATION.
      * Par bus electrique : energie chargee et kilometres parcourus
      * entre recharges de la periode, consommation en kWh aux 100
      * km, et autonomie qu'elle donne a batterie pleine au regard
      * de l'autonomie declaree.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-periode
           accept s-plg-periode

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Consommation electrique du ' periode-debut
               ' au ' periode-fin ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move 'Bus       kWh charges       km  kWh/100km Auto.bat'
               &'t  declaree' to contenu-rapport
           write LigneRapport

           move 0 to kwh-total
           move 0 to kms-total
           move 0 to nb-bus-edites
           move 0 to fb-numero
           move 0 to fin-bus
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-bus
           end-start
           perform until (fin-bus = 1)
               read FBus next
                   at end
                       move 1 to fin-bus
                   not at end
                       perform CONTROLE-ELECTRIQUE
                       if bus-electrique = 1 then
                           perform CONSOMMATION-UN-BUS
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move kwh-total to ed-kwh
           move kms-total to ed-kms
           move 0 to conso-kwh-100
           if kms-total > 0 then
               compute conso-kwh-100 rounded =
                   kwh-total * 100 / kms-total
           end-if
           move conso-kwh-100 to ed-conso
           move spaces to contenu-rapport
           string 'Flotte     ' ed-kwh ' ' ed-kms '    ' ed-conso
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-recharge' to spool-programme
           move spaces to spool-parametres
           string 'conso electrique ' periode-debut '-'
               periode-fin delimited by size into spool-parametres
           move '../ext/ConsommationElectrique.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       CONSOMMATION-UN-BUS.
      * Chaque recharge de la periode apres la premiere du bus
      * (compteur connu) donne un intervalle : energie chargee pour
      * les kilometres faits depuis la recharge precedente.
           move 0 to kwh-bus
           move 0 to kms-bus
           move 0 to kms-precedent
           move fb-numero to rc-num-bus
           move 0 to rc-date
           move 0 to rc-heure
           move 0 to fin-scan
           start FRecharge key >= rc-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FRecharge next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rc-num-bus not = fb-numero
                       or rc-date > periode-fin then
                           move 1 to fin-scan
                       else
                           if rc-date >= periode-debut
                           and kms-precedent > 0
                           and rc-kms-compteur > kms-precedent then
                               compute kms-parcourus =
                                   rc-kms-compteur - kms-precedent
                               add kms-parcourus to kms-bus
                               add rc-kwh to kwh-bus
                           end-if
                           move rc-kms-compteur to kms-precedent
                       end-if
               end-read
           end-perform

           if kms-bus = 0 then
               exit paragraph
           end-if
           add 1 to nb-bus-edites
           add kwh-bus to kwh-total
           add kms-bus to kms-total

           compute conso-kwh-100 rounded = kwh-bus * 100 / kms-bus
           move 0 to autonomie-constatee
           move 0 to ev-autonomie-km
           move 0 to ev-batterie-kwh
           if electrique-fichier-absent = 0 then
               move fb-numero to ev-numero
               read FBusElectrique
                   invalid key
                       move 0 to ev-autonomie-km
                       move 0 to ev-batterie-kwh
               end-read
           end-if
           if ev-batterie-kwh > 0 and conso-kwh-100 > 0 then
               compute autonomie-constatee rounded =
                   ev-batterie-kwh * 100 / conso-kwh-100
           end-if

           move kwh-bus to ed-kwh
           move kms-bus to ed-kms
           move conso-kwh-100 to ed-conso
           move autonomie-constatee to ed-autonomie
           move ev-autonomie-km to ed-autonomie-bus
           move spaces to contenu-rapport
           string fb-numero '     ' ed-kwh ' ' ed-kms '    ' ed-conso
               '     ' ed-autonomie '     ' ed-autonomie-bus
               delimited by size into contenu-rapport
           write LigneRapport
       .

       end program ss-recharge.
