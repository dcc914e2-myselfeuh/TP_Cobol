       program-id. ss-nettoyage.

       input-output section.
           file-control.
           select FNettoyage assign to "../ext/Nettoyage.dat"
               organization is indexed
               access mode is dynamic
                   record key is nt-cle
               status fnt-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status FSiteStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FRapport assign to "../ext/NettoyageMois.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Carnet de nettoyage du poste de lavage : un passage par bus,
      * date et type ('R' rapide apres service, 'C' complet, 'D'
      * desinfection), avec l'heure et l'agent qui l'a fait.
       fd FNettoyage.
           01 enr-nettoyage.
               02 nt-cle.
                   03 nt-num-bus   pic 9(6).
                   03 nt-date      pic 9(8).
                   03 nt-type      pic x(1).
               02 nt-heure         pic 9(4).
               02 nt-operateur     pic x(8).
               02 nt-observation   pic x(30).

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

       fd fAffectation.
           01 rec-Affectation.
               02 numAffect        pic 9(6).
               02 numChaufA        pic 9(6).
               02 numBusA          pic 9(6).
               02 dateDebAffectA   pic 9(8).
               02 dateFinAffectA   pic 9(8).
               02 nbPassagersA     pic 9(3).
               02 statutA          pic x(01).
               02 motifA           pic x(40).
               02 numChauf2A       pic 9(6).
               02 heureDebA        pic 9(4).
               02 heureFinA        pic 9(4).
               02 nbPmrA           pic 9(3).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fnt-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 fstatus                  pic x(2).
       01 FSiteStatus              pic x(2).
       01 FSessionStatus           pic x(2).
       01 frap-status              pic x(2).
       01 site-fichier-absent      pic 9.

       01 i                        pic 9(2).
       01 j                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 aucun-resultat           pic 9.
       01 date-jour                pic 9(8).
       01 resultat-date-valide     pic 9.
       01 session-code             pic x(8).

       01 nv-num-bus               pic 9(6).
       01 nv-date                  pic 9(8).
       01 nv-type                  pic x(1).
       01 nv-heure                 pic 9(4).
       01 nv-operateur             pic x(8).
       01 nv-observation           pic x(30).
       01 heure-systeme            pic 9(8).

      *----- Controle de cadence -----
       01 nc-retard                pic 9.
       01 nc-type                  pic x(1).
       01 nc-date-dernier          pic 9(8).
       01 libelle-type             pic x(12).

      *----- Rapport mensuel -----
       01 nv-mois                  pic 9(6).
       01 nv-site                  pic x(4).
       01 debut-mois               pic 9(8).
       01 fin-mois                 pic 9(8).
       01 entier-debut-mois        pic 9(7).
       01 nb-jours-mois            pic 9(2).
       01 date-examinee            pic 9(8).
       01 entier-jour              pic 9(7).
       01 table-jours.
           02 jour-en-service occurs 31 pic 9.
       01 nb-departs               pic 9(3).
       01 nb-conformes             pic 9(3).
       01 nb-rapides               pic 9(3).
       01 nb-complets              pic 9(3).
       01 nb-desinfections         pic 9(3).
       01 site-nb-bus              pic 9(4).
       01 site-nb-departs          pic 9(5).
       01 site-nb-conformes        pic 9(5).
       01 taux-conformite          pic 9(3).
       01 ed-departs               pic zz9.
       01 ed-conformes             pic zz9.
       01 ed-rapides               pic zz9.
       01 ed-complets              pic zz9.
       01 ed-desinf                pic zz9.
       01 ed-taux                  pic zz9.
       01 ed-nb-bus                pic zzz9.
       01 ed-site-departs          pic zzzz9.
       01 ed-site-conformes        pic zzzz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Nettoyage et desinfection des vehicules -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Enregistrer un nettoyage'.
           02 line 4 col 2 value '2: Carnet de nettoyage d''un bus'.
           02 line 5 col 2 value
               '3: Bus en retard de nettoyage a une date'.
           02 line 6 col 2 value
               '4: Rapport mensuel de conformite par site'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-nettoyage.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-nv-num-bus pic zzzzzz to nv-num-bus required.
           02 line 4 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-nv-date pic 9(8) using nv-date required.
           02 line 5 col 2 value
               'Type (R rapide, C complet, D desinfection) : '.
           02 s-nv-type pic x to nv-type required.
           02 line 6 col 2 value 'Heure (HHMM) : '.
           02 s-nv-heure pic 9(4) using nv-heure.
           02 line 7 col 2 value 'Agent : '.
           02 s-nv-operateur pic x(8) using nv-operateur required.
           02 line 8 col 2 value 'Observation : '.
           02 s-nv-observation pic x(30) to nv-observation.

       01 s-plg-id-bus.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-id-bus pic zzzzzz to nv-num-bus required.
       01 s-plg-date.
           02 line 3 col 2 value 'Date de depart (AAAAMMJJ) : '.
           02 s-date pic 9(8) using nv-date required.
       01 s-plg-form-rapport.
           02 line 3 col 2 value 'Mois (AAAAMM) : '.
           02 s-nv-mois pic 9(6) to nv-mois required.
           02 line 4 col 2 value 'Site (blanc = tous) : '.
           02 s-nv-site pic x(4) to nv-site.

       01 a-plg-titre-carnet.
           02 line 5 col 2 value 'Date'.
           02 line 5 col 12 value 'Type'.
           02 line 5 col 26 value 'Heure'.
           02 line 5 col 33 value 'Agent'.
           02 line 5 col 43 value 'Observation'.
       01 a-plg-carnet-data.
           02 a-nt-date line i col 2 pic 9(8) from nt-date.
           02 a-nt-type line i col 12 pic x(12) from libelle-type.
           02 a-nt-heure line i col 26 pic 9(4) from nt-heure.
           02 a-nt-oper line i col 33 pic x(8) from nt-operateur.
           02 a-nt-obs line i col 43 pic x(30) from nt-observation.

       01 a-plg-titre-retard.
           02 line 5 col 2 value 'Bus'.
           02 line 5 col 10 value 'Site'.
           02 line 5 col 16 value 'En retard'.
           02 line 5 col 30 value 'Dernier passage'.
       01 a-plg-retard-data.
           02 a-re-bus line i col 2 pic 9(6) from fb-numero.
           02 a-re-site line i col 10 pic x(4) from fb-code-site.
           02 a-re-type line i col 16 pic x(12) from libelle-type.
           02 a-re-dernier line i col 30 pic 9(8)
               from nc-date-dernier.

       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable ou sorti de flotte.'.
       01 a-plg-type-invalide.
           02 line 20 col 1 value 'Type de nettoyage invalide.'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-deja-saisi.
           02 line 20 col 1 value
               'Ce nettoyage est deja enregistre pour ce jour.'.
       01 a-plg-aucun-nettoyage.
           02 line 20 col 1 value 'Aucun nettoyage enregistre.'.
       01 a-plg-aucun-retard.
           02 line 20 col 1 value 'Aucun bus en retard de nettoyage.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Rapport : ../ext/NettoyageMois.txt'.
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

      * Le carnet papier du poste de lavage : nettoyage rapide apres
      * chaque service, complet et desinfection a cadence fixe
      * (parametres NETTOYAGE-*). Les retards sont signales a la
      * saisie des affectations et au briefing du matin
      * (ss-nettoyage-controle) ; le rapport mensuel par site est
      * celui que l'on montre aux clients.

       open i-o FNettoyage
       if fnt-status = '35' then
           open output FNettoyage
           close FNettoyage
           open i-o FNettoyage
       end-if
       open input FBus
       open input fAffectation
       move 0 to site-fichier-absent
       open input FSite
       if FSiteStatus not = '00' then
           move 1 to site-fichier-absent
       end-if

       if fnt-status not = '00' or FBusStatus not = '00'
       or fstatus not = '00' then
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
               when 1 perform ENREGISTRE-NETTOYAGE
               when 2 perform CARNET-BUS
               when 3 perform BUS-EN-RETARD
               when 4 perform RAPPORT-MENSUEL
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FNettoyage
           close FBus
           close fAffectation
           if site-fichier-absent = 0 then
               close FSite
           end-if
       .

       ENREGISTRE-NETTOYAGE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           accept heure-systeme from time
           move heure-systeme(1:4) to nv-heure
           move session-code to nv-operateur
           display s-plg-form-nettoyage
           accept s-plg-form-nettoyage

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           move function upper-case(nv-type) to nv-type
           if nv-type not = 'R' and nv-type not = 'C'
           and nv-type not = 'D' then
               display a-plg-type-invalide
               stop ' '
               exit paragraph
           end-if
           move nv-num-bus to fb-numero
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

           move nv-num-bus to nt-num-bus
           move nv-date to nt-date
           move nv-type to nt-type
           move nv-heure to nt-heure
           move function upper-case(nv-operateur) to nt-operateur
           move nv-observation to nt-observation
           write enr-nettoyage
           invalid key
               display a-plg-deja-saisi
           not invalid key
               display a-plg-modif-succes
           end-write
           stop ' '
       .

       CARNET-BUS.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-bus
           accept s-plg-id-bus

           display a-plg-titre-carnet
           move 6 to i
           move 1 to aucun-resultat
           move nv-num-bus to nt-num-bus
           move 0 to nt-date
           move space to nt-type
           move 0 to fin-scan
           start FNettoyage key >= nt-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FNettoyage next
                   at end
                       move 1 to fin-scan
                   not at end
                       if nt-num-bus not = nv-num-bus then
                           move 1 to fin-scan
                       else
                           move 0 to aucun-resultat
                           move nt-type to nc-type
                           perform LIBELLE-TYPE-NETTOYAGE
                           display a-plg-carnet-data
                           add 1 to i
                           if i > 18 then
                               move 6 to i
                               stop ' '
                               display a-plg-efface-ecran
                               display a-plg-titre-global
                               display a-plg-titre-carnet
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-nettoyage
           end-if
           stop ' '
       .

       BUS-EN-RETARD.
      * Bus de la flotte qui partiraient en retard de nettoyage a la
      * date donnee (aujourd'hui par defaut).
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-date
           accept s-plg-date

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           close FNettoyage
           display a-plg-titre-retard
           move 6 to i
           move 1 to aucun-resultat
           move 0 to fb-numero
           move 0 to fin-scan
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FBus next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fb-statut not = 'C' then
                           call 'ss-nettoyage-controle' using
                               fb-numero nv-date nc-retard nc-type
                               nc-date-dernier
                           if nc-retard = 1 then
                               move 0 to aucun-resultat
                               perform LIBELLE-TYPE-NETTOYAGE
                               display a-plg-retard-data
                               add 1 to i
                               if i > 18 then
                                   move 6 to i
                                   stop ' '
                                   display a-plg-efface-ecran
                                   display a-plg-titre-global
                                   display a-plg-titre-retard
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           open i-o FNettoyage

           if aucun-resultat = 1 then
               display a-plg-aucun-retard
           end-if
           stop ' '
       .

       LIBELLE-TYPE-NETTOYAGE.
           evaluate nc-type
               when 'R' move 'Rapide' to libelle-type
               when 'C' move 'Complet' to libelle-type
               when 'D' move 'Desinfection' to libelle-type
               when other move nc-type to libelle-type
           end-evaluate
       .

       RAPPORT-MENSUEL.
      * Par site : pour chaque bus, jours de depart du mois, departs
      * a jour de nettoyage et passages du mois par type ; taux de
      * conformite du site.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-rapport
           accept s-plg-form-rapport

           compute debut-mois = nv-mois * 100 + 1
           call 'ss-date-valide' using debut-mois resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           compute entier-debut-mois =
               function integer-of-date(debut-mois)
      *    longueur du mois : premier jour hors du mois
           move 28 to nb-jours-mois
           compute date-examinee = function date-of-integer
               (entier-debut-mois + nb-jours-mois)
           perform until date-examinee(1:6) not = debut-mois(1:6)
               add 1 to nb-jours-mois
               compute date-examinee = function date-of-integer
                   (entier-debut-mois + nb-jours-mois)
           end-perform
           compute fin-mois = nv-mois * 100 + nb-jours-mois

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           move spaces to contenu-rapport
           string '----- Conformite du nettoyage des vehicules, mois '
               nv-mois ' -----' delimited by size
               into contenu-rapport
           write LigneRapport

           move function upper-case(nv-site) to nv-site
           if nv-site not = spaces or site-fichier-absent = 1 then
               move nv-site to si-code
               move spaces to si-nom
               if site-fichier-absent = 0 then
                   read FSite
                       invalid key
                           continue
                   end-read
               end-if
               perform RAPPORT-UN-SITE
           else
               move low-values to si-code
               move 0 to fin-scan-2
               start FSite key > si-code
                   invalid key
                       move 1 to fin-scan-2
               end-start
               perform until (fin-scan-2 = 1)
                   read FSite next
                       at end
                           move 1 to fin-scan-2
                       not at end
                           perform RAPPORT-UN-SITE
                   end-read
               end-perform
           end-if
           close FRapport

           move 'ss-nettoyage' to spool-programme
           move spaces to spool-parametres
           string 'conformite nettoyage ' nv-mois ' ' nv-site
               delimited by size into spool-parametres
           move '../ext/NettoyageMois.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       RAPPORT-UN-SITE.
      * Site si-code (blanc : tous les bus).
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           if si-code = spaces then
               string 'Tous sites' delimited by size
                   into contenu-rapport
           else
               string 'Site ' si-code ' ' si-nom
                   delimited by size into contenu-rapport
           end-if
           write LigneRapport
           move spaces to contenu-rapport
           string '  Bus     Departs  A jour  Taux  Rapides  Complets'
               '   Desinf.' delimited by size into contenu-rapport
           write LigneRapport

           move 0 to site-nb-bus
           move 0 to site-nb-departs
           move 0 to site-nb-conformes
           move 0 to fb-numero
           move 0 to fin-scan
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FBus next
                   at end
                       move 1 to fin-scan
                   not at end
                       if (si-code = spaces
                           or fb-code-site = si-code)
                       and (fb-statut not = 'C'
                           or fb-date-cession >= debut-mois) then
                           perform RAPPORT-UN-BUS
                       end-if
               end-read
           end-perform

           move 0 to taux-conformite
           if site-nb-departs > 0 then
               compute taux-conformite rounded =
                   site-nb-conformes * 100 / site-nb-departs
           end-if
           move site-nb-bus to ed-nb-bus
           move site-nb-departs to ed-site-departs
           move site-nb-conformes to ed-site-conformes
           move taux-conformite to ed-taux
           move spaces to contenu-rapport
           string '  Total ' ed-nb-bus ' bus : ' ed-site-departs
               ' departs, ' ed-site-conformes ' a jour, soit '
               ed-taux ' %' delimited by size into contenu-rapport
           write LigneRapport
       .

       RAPPORT-UN-BUS.
      * Jours du mois ou le bus part en affectation active, puis
      * controle de cadence pour chacun de ces jours.
           initialize table-jours
           move 0 to fin-scan-2
           move fb-numero to numBusA
           start fAffectation key = numBusA
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform until (fin-scan-2 = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if numBusA not = fb-numero then
                           move 1 to fin-scan-2
                       else
                           if statutA not = 'I' and statutA not = 'B'
                           and dateDebAffectA <= fin-mois
                           and dateFinAffectA >= debut-mois then
                               perform MARQUE-JOURS-SERVICE
                           end-if
                       end-if
               end-read
           end-perform

           move 0 to nb-rapides
           move 0 to nb-complets
           move 0 to nb-desinfections
           move fb-numero to nt-num-bus
           move debut-mois to nt-date
           move space to nt-type
           move 0 to fin-scan-2
           start FNettoyage key >= nt-cle
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform until (fin-scan-2 = 1)
               read FNettoyage next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if nt-num-bus not = fb-numero
                       or nt-date > fin-mois then
                           move 1 to fin-scan-2
                       else
                           evaluate nt-type
                               when 'R' add 1 to nb-rapides
                               when 'C' add 1 to nb-complets
                               when 'D' add 1 to nb-desinfections
                           end-evaluate
                       end-if
               end-read
           end-perform

           move 0 to nb-departs
           move 0 to nb-conformes
           close FNettoyage
           perform varying j from 1 by 1 until j > nb-jours-mois
               if jour-en-service(j) = 1 then
                   add 1 to nb-departs
                   compute date-examinee = debut-mois + j - 1
                   call 'ss-nettoyage-controle' using fb-numero
                       date-examinee nc-retard nc-type
                       nc-date-dernier
                   if nc-retard = 0 then
                       add 1 to nb-conformes
                   end-if
               end-if
           end-perform
           open i-o FNettoyage

           if nb-departs = 0 and nb-rapides = 0 and nb-complets = 0
           and nb-desinfections = 0 then
               exit paragraph
           end-if

           add 1 to site-nb-bus
           add nb-departs to site-nb-departs
           add nb-conformes to site-nb-conformes
           move 0 to taux-conformite
           if nb-departs > 0 then
               compute taux-conformite rounded =
                   nb-conformes * 100 / nb-departs
           end-if
           move nb-departs to ed-departs
           move nb-conformes to ed-conformes
           move taux-conformite to ed-taux
           move nb-rapides to ed-rapides
           move nb-complets to ed-complets
           move nb-desinfections to ed-desinf
           move spaces to contenu-rapport
           string '  ' fb-numero '      ' ed-departs '     '
               ed-conformes '   ' ed-taux '      ' ed-rapides
               '       ' ed-complets '       ' ed-desinf
               delimited by size into contenu-rapport
           write LigneRapport
       .

       MARQUE-JOURS-SERVICE.
           move dateDebAffectA to date-examinee
           if date-examinee < debut-mois then
               move debut-mois to date-examinee
           end-if
           compute entier-jour = function integer-of-date(date-examinee)
           perform until date-examinee > dateFinAffectA
                      or date-examinee > fin-mois
               compute j = entier-jour - entier-debut-mois + 1
               move 1 to jour-en-service(j)
               add 1 to entier-jour
               compute date-examinee =
                   function date-of-integer(entier-jour)
           end-perform
       .

       end program ss-nettoyage.
