       program-id. ss-gtfs-export.

       input-output section.
           file-control.
           select FCircuit assign to "../ext/Circuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-code
               status FCircuitStatus.

           select FArret assign to "../ext/CircuitArret.dat"
               organization is indexed
               access mode is dynamic
                   record key is ca-cle
               status FArretStatus.

           select FModele assign to "../ext/Modele.dat"
               organization is indexed
               access mode is dynamic
                   record key is mo-num-modele
                   alternate record key is mo-num-chauff
                       with duplicates
               status FModeleStatus.

           select FFeries assign to "../ext/Feries.dat"
               organization is indexed
               access mode is dynamic
                   record key is fe-date
               status ffe-status.

           select FEmetteur assign to "../ext/Emetteur.dat"
               organization is sequential
               status fem-status.

           select FAgency assign to "../ext/gtfs/agency.txt"
               organization is line sequential
               status fga-status.

           select FRoutes assign to "../ext/gtfs/routes.txt"
               organization is line sequential
               status fgr-status.

           select FStops assign to "../ext/gtfs/stops.txt"
               organization is line sequential
               status fgs-status.

           select FTrips assign to "../ext/gtfs/trips.txt"
               organization is line sequential
               status fgt-status.

           select FStopTimes assign to "../ext/gtfs/stop_times.txt"
               organization is line sequential
               status fgh-status.

           select FCalendar assign to "../ext/gtfs/calendar.txt"
               organization is line sequential
               status fgc-status.

           select FCalDates assign to "../ext/gtfs/calendar_dates.txt"
               organization is line sequential
               status fgd-status.

           select FRapport assign to "../ext/GtfsControle.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
       fd FCircuit.
           01 enr-circuit.
               02 ci-code          pic x(6).
               02 ci-libelle       pic x(30).
               02 ci-site          pic x(4).

       fd FArret.
           01 enr-arret.
               02 ca-cle.
                   03 ca-code          pic x(6).
                   03 ca-ordre         pic 9(2).
               02 ca-arret         pic x(30).
               02 ca-heure         pic 9(4).

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

       fd FFeries.
           01 enr-ferie.
               02 fe-date          pic 9(8).
               02 fe-libelle       pic x(30).

       fd FEmetteur.
           01 enr-emetteur.
               02 em-raison-sociale pic x(40).
               02 em-siret         pic x(14).
               02 em-tva-intra     pic x(13).
               02 em-adresse       pic x(40).
               02 em-code-postal   pic x(5).
               02 em-ville         pic x(30).
               02 em-pays          pic x(2).

       fd FAgency.
           01 ligne-agency         pic x(200).
       fd FRoutes.
           01 ligne-routes         pic x(200).
       fd FStops.
           01 ligne-stops          pic x(200).
       fd FTrips.
           01 ligne-trips          pic x(200).
       fd FStopTimes.
           01 ligne-stop-times     pic x(200).
       fd FCalendar.
           01 ligne-calendar       pic x(200).
       fd FCalDates.
           01 ligne-cal-dates      pic x(200).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 FCircuitStatus           pic x(2).
       01 FArretStatus             pic x(2).
       01 FModeleStatus            pic x(2).
       01 ffe-status               pic x(2).
       01 fem-status               pic x(2).
       01 fga-status               pic x(2).
       01 fgr-status               pic x(2).
       01 fgs-status               pic x(2).
       01 fgt-status               pic x(2).
       01 fgh-status               pic x(2).
       01 fgc-status               pic x(2).
       01 fgd-status               pic x(2).
       01 frap-status              pic x(2).
       01 feries-fichier-absent    pic 9.

       01 rep-gtfs                 pic x(11) value '../ext/gtfs'.
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 date-jour                pic 9(8).
       01 agence-url               pic x(60).
       01 agence-nom               pic x(40).

      *----- Circuits connus et leur etat au controle -----
       01 nb-circuits              pic 9(3) comp.
       01 idx-ci                   pic 9(3) comp.
       01 table-circuits.
           02 tc-entree occurs 200 times.
               03 tc-code          pic x(6).
               03 tc-libelle       pic x(30).
               03 tc-site          pic x(4).
               03 tc-valide        pic 9.
               03 tc-utilise       pic 9.

      *----- Controle des horaires d'un circuit -----
      * Chaque arret doit avoir son heure de passage, et l'heure ne
      * doit jamais reculer le long du parcours (deux arrets voisins
      * peuvent partager la meme minute).
       01 nb-arrets-circuit        pic 9(3).
       01 heure-precedente         pic 9(4).
       01 heure-arret              pic 9(4).
       01 heure-arret-r redefines heure-arret.
           02 ha-heures            pic 9(2).
           02 ha-minutes           pic 9(2).
       01 circuit-valide           pic 9.
       01 motif-rejet              pic x(40).

      *----- Jour de semaine (20260803 est un lundi) -----
       01 entier-ref               pic s9(9) comp.
       01 entier-deb               pic s9(9) comp.
       01 entier-fin               pic s9(9) comp.
       01 entier-occurrence        pic s9(9) comp.
       01 jour-semaine-deb         pic 9.
       01 decalage-jours           pic 9(2).
       01 date-occurrence          pic 9(8).
       01 jour-ferie               pic 9.

      *----- Calendrier scolaire (ss-scolaire-jour) -----
       01 sj-regime                pic x(1).
       01 sj-vacances              pic 9.
       01 sj-circule               pic 9.
       01 nb-sans-zone             pic 9(4).
       01 jours-service.
           02 jour-service         pic x(1) occurs 7 times.
       01 k                        pic 9.

      *----- Zones de composition des lignes -----
       01 id-service               pic x(5).
       01 id-trajet                pic x(5).
       01 id-arret                 pic x(9).
       01 nom-arret                pic x(30).
       01 libelle-route            pic x(30).
       01 horaire-gtfs             pic x(8).

      *----- Compteurs de l'export -----
       01 nb-circuits-exportes     pic 9(4).
       01 nb-circuits-rejetes      pic 9(4).
       01 nb-modeles-exportes      pic 9(4).
       01 nb-modeles-ignores       pic 9(4).
       01 nb-arrets-exportes       pic 9(5).
       01 nb-horaires-exportes     pic 9(6).
       01 nb-exceptions            pic 9(5).
       01 nb-exceptions-scolaires  pic 9(5).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Export GTFS des lignes (donnees ouvertes) -'.

       01 a-plg-explication.
           02 line 3 col 2 value
               'Circuits, arrets et horaires des modeles en cours '
               &'de validite, fermetures'.
           02 line 4 col 2 value
               'des jours feries : fichiers GTFS dans ../ext/gtfs/'.
       01 s-plg-saisie.
           02 line 6 col 2 value 'Site web de l''entreprise : '.
           02 s-agence-url pic x(40) to agence-url required.

       01 a-plg-resultat.
           02 line 8 col 2 value 'Circuits exportes : '.
           02 a-nb-circuits-exportes line 8 col 30 pic zzz9
               from nb-circuits-exportes.
           02 line 9 col 2 value 'Circuits rejetes : '.
           02 a-nb-circuits-rejetes line 9 col 30 pic zzz9
               from nb-circuits-rejetes.
           02 line 10 col 2 value 'Modeles exportes (trajets) : '.
           02 a-nb-modeles-exportes line 10 col 30 pic zzz9
               from nb-modeles-exportes.
           02 line 11 col 2 value 'Modeles ignores : '.
           02 a-nb-modeles-ignores line 11 col 30 pic zzz9
               from nb-modeles-ignores.
           02 line 13 col 2 value
               'Controle : ../ext/GtfsControle.txt'.

       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Les lignes au format GTFS pour le calculateur d'itineraires
      * de l'autorite organisatrice, a la place du tableur envoye a
      * la main : une ligne (route) par circuit, ses arrets dans
      * l'ordre avec l'heure de passage, un trajet par modele
      * hebdomadaire en cours de validite rattache au circuit, son
      * calendrier, et en exceptions les jours feries et les jours
      * exclus ou ajoutes par son regime scolaire. Un circuit
      * dont un arret n'a pas d'heure ou dont les heures reculent
      * n'est pas exporte ; le rapport de controle dit pourquoi.

       open input FCircuit
       open input FArret
       open input FModele
       if FCircuitStatus not = '00' or FArretStatus not = '00'
       or FModeleStatus not = '00' then
           display a-error-open
           stop ' '
           close FCircuit
           close FArret
           close FModele
           goback
       end-if

       move 0 to feries-fichier-absent
       open input FFeries
       if ffe-status not = '00' then
           move 1 to feries-fichier-absent
       end-if

       display a-plg-titre-global
       display a-plg-explication
       display s-plg-saisie
       accept s-plg-saisie

       accept date-jour from date yyyymmdd
       move function integer-of-date(20260803) to entier-ref

      *    un dossier deja present fait echouer l'appel sans
      *    consequence : seule compte l'ouverture des fichiers
       call 'CBL_CREATE_DIR' using rep-gtfs
       perform OUVRE-FICHIERS-GTFS
       if fga-status not = '00' or fgr-status not = '00'
       or fgs-status not = '00' or fgt-status not = '00'
       or fgh-status not = '00' or fgc-status not = '00'
       or fgd-status not = '00' or frap-status not = '00' then
           display a-error-open
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       move 0 to nb-circuits-exportes
       move 0 to nb-circuits-rejetes
       move 0 to nb-modeles-exportes
       move 0 to nb-modeles-ignores
       move 0 to nb-arrets-exportes
       move 0 to nb-horaires-exportes
       move 0 to nb-exceptions
       move 0 to nb-exceptions-scolaires
       move 0 to nb-sans-zone

       move spaces to contenu-rapport
       string '===== Controle de l''export GTFS du ' date-jour
           ' =====' delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport
       move '--- Controle des horaires des circuits ---'
           to contenu-rapport
       write LigneRapport

       perform ECRIT-AGENCE
       perform CONTROLE-CIRCUITS

       move spaces to contenu-rapport
       write LigneRapport
       move '--- Modeles hebdomadaires ---' to contenu-rapport
       write LigneRapport
       perform EXPORTE-MODELES

       perform EXPORTE-ROUTES-ET-ARRETS
       perform EDITE-TOTAUX
       perform FERME-FICHIERS

       move 'ss-gtfs-export' to spool-programme
       move spaces to spool-parametres
       string 'controle export GTFS ' date-jour
           delimited by size into spool-parametres
       move '../ext/GtfsControle.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       goback
       .

       OUVRE-FICHIERS-GTFS.
           open output FAgency
           open output FRoutes
           open output FStops
           open output FTrips
           open output FStopTimes
           open output FCalendar
           open output FCalDates
           open output FRapport
       .

       FERME-FICHIERS.
           close FCircuit
           close FArret
           close FModele
           if feries-fichier-absent = 0 then
               close FFeries
           end-if
           close FAgency
           close FRoutes
           close FStops
           close FTrips
           close FStopTimes
           close FCalendar
           close FCalDates
           close FRapport
       .

       ECRIT-AGENCE.
      * L'entreprise est l'agence unique du flux ; son nom vient de
      * l'identite legale des factures.
           move spaces to enr-emetteur
           open input FEmetteur
           if fem-status = '00' then
               read FEmetteur
                   at end
                       move spaces to enr-emetteur
               end-read
               close FEmetteur
           end-if
           move em-raison-sociale to agence-nom
           if agence-nom = spaces then
               move 'AUTOCARS' to agence-nom
           end-if
           inspect agence-nom replacing all ',' by ' '

           move 'agency_id,agency_name,agency_url,agency_timezone,'
               &'agency_lang' to ligne-agency
           write ligne-agency
           move spaces to ligne-agency
           string '1,' function trim(agence-nom) ','
               function trim(agence-url) ',Europe/Paris,fr'
               delimited by size into ligne-agency
           write ligne-agency

           move 'route_id,agency_id,route_short_name,'
               &'route_long_name,route_type' to ligne-routes
           write ligne-routes
           move 'stop_id,stop_name,stop_lat,stop_lon'
               to ligne-stops
           write ligne-stops
           move 'route_id,service_id,trip_id' to ligne-trips
           write ligne-trips
           move 'trip_id,arrival_time,departure_time,stop_id,'
               &'stop_sequence' to ligne-stop-times
           write ligne-stop-times
           move 'service_id,monday,tuesday,wednesday,thursday,'
               &'friday,saturday,sunday,start_date,end_date'
               to ligne-calendar
           write ligne-calendar
           move 'service_id,date,exception_type' to ligne-cal-dates
           write ligne-cal-dates
       .

       CONTROLE-CIRCUITS.
           move 0 to nb-circuits
           move spaces to ci-code
           move 0 to fin-scan
           start FCircuit key > ci-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FCircuit next
                   at end
                       move 1 to fin-scan
                   not at end
                       if nb-circuits < 200 then
                           perform CONTROLE-UN-CIRCUIT
                       end-if
               end-read
           end-perform
       .

       CONTROLE-UN-CIRCUIT.
           add 1 to nb-circuits
           move ci-code to tc-code(nb-circuits)
           move ci-libelle to tc-libelle(nb-circuits)
           move ci-site to tc-site(nb-circuits)
           move 0 to tc-utilise(nb-circuits)

           move 1 to circuit-valide
           move 0 to nb-arrets-circuit
           move 0 to heure-precedente
           move 0 to fin-scan-2
           move ci-code to ca-code
           move 0 to ca-ordre
           start FArret key >= ca-cle
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform with test after until (fin-scan-2 = 1)
               read FArret next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if ca-code not = ci-code then
                           move 1 to fin-scan-2
                       else
                           perform CONTROLE-HORAIRE-ARRET
                       end-if
               end-read
           end-perform

           if nb-arrets-circuit < 2 then
               move 0 to circuit-valide
               move 'moins de deux arrets' to motif-rejet
               perform SIGNALE-ANOMALIE
           end-if

           move circuit-valide to tc-valide(nb-circuits)
       .

       CONTROLE-HORAIRE-ARRET.
           add 1 to nb-arrets-circuit
           move ca-heure to heure-arret
           if heure-arret = 0 then
               move 0 to circuit-valide
               move spaces to motif-rejet
               string 'arret ' ca-ordre ' sans heure de passage'
                   delimited by size into motif-rejet
               perform SIGNALE-ANOMALIE
               exit paragraph
           end-if
           if ha-minutes > 59 or ha-heures > 47 then
               move 0 to circuit-valide
               move spaces to motif-rejet
               string 'arret ' ca-ordre ' heure invalide '
                   heure-arret
                   delimited by size into motif-rejet
               perform SIGNALE-ANOMALIE
               exit paragraph
           end-if
           if heure-arret < heure-precedente then
               move 0 to circuit-valide
               move spaces to motif-rejet
               string 'arret ' ca-ordre ' a ' heure-arret
                   ' avant l''arret precedent'
                   delimited by size into motif-rejet
               perform SIGNALE-ANOMALIE
           end-if
           move heure-arret to heure-precedente
       .

       SIGNALE-ANOMALIE.
           move spaces to contenu-rapport
           string 'Circuit ' ci-code ' rejete : ' motif-rejet
               delimited by size into contenu-rapport
           write LigneRapport
       .

       EXPORTE-MODELES.
      * Un trajet par modele rattache a un circuit et encore valide
      * aujourd'hui ; les modeles sans circuit sont des services
      * prives, hors du flux.
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
                       if mo-code-circuit not = spaces
                       and mo-validite-fin >= date-jour then
                           perform EXPORTE-UN-MODELE
                       end-if
               end-read
           end-perform
       .

       EXPORTE-UN-MODELE.
           perform varying idx-ci from 1 by 1
               until idx-ci > nb-circuits
               or tc-code(idx-ci) = mo-code-circuit
               continue
           end-perform

           if idx-ci > nb-circuits then
               add 1 to nb-modeles-ignores
               move spaces to contenu-rapport
               string 'Modele ' mo-num-modele ' ignore : circuit '
                   mo-code-circuit ' inconnu'
                   delimited by size into contenu-rapport
               write LigneRapport
               exit paragraph
           end-if
           if tc-valide(idx-ci) = 0 then
               add 1 to nb-modeles-ignores
               move spaces to contenu-rapport
               string 'Modele ' mo-num-modele ' ignore : circuit '
                   mo-code-circuit ' rejete au controle'
                   delimited by size into contenu-rapport
               write LigneRapport
               exit paragraph
           end-if
           if mo-jour-semaine < 1 or mo-jour-semaine > 7 then
               add 1 to nb-modeles-ignores
               move spaces to contenu-rapport
               string 'Modele ' mo-num-modele
                   ' ignore : jour de semaine invalide'
                   delimited by size into contenu-rapport
               write LigneRapport
               exit paragraph
           end-if

           move 1 to tc-utilise(idx-ci)
           add 1 to nb-modeles-exportes
           move spaces to id-service
           string 'S' mo-num-modele delimited by size into id-service
           move spaces to id-trajet
           string 'T' mo-num-modele delimited by size into id-trajet

      *    regime de circulation du modele (independant de la date)
           call 'ss-scolaire-jour' using mo-num-modele
               mo-code-circuit tc-site(idx-ci) mo-validite-deb
               sj-regime sj-vacances sj-circule
           if sj-vacances = 2 and sj-regime not = 'T' then
               add 1 to nb-sans-zone
               move spaces to contenu-rapport
               string 'Modele ' mo-num-modele ' : site '
                   tc-site(idx-ci) ' sans zone scolaire, regime '
                   sj-regime ' non applique'
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if

           perform ECRIT-CALENDRIER
           perform ECRIT-EXCEPTIONS-CALENDRIER

           move spaces to ligne-trips
           string function trim(mo-code-circuit) ','
               id-service ',' id-trajet
               delimited by size into ligne-trips
           write ligne-trips

           perform ECRIT-HORAIRES-TRAJET
       .

       ECRIT-CALENDRIER.
           perform varying k from 1 by 1 until k > 7
               move '0' to jour-service(k)
           end-perform
      *    un service des seules vacances scolaires ne roule que
      *    les jours ajoutes dans calendar_dates
           if sj-regime not = 'V' then
               move '1' to jour-service(mo-jour-semaine)
           end-if

           move spaces to ligne-calendar
           string id-service ','
               jour-service(1) ',' jour-service(2) ','
               jour-service(3) ',' jour-service(4) ','
               jour-service(5) ',' jour-service(6) ','
               jour-service(7) ','
               mo-validite-deb ',' mo-validite-fin
               delimited by size into ligne-calendar
           write ligne-calendar
       .

       ECRIT-EXCEPTIONS-CALENDRIER.
      * Chaque occurrence du jour du modele dans sa validite : un
      * jour ferie ou un jour ou le regime scolaire l'arrete est
      * retire (type 2) ; pour un service des vacances seulement,
      * les jours de vacances hors feries sont ajoutes (type 1).
           compute entier-deb =
               function integer-of-date(mo-validite-deb)
           compute entier-fin =
               function integer-of-date(mo-validite-fin)
           compute jour-semaine-deb =
               function mod(entier-deb - entier-ref, 7) + 1
           compute decalage-jours =
               function mod(mo-jour-semaine - jour-semaine-deb + 7, 7)
           compute entier-occurrence = entier-deb + decalage-jours

           perform until entier-occurrence > entier-fin
               move function date-of-integer(entier-occurrence)
                   to date-occurrence
               perform ECRIT-UNE-EXCEPTION
               compute entier-occurrence = entier-occurrence + 7
           end-perform
       .

       ECRIT-UNE-EXCEPTION.
           move 0 to jour-ferie
           if feries-fichier-absent = 0 then
               move date-occurrence to fe-date
               read FFeries
                   invalid key
                       continue
                   not invalid key
                       move 1 to jour-ferie
               end-read
           end-if

           call 'ss-scolaire-jour' using mo-num-modele
               mo-code-circuit tc-site(idx-ci) date-occurrence
               sj-regime sj-vacances sj-circule

           move spaces to ligne-cal-dates
           if sj-regime = 'V' then
               if sj-circule = 1 and jour-ferie = 0 then
                   string id-service ',' date-occurrence ',1'
                       delimited by size into ligne-cal-dates
                   add 1 to nb-exceptions-scolaires
               end-if
           else
               if jour-ferie = 1 then
                   string id-service ',' date-occurrence ',2'
                       delimited by size into ligne-cal-dates
                   add 1 to nb-exceptions
               else
                   if sj-circule = 0 then
                       string id-service ',' date-occurrence ',2'
                           delimited by size into ligne-cal-dates
                       add 1 to nb-exceptions-scolaires
                   end-if
               end-if
           end-if
           if ligne-cal-dates not = spaces then
               write ligne-cal-dates
           end-if
       .

       ECRIT-HORAIRES-TRAJET.
           move 0 to fin-scan-2
           move mo-code-circuit to ca-code
           move 0 to ca-ordre
           start FArret key >= ca-cle
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform with test after until (fin-scan-2 = 1)
               read FArret next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if ca-code not = mo-code-circuit then
                           move 1 to fin-scan-2
                       else
                           perform ECRIT-UN-HORAIRE
                       end-if
               end-read
           end-perform
       .

       ECRIT-UN-HORAIRE.
           perform COMPOSE-ID-ARRET
           move ca-heure to heure-arret
           move spaces to horaire-gtfs
           string ha-heures ':' ha-minutes ':00'
               delimited by size into horaire-gtfs

           move spaces to ligne-stop-times
           string id-trajet ',' horaire-gtfs ',' horaire-gtfs ','
               function trim(id-arret) ',' ca-ordre
               delimited by size into ligne-stop-times
           write ligne-stop-times
           add 1 to nb-horaires-exportes
       .

       COMPOSE-ID-ARRET.
           move spaces to id-arret
           string function trim(ca-code) '-' ca-ordre
               delimited by size into id-arret
       .

       EXPORTE-ROUTES-ET-ARRETS.
      * Seuls les circuits qui portent au moins un trajet sont
      * publies. Les coordonnees des arrets ne sont pas tenues au
      * referentiel : stop_lat et stop_lon partent a blanc.
           perform varying idx-ci from 1 by 1
               until idx-ci > nb-circuits
               if tc-utilise(idx-ci) = 1 then
                   perform EXPORTE-UNE-ROUTE
               else
                   if tc-valide(idx-ci) = 0 then
                       add 1 to nb-circuits-rejetes
                   end-if
               end-if
           end-perform
       .

       EXPORTE-UNE-ROUTE.
           add 1 to nb-circuits-exportes
           move tc-libelle(idx-ci) to libelle-route
           inspect libelle-route replacing all ',' by ' '
           move spaces to ligne-routes
           string function trim(tc-code(idx-ci)) ',1,'
               function trim(tc-code(idx-ci)) ','
               function trim(libelle-route) ',3'
               delimited by size into ligne-routes
           write ligne-routes

           move 0 to fin-scan-2
           move tc-code(idx-ci) to ca-code
           move 0 to ca-ordre
           start FArret key >= ca-cle
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform with test after until (fin-scan-2 = 1)
               read FArret next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if ca-code not = tc-code(idx-ci) then
                           move 1 to fin-scan-2
                       else
                           perform ECRIT-UN-ARRET
                       end-if
               end-read
           end-perform
       .

       ECRIT-UN-ARRET.
           perform COMPOSE-ID-ARRET
           move ca-arret to nom-arret
           inspect nom-arret replacing all ',' by ' '
           move spaces to ligne-stops
           string function trim(id-arret) ','
               function trim(nom-arret) ',,'
               delimited by size into ligne-stops
           write ligne-stops
           add 1 to nb-arrets-exportes
       .

       EDITE-TOTAUX.
           if nb-circuits-rejetes = 0 then
               move 'Aucun circuit rejete.' to contenu-rapport
               write LigneRapport
           end-if
           move spaces to contenu-rapport
           write LigneRapport
           move '--- Fichiers produits dans ../ext/gtfs/ ---'
               to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'routes.txt         : ' nb-circuits-exportes
               ' lignes (circuits)'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'stops.txt          : ' nb-arrets-exportes
               ' arrets'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'trips.txt          : ' nb-modeles-exportes
               ' trajets (un par modele, calendar.txt idem)'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'stop_times.txt     : ' nb-horaires-exportes
               ' horaires de passage'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'calendar_dates.txt : ' nb-exceptions
               ' fermetures de jours feries'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string '                     ' nb-exceptions-scolaires
               ' jours retires ou ajoutes (calendrier scolaire)'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Circuits rejetes : ' nb-circuits-rejetes
               ' - modeles ignores : ' nb-modeles-ignores
               delimited by size into contenu-rapport
           write LigneRapport
           if nb-sans-zone > 0 then
               move spaces to contenu-rapport
               string 'Modeles a regime scolaire sans zone : '
                   nb-sans-zone
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
           if feries-fichier-absent = 1 then
               move 'Feries.dat absent : aucune fermeture exportee.'
                   to contenu-rapport
               write LigneRapport
           end-if
           move 'Coordonnees des arrets non tenues : stop_lat et '
               &'stop_lon a completer.' to contenu-rapport
           write LigneRapport
       .

       end program ss-gtfs-export.
