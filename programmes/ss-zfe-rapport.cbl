       program-id. ss-zfe-rapport.

       input-output section.
           file-control.
           select FDestination assign to "../ext/Destination.dat"
               organization is indexed
               access mode is dynamic
                   record key is ds-code
               status FDestinationStatus.

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

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FAffectDest assign to "../ext/AffectDest.dat"
               organization is indexed
               access mode is dynamic
                   record key is ad-num-affect
               status fad-status.

           select FRapport assign to "../ext/RapportZFE.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
       fd FDestination.
           01 enr-destination.
               02 ds-code          pic x(06).
               02 ds-nom           pic x(30).
               02 ds-adresse       pic x(40).
               02 ds-zfe           pic x(01).
               02 ds-zfe-critair-max pic 9(1).
               02 ds-zfe-date-effet pic 9(8).

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

       FD FAffectations.
       01 enr-affectation.
           02 fa-num-affect   pic 9(6).
           02 fa-num-chauff   pic 9(6).
           02 fa-num-bus      pic 9(6).
           02 fa-date-debut   pic 9(8).
           02 fa-date-fin     pic 9(8).
           02 fa-nb-passagers pic 9(3).
           02 fa-statut pic x(01).
           02 fa-motif pic x(40).
           02 fa-num-chauff2  pic 9(6).
           02 fa-heure-debut  pic 9(4).
           02 fa-heure-fin    pic 9(4).
           02 fa-nb-pmr       pic 9(3).

       fd FAffectDest.
           01 enr-affect-dest.
               02 ad-num-affect    pic 9(6).
               02 ad-code-dest     pic x(06).
               02 ad-code-site     pic x(04).
               02 ad-km-prevus     pic 9(5).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 FDestinationStatus       pic x(2).
       01 FBusStatus               pic x(2).
       01 fbe-status               pic x(2).
       01 fa-status                pic x(2).
       01 fad-status               pic x(2).
       01 frap-status              pic x(2).
       01 emission-absente         pic 9.

       01 fin-dest                 pic 9.
       01 fin-bus                  pic 9.
       01 fin-scan                 pic 9.
       01 date-jour                pic 9(8).
       01 classe-inconnue          pic 9.
       01 lib-critair              pic x(02).
       01 lib-etat                 pic x(12).

       01 nb-zones                 pic 9(3).
       01 nb-interdictions         pic 9(5).
       01 nb-a-verifier            pic 9(5).
       01 nb-affect-bloquees       pic 9(5).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Flotte et zones a faibles emissions -'.

       01 a-plg-resultat.
           02 line 4 col 2 value 'Zones controlees : '.
           02 a-nb-zones line 4 col 28 pic zz9 from nb-zones.
           02 line 5 col 2 value 'Interdictions bus/zone : '.
           02 a-nb-interdictions line 5 col 28 pic zzzz9
               from nb-interdictions.
           02 line 6 col 2 value 'Bus a classe inconnue : '.
           02 a-nb-a-verifier line 6 col 28 pic zzzz9
               from nb-a-verifier.
           02 line 7 col 2 value 'Affectations a revoir : '.
           02 a-nb-affect line 7 col 28 pic zzzz9
               from nb-affect-bloquees.
           02 line 9 col 2 value 'Rapport : ../ext/RapportZFE.txt'.

       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Pour chaque destination en zone a faibles emissions : les bus
      * en service dont la vignette depasse le maximum admis, avec
      * la date a partir de laquelle ils y sont interdits, et ceux
      * dont la classe n'est pas encore saisie. En fin d'etat, les
      * affectations non terminees deja envoyees dans une zone avec
      * un bus qui y sera interdit a leur date.

       open input FDestination
       open input FBus
       if FDestinationStatus not = '00' or FBusStatus not = '00' then
           display a-error-open
           stop ' '
           close FDestination
           close FBus
           goback
       end-if

       move 0 to emission-absente
       open input FBusEmission
       if fbe-status not = '00' then
           move 1 to emission-absente
       end-if

       open output FRapport
       if frap-status not = '00' then
           display a-error-open
           stop ' '
           close FDestination
           close FBus
           if emission-absente = 0 then
               close FBusEmission
           end-if
           goback
       end-if

       display a-plg-titre-global
       accept date-jour from date yyyymmdd

       move spaces to contenu-rapport
       string '----- Flotte et zones a faibles emissions (edite le '
           date-jour ') -----'
           delimited by size into contenu-rapport
       write LigneRapport

       move 0 to nb-zones
       move 0 to nb-interdictions
       move 0 to nb-a-verifier
       move 0 to nb-affect-bloquees

       move low-values to ds-code
       move 0 to fin-dest
       start FDestination key >= ds-code
           invalid key
               move 1 to fin-dest
       end-start

       perform with test after until (fin-dest = 1)
           read FDestination next
               at end
                   move 1 to fin-dest
               not at end
                   if ds-zfe = 'O' then
                       perform EDITE-UNE-ZONE
                   end-if
           end-read
       end-perform

       perform EDITE-AFFECTATIONS

       move spaces to contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Zones : ' nb-zones ' - interdictions : '
           nb-interdictions ' - a verifier : ' nb-a-verifier
           ' - affectations : ' nb-affect-bloquees
           delimited by size into contenu-rapport
       write LigneRapport

       close FRapport
       close FDestination
       close FBus
       if emission-absente = 0 then
           close FBusEmission
       end-if

       move 'ss-zfe-rapport' to spool-programme
       move spaces to spool-parametres
       string 'zones faibles emissions ' date-jour
           delimited by size into spool-parametres
       move '../ext/RapportZFE.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       goback
       .

       EDITE-UNE-ZONE.
           add 1 to nb-zones
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Zone ' ds-code ' ' function trim(ds-nom)
               ' : Crit''Air ' ds-zfe-critair-max
               ' maximum a partir du ' ds-zfe-date-effet
               delimited by size into contenu-rapport
           write LigneRapport

           move 0 to fb-numero
           move 0 to fin-bus
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-bus
           end-start

           perform with test after until (fin-bus = 1)
               read FBus next
                   at end
                       move 1 to fin-bus
                   not at end
                       if fb-statut not = 'C' then
                           perform EVALUE-BUS-ZONE
                       end-if
               end-read
           end-perform
       .

       EVALUE-BUS-ZONE.
           perform LIT-CLASSE-BUS
           if classe-inconnue = 1 then
               add 1 to nb-a-verifier
               move 'A VERIFIER' to lib-etat
           else
               if be-critair <= ds-zfe-critair-max then
                   exit paragraph
               end-if
               add 1 to nb-interdictions
               if ds-zfe-date-effet > date-jour then
                   move 'INTERDIT AU' to lib-etat
               else
                   move 'INTERDIT DEP' to lib-etat
               end-if
           end-if

           move spaces to contenu-rapport
           string '  Bus ' fb-numero ' ' fb-marque(1:12) ' '
               fb-code-site ' Crit''Air ' lib-critair ' '
               lib-etat ' ' ds-zfe-date-effet
               delimited by size into contenu-rapport
           write LigneRapport
       .

       LIT-CLASSE-BUS.
           move 1 to classe-inconnue
           move '? ' to lib-critair
           if emission-absente = 1 then
               exit paragraph
           end-if
           move fb-numero to be-numero
           read FBusEmission
               invalid key
                   exit paragraph
           end-read
           move 0 to classe-inconnue
           if be-critair = 6 then
               move 'NC' to lib-critair
           else
               move spaces to lib-critair
               move be-critair to lib-critair(1:1)
           end-if
       .

       EDITE-AFFECTATIONS.
      * Affectations en cours ou a venir dont la destination est une
      * zone ou le bus sera interdit avant la fin de l'affectation.
           open input FAffectDest
           if fad-status not = '00' then
               exit paragraph
           end-if
           open input FAffectations
           if fa-status not = '00' then
               close FAffectDest
               exit paragraph
           end-if

           move spaces to contenu-rapport
           write LigneRapport
           move 'Affectations a revoir (bus interdit dans la zone) :'
               to contenu-rapport
           write LigneRapport

           move 0 to ad-num-affect
           move 0 to fin-scan
           start FAffectDest key > ad-num-affect
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FAffectDest next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform EVALUE-AFFECTATION
               end-read
           end-perform

           close FAffectDest
           close FAffectations
       .

       EVALUE-AFFECTATION.
           move ad-num-affect to fa-num-affect
           read FAffectations
               invalid key
                   exit paragraph
           end-read
           if fa-statut = 'I' or fa-statut = 'T'
           or fa-date-fin < date-jour then
               exit paragraph
           end-if

           move ad-code-dest to ds-code
           read FDestination
               invalid key
                   exit paragraph
           end-read
           if ds-zfe not = 'O' or ds-zfe-date-effet > fa-date-fin then
               exit paragraph
           end-if

           move fa-num-bus to fb-numero
           read FBus
               invalid key
                   exit paragraph
           end-read
           perform LIT-CLASSE-BUS
           if classe-inconnue = 0
           and be-critair <= ds-zfe-critair-max then
               exit paragraph
           end-if

           add 1 to nb-affect-bloquees
           move spaces to contenu-rapport
           string '  Affectation ' fa-num-affect ' du ' fa-date-debut
               ' au ' fa-date-fin ' bus ' fa-num-bus
               ' Crit''Air ' lib-critair ' -> ' ds-code
               delimited by size into contenu-rapport
           write LigneRapport
       .

       end program ss-zfe-rapport.
