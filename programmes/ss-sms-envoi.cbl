       program-id. ss-sms-envoi.

       input-output section.
           file-control.
           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FChauffeurs assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is fc-num-chauff
                   alternate record key is fc-nom with duplicates
               status fc-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status fb-status.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status fsi-status.

           select FMainCourante assign to "../ext/MainCourante.dat"
               organization is indexed
               access mode is dynamic
                   record key is mc-num
               status fmc-status.

           select FSmsEnvoi assign to "../ext/SmsEnvoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is sm-cle
               status fsm-status.

           select FSmsSortant assign to "../ext/SmsSortant.txt"
               organization is line sequential
               status fso-status.

       data division.
       file section.
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

       FD FChauffeurs.
       01 enr-chauffeur.
           02 fc-num-chauff    pic 9(6).
           02 fc-nom           pic x(30).
           02 fc-prenom        pic x(30).
           02 fc-date-permis   pic 9(8).
           02 fc-categorie     pic x(02).
           02 fc-statut        pic x(01).
           02 fc-code-site     pic x(04).
           02 fc-telephone     pic x(14).
           02 fc-adresse       pic x(40).

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

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       fd FMainCourante.
           01 enr-main-courante.
               02 mc-num           pic 9(6).
               02 mc-date          pic 9(8).
               02 mc-heure         pic 9(4).
               02 mc-oper          pic x(8).
               02 mc-texte         pic x(60).
               02 mc-num-bus       pic 9(6).
               02 mc-num-chauff    pic 9(6).
               02 mc-num-affect    pic 9(6).
               02 mc-consigne      pic x(1).
               02 mc-lu            pic x(1).

      * Suivi des messages de service envoyes aux chauffeurs, par
      * jour de service : sm-statut E = remis au fournisseur, D =
      * delivre, N = non delivre (accuse d'echec), T = pas de
      * telephone au fichier, message non envoye.
       fd FSmsEnvoi.
           01 enr-sms-envoi.
               02 sm-cle.
                   03 sm-date-service pic 9(8).
                   03 sm-num-chauff   pic 9(6).
               02 sm-telephone     pic x(14).
               02 sm-statut        pic x(1).
               02 sm-date-envoi    pic 9(8).
               02 sm-date-accuse   pic 9(8).
               02 sm-heure-accuse  pic 9(6).
               02 sm-code-retour   pic x(20).

      * Fichier remis a la passerelle SMS : reference (jour de
      * service et chauffeur, rappelee dans les accuses de
      * reception), numero et texte, separes par des points-virgules.
       FD FSmsSortant.
       01 ligne-sms                pic x(200).

       working-storage section.
       01 fa-status                pic x(2).
       01 fc-status                pic x(2).
       01 fb-status                pic x(2).
       01 fsi-status               pic x(2).
       01 fmc-status               pic x(2).
       01 fsm-status               pic x(2).
       01 fso-status               pic x(2).
       01 main-courante-absente    pic 9.

       01 date-jour                pic 9(8).
       01 date-service             pic 9(8).
       01 entier-jour              pic 9(7).
       01 fin-scan                 pic 9.

      *    chauffeurs de service le lendemain : premier depart de la
      *    journee et nombre de services
       01 nb-tc                    pic 9(3).
       01 ic                       pic 9(3).
       01 i-recherche              pic 9(3).
       01 entree-trouvee           pic 9.
       01 chauffeur-cherche        pic 9(6).
       01 table-chauffeurs.
           02 tc-entree occurs 300 times.
               03 tc-num-chauff    pic 9(6).
               03 tc-num-affect    pic 9(6).
               03 tc-num-bus       pic 9(6).
               03 tc-heure-debut   pic 9(4).
               03 tc-nb-services   pic 9(2).

       01 site-effectif            pic x(4).
       01 ed-heure                 pic 99b99.
       01 nb-consignes             pic 9(2).
       01 texte-consigne           pic x(60).
       01 texte-sms                pic x(160).
       01 nb-envoyes               pic 9(4).
       01 nb-sans-telephone        pic 9(4).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-sms-envoi'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Messages de service du lendemain (SMS) -'.

       01 a-plg-resultat.
           02 line 3 col 2 value 'Messages remis a la passerelle : '.
           02 a-nb-envoyes line 3 col 36 pic zzz9 from nb-envoyes.
           02 line 4 col 2 value 'Chauffeurs sans telephone : '.
           02 a-nb-sans-tel line 4 col 36 pic zzz9
               from nb-sans-telephone.
           02 line 6 col 2 value
               'Fichier : ../ext/SmsSortant.txt'.

       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Un message par chauffeur de service le lendemain : bus,
      * heure de prise de service, point de rendez-vous (depot ou le
      * bus passe la nuit) et consignes non lues de la main courante
      * qui le concernent, lui, son bus ou son affectation. Les
      * accuses de reception de la passerelle sont repris le matin
      * par ss-sms-accuses.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       open input FAffectations
       open input FChauffeurs
       open input FBus
       open input FSite
       if fa-status not = '00' or fc-status not = '00'
       or fb-status not = '00' or fsi-status not = '00' then
           display a-error-open
           stop ' '
           close FAffectations
           close FChauffeurs
           close FBus
           close FSite
           goback
       end-if

       move 0 to main-courante-absente
       open input FMainCourante
       if fmc-status not = '00' then
           move 1 to main-courante-absente
       end-if

       open i-o FSmsEnvoi
       if fsm-status = '35' then
           open output FSmsEnvoi
           close FSmsEnvoi
           open i-o FSmsEnvoi
       end-if
       open output FSmsSortant

       accept date-jour from date yyyymmdd
       compute entier-jour = function integer-of-date(date-jour) + 1
       move function date-of-integer(entier-jour) to date-service

       perform CHARGE-SERVICES

       move 0 to nb-envoyes
       move 0 to nb-sans-telephone
       perform varying ic from 1 by 1 until ic > nb-tc
           perform PREPARE-MESSAGE
       end-perform

       close FAffectations
       close FChauffeurs
       close FBus
       close FSite
       close FSmsEnvoi
       close FSmsSortant
       if main-courante-absente = 0 then
           close FMainCourante
       end-if

       move nb-tc to stat-nb-lus
       move nb-envoyes to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-titre-global
       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       goback
       .

       CHARGE-SERVICES.
      * Les departs du lendemain, comme au briefing : affectations
      * confirmees qui commencent ce jour-la, chauffeur principal
      * et co-chauffeur.
           move 0 to nb-tc
           move 0 to fa-num-affect
           move 0 to fin-scan
           start FAffectations key > fa-num-affect
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAffectations next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fa-statut not = 'I'
                       and fa-statut not = 'B'
                       and fa-date-debut = date-service then
                           move fa-num-chauff to chauffeur-cherche
                           perform NOTE-SERVICE
                           if fa-num-chauff2 not = 0 then
                               move fa-num-chauff2
                                   to chauffeur-cherche
                               perform NOTE-SERVICE
                           end-if
                       end-if
               end-read
           end-perform
       .

       NOTE-SERVICE.
           move 0 to entree-trouvee
           perform varying i-recherche from 1 by 1
               until i-recherche > nb-tc
               if tc-num-chauff(i-recherche) = chauffeur-cherche then
                   move 1 to entree-trouvee
                   add 1 to tc-nb-services(i-recherche)
                   if fa-heure-debut < tc-heure-debut(i-recherche)
                   then
                       move fa-num-affect
                           to tc-num-affect(i-recherche)
                       move fa-num-bus to tc-num-bus(i-recherche)
                       move fa-heure-debut
                           to tc-heure-debut(i-recherche)
                   end-if
                   move nb-tc to i-recherche
               end-if
           end-perform
           if entree-trouvee = 0 and nb-tc < 300 then
               add 1 to nb-tc
               move chauffeur-cherche to tc-num-chauff(nb-tc)
               move fa-num-affect to tc-num-affect(nb-tc)
               move fa-num-bus to tc-num-bus(nb-tc)
               move fa-heure-debut to tc-heure-debut(nb-tc)
               move 1 to tc-nb-services(nb-tc)
           end-if
       .

       PREPARE-MESSAGE.
           move tc-num-chauff(ic) to fc-num-chauff
           read FChauffeurs
               invalid key
                   move spaces to fc-telephone fc-prenom
           end-read

           move date-service to sm-date-service
           move tc-num-chauff(ic) to sm-num-chauff
           move fc-telephone to sm-telephone
           move date-jour to sm-date-envoi
           move 0 to sm-date-accuse
           move 0 to sm-heure-accuse
           move spaces to sm-code-retour
           if fc-telephone = spaces then
               move 'T' to sm-statut
               add 1 to nb-sans-telephone
               perform ECRIT-SUIVI
               exit paragraph
           end-if

      *    point de rendez-vous : le depot ou dort le bus ce soir
           move spaces to si-nom si-adresse
           move tc-num-bus(ic) to fb-numero
           read FBus
               invalid key
                   move spaces to fb-code-site
           end-read
           call 'ss-site-effectif' using fb-numero date-jour
               fb-code-site site-effectif
           move site-effectif to si-code
           read FSite
               invalid key
                   move spaces to si-nom si-adresse
           end-read

           perform CHERCHE-CONSIGNES

           move tc-heure-debut(ic) to ed-heure
           inspect ed-heure replacing all ' ' by 'h'
           move spaces to texte-sms
           if nb-consignes = 0 then
               string function trim(fc-prenom) ', demain '
                   date-service ' : bus ' tc-num-bus(ic)
                   ' a ' ed-heure ', RDV ' function trim(si-nom)
                   ' ' function trim(si-adresse)
                   '. Aucune consigne.'
                   delimited by size into texte-sms
           else
               string function trim(fc-prenom) ', demain '
                   date-service ' : bus ' tc-num-bus(ic)
                   ' a ' ed-heure ', RDV ' function trim(si-nom)
                   ' ' function trim(si-adresse)
                   '. Consignes (' nb-consignes ') : '
                   function trim(texte-consigne)
                   delimited by size into texte-sms
           end-if
           if tc-nb-services(ic) > 1 then
               move spaces to texte-sms(141:20)
               string ' +' tc-nb-services(ic) ' services'
                   delimited by size into texte-sms(141:20)
           end-if

           move spaces to ligne-sms
           string date-service tc-num-chauff(ic) ';'
               function trim(fc-telephone) ';' texte-sms
               delimited by size into ligne-sms
           write ligne-sms
           move 'E' to sm-statut
           add 1 to nb-envoyes
           perform ECRIT-SUIVI
       .

       CHERCHE-CONSIGNES.
      * Consignes de releve non acquittees visant le chauffeur, son
      * bus ou son affectation ; la plus recente est citee.
           move 0 to nb-consignes
           move spaces to texte-consigne
           if main-courante-absente = 1 then
               exit paragraph
           end-if
           move 0 to mc-num
           move 0 to fin-scan
           start FMainCourante key > mc-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FMainCourante next
                   at end
                       move 1 to fin-scan
                   not at end
                       if mc-consigne = 'C' and mc-lu not = 'L'
                       and ((mc-num-chauff not = 0
                           and mc-num-chauff = tc-num-chauff(ic))
                       or (mc-num-bus not = 0
                           and mc-num-bus = tc-num-bus(ic))
                       or (mc-num-affect not = 0
                           and mc-num-affect = tc-num-affect(ic)))
                       then
                           add 1 to nb-consignes
                           move mc-texte to texte-consigne
                       end-if
               end-read
           end-perform
       .

       ECRIT-SUIVI.
      * Un nouvel envoi pour le meme jour (chaine relancee) remplace
      * le suivi precedent.
           write enr-sms-envoi
               invalid key
                   rewrite enr-sms-envoi
                       invalid key
                           continue
                   end-rewrite
           end-write
       .

       end program ss-sms-envoi.
