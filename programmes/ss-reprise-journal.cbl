       program-id. ss-reprise-journal.

       input-output section.
           file-control.
           select FJournalImage assign to "../ext/JournalImages.dat"
               organization is sequential
               status fji-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status fj-status.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status fc-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FRapport assign to "../ext/RepriseJournal.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
       fd FJournalImage.
           01 enr-journal-image.
               02 ji-entite        pic x(12).
               02 ji-operation     pic x(10).
               02 ji-id            pic 9(6).
               02 ji-date          pic 9(8).
               02 ji-heure         pic 9(8).
               02 ji-oper          pic x(8).
               02 ji-image         pic x(135).

       fd FJournal.
           01 ligne-journal pic x(200).

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

       fd FChaufNouv.
           01 ChaufNouv.
               02 numChaufN    pic 9(6).
               02 nomN         pic x(30).
               02 prenomN      pic x(30).
               02 datePermisN  pic 9(8).
               02 categoriePermisN pic x(02).
               02 statutN      pic x(01).
               02 codeSiteN    pic x(04).
               02 telephoneN   pic x(14).
               02 adresseN     pic x(40).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       fd FRapport.
           01 LigneRapport.
               02 contenu-rapport  pic x(80).

       working-storage section.
       01 fji-status               pic x(2).
       01 fj-status                pic x(2).
       01 fa-status                pic x(2).
       01 fc-status                pic x(2).
       01 FSessionStatus           pic x(2).
       01 frap-status              pic x(2).

       01 session-code             pic x(8).
       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).

      *----- Fenetre de reprise : apres la sauvegarde, jusqu'a la
      *      limite choisie (cles AAAAMMJJHHMMSSCC comparables) -----
       01 instant-sauvegarde       pic 9(16).
       01 instant-limite           pic 9(16).
       01 instant-image            pic 9(16).
       01 instant-ligne            pic 9(16).

       01 fin-images               pic 9.
       01 fin-journal              pic 9.
       01 images-absentes          pic 9.
       01 journal-absent           pic 9.
       01 image-en-attente         pic 9.
       01 image-correspond         pic 9.
       01 motif-rejet              pic x(40).
       01 etat-reprise             pic x(13).
       01 heure-edit               pic 99b99.

      *----- Decoupage d'une ligne du journal -----
       01 jl-type                  pic x(12).
       01 jl-operation             pic x(12).
       01 jl-zone-id               pic x(12).
       01 jl-zone-date             pic x(20).
       01 jl-numero                pic 9(6).

      *----- Index par date des affectations -----
       01 idx-operation            pic x value 'R'.
       01 idx-zero                 pic 9(8) value 0.
       01 idx-num-zero             pic 9(6) value 0.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       linkage section.
       01 rj-num-gen               pic 9(2).
       01 rj-date-sauvegarde       pic 9(8).
       01 rj-heure-sauvegarde      pic 9(8).
       01 rj-date-limite           pic 9(8).
       01 rj-heure-limite          pic 9(4).
       01 rj-nb-rejouees           pic 9(5).
       01 rj-nb-rejetees           pic 9(5).

       procedure division using rj-num-gen rj-date-sauvegarde
           rj-heure-sauvegarde rj-date-limite rj-heure-limite
           rj-nb-rejouees rj-nb-rejetees.

      * Reprise en avant, appelee par ss-sauvegarde une fois la
      * generation rj-num-gen restauree : les changements faits depuis
      * la sauvegarde dans la gestion des affectations et des
      * chauffeurs, les echanges de services accordes et les annulations
      * pour perturbation sont reappliques dans l'ordre, jusqu'a la
      * limite (date a zero : tout ce qui suit la sauvegarde). Chaque
      * ligne du journal posterieure a la sauvegarde et portant sur un
      * fichier restaure est listee : rejouee depuis son image, ou
      * refusee avec son motif. Journal.dat n'est pas restaure : il
      * garde toute l'histoire, une ligne REPRISE en marque la fin.

       move 0 to rj-nb-rejouees
       move 0 to rj-nb-rejetees
       accept date-jour from date yyyymmdd
       accept heure-jour from time

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

       compute instant-sauvegarde =
           rj-date-sauvegarde * 100000000 + rj-heure-sauvegarde
       if rj-date-limite = 0 then
           move 9999999999999999 to instant-limite
       else
           compute instant-limite =
               rj-date-limite * 100000000
               + rj-heure-limite * 10000 + 9999
       end-if

       open output FRapport
       if frap-status not = '00' then
           goback
       end-if
       move spaces to contenu-rapport
       string '===== Reprise en avant du ' date-jour
           ' - generation ' rj-num-gen ' du ' rj-date-sauvegarde
           ' =====' delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       if rj-date-limite = 0 then
           move 'Changements rejoues jusqu''a la fin du journal'
               to contenu-rapport
       else
           move rj-heure-limite to heure-edit
           string 'Changements rejoues jusqu''au ' rj-date-limite
               ' ' heure-edit
               delimited by size into contenu-rapport
       end-if
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport

       open i-o FAffectations
       open i-o FChaufNouv
       if fa-status not = '00' or fc-status not = '00' then
           move 'Fichiers restaures inaccessibles : rien rejoue.'
               to contenu-rapport
           write LigneRapport
           close FAffectations
           close FChaufNouv
           close FRapport
           goback
       end-if

       move 0 to fin-images
       move 0 to image-en-attente
       move 0 to images-absentes
       open input FJournalImage
       if fji-status not = '00' then
           move 1 to images-absentes
           move 1 to fin-images
       else
           perform LIT-IMAGE-SUIVANTE
       end-if

       move 0 to fin-journal
       move 0 to journal-absent
       open input FJournal
       if fj-status not = '00' then
           move 1 to journal-absent
           move 1 to fin-journal
       end-if
       perform until fin-journal = 1
           read FJournal
               at end
                   move 1 to fin-journal
               not at end
                   perform TRAITE-LIGNE-JOURNAL
           end-read
       end-perform
       if journal-absent = 0 then
           close FJournal
       end-if

      *    images sans ligne de journal correspondante (journal
      *    tronque) : elles restent la reference du changement
       perform until image-en-attente = 0
           perform APPLIQUE-IMAGE
           perform LIT-IMAGE-SUIVANTE
       end-perform
       if images-absentes = 0 then
           close FJournalImage
       end-if

       close FAffectations
       close FChaufNouv

      *    l'index par date suit Affectation.dat restaure et rejoue
       call 'ss-affect-index' using idx-operation idx-num-zero
           idx-zero idx-zero idx-zero idx-zero

       move spaces to contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Changements rejoues : ' rj-nb-rejouees
           '   Non appliques : ' rj-nb-rejetees
           delimited by size into contenu-rapport
       write LigneRapport
       close FRapport

       perform ECRIT-JOURNAL-REPRISE

       move 'ss-reprise-journal' to spool-programme
       move spaces to spool-parametres
       string 'reprise en avant du ' date-jour
           delimited by size into spool-parametres
       move '../ext/RepriseJournal.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       goback
       .

       LIT-IMAGE-SUIVANTE.
      * Prochaine image de la fenetre ; celles d'avant la sauvegarde
      * sont deja dans la generation restauree.
           move 0 to image-en-attente
           perform until fin-images = 1 or image-en-attente = 1
               read FJournalImage
                   at end
                       move 1 to fin-images
                   not at end
                       compute instant-image =
                           ji-date * 100000000 + ji-heure
                       if instant-image > instant-limite then
                           move 1 to fin-images
                       else
                           if instant-image > instant-sauvegarde then
                               move 1 to image-en-attente
                           end-if
                       end-if
               end-read
           end-perform
       .

       TRAITE-LIGNE-JOURNAL.
           move spaces to jl-type jl-operation jl-zone-id
               jl-zone-date
           unstring ligne-journal delimited by ' | '
               into jl-type jl-operation jl-zone-id jl-zone-date
           end-unstring
           if jl-zone-date(1:8) is not numeric
           or jl-zone-date(10:8) is not numeric then
               exit paragraph
           end-if
           compute instant-ligne =
               function numval(jl-zone-date(1:8)) * 100000000
               + function numval(jl-zone-date(10:8))
           if instant-ligne <= instant-sauvegarde
           or instant-ligne > instant-limite then
               exit paragraph
           end-if
           if jl-type not = 'AFFECTATION'
           and jl-type not = 'CHAUFFEUR'
           and jl-type not = 'COMPAGNIE' then
               exit paragraph
           end-if

      *    les images anterieures a la ligne passent d'abord
           perform until image-en-attente = 0
           or instant-image >= instant-ligne
               perform APPLIQUE-IMAGE
               perform LIT-IMAGE-SUIVANTE
           end-perform

           move 0 to jl-numero
           if jl-zone-id(1:3) = 'id=' and jl-zone-id(4:6) is numeric
           then
               move jl-zone-id(4:6) to jl-numero
           end-if
           move 0 to image-correspond
           if image-en-attente = 1
           and instant-image = instant-ligne
           and ji-entite = jl-type
           and ji-operation = jl-operation
           and ji-id = jl-numero then
               move 1 to image-correspond
           end-if

           if image-correspond = 1 then
               perform APPLIQUE-IMAGE
               perform LIT-IMAGE-SUIVANTE
           else
      *        changement fait hors des deux ecrans de gestion
      *        (import, devis, decalage, remplacement...) : le
      *        journal ne porte pas l'enregistrement complet
               add 1 to rj-nb-rejetees
               move spaces to contenu-rapport
               string 'NON APPLIQUE ' jl-type ' ' jl-operation
                   ' ' jl-zone-id(1:9) ' ' jl-zone-date(1:13)
                   delimited by size into contenu-rapport
               write LigneRapport
               move spaces to contenu-rapport
               string '              -> pas d''image rejouable : '
                   'a ressaisir'
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
       .

       APPLIQUE-IMAGE.
           move spaces to motif-rejet
           evaluate ji-entite
               when 'AFFECTATION'
                   perform APPLIQUE-AFFECTATION
               when 'CHAUFFEUR'
                   perform APPLIQUE-CHAUFFEUR
               when other
                   move 'type d''enregistrement inconnu'
                       to motif-rejet
           end-evaluate

           if motif-rejet = spaces then
               add 1 to rj-nb-rejouees
               move 'REJOUE' to etat-reprise
           else
               add 1 to rj-nb-rejetees
               move 'NON APPLIQUE' to etat-reprise
           end-if
           move ji-heure(1:4) to heure-edit
           move spaces to contenu-rapport
           string etat-reprise ' ' ji-entite ' ' ji-operation
               ' id=' ji-id ' ' ji-date ' ' heure-edit
               ' ' ji-oper
               delimited by size into contenu-rapport
           write LigneRapport
           if motif-rejet not = spaces then
               move spaces to contenu-rapport
               string '              -> ' motif-rejet
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
       .

       APPLIQUE-AFFECTATION.
      * Ajout : l'affectation ne doit pas deja exister sous un autre
      * contenu ; modification et annulation : elle doit exister.
           move ji-id to fa-num-affect
           read FAffectations
               invalid key
                   if ji-operation = 'AJOUT' then
                       move ji-image(1:95) to enr-affectation
                       write enr-affectation
                           invalid key
                               move 'ecriture refusee'
                                   to motif-rejet
                       end-write
                   else
                       move 'affectation absente de la sauvegarde'
                           to motif-rejet
                   end-if
               not invalid key
                   if ji-operation = 'AJOUT'
                   and enr-affectation not = ji-image(1:95) then
                       move 'numero deja pris par une autre'
                           to motif-rejet
                   else
                       move ji-image(1:95) to enr-affectation
                       rewrite enr-affectation
                           invalid key
                               move 'reecriture refusee'
                                   to motif-rejet
                       end-rewrite
                   end-if
           end-read
       .

       APPLIQUE-CHAUFFEUR.
           move ji-id to numChaufN
           read FChaufNouv
               invalid key
                   if ji-operation = 'AJOUT' then
                       move ji-image to ChaufNouv
                       write ChaufNouv
                           invalid key
                               move 'ecriture refusee'
                                   to motif-rejet
                       end-write
                   else
                       move 'chauffeur absent de la sauvegarde'
                           to motif-rejet
                   end-if
               not invalid key
                   if ji-operation = 'AJOUT'
                   and ChaufNouv not = ji-image then
                       move 'numero deja pris par un autre'
                           to motif-rejet
                   else
                       move ji-image to ChaufNouv
                       rewrite ChaufNouv
                           invalid key
                               move 'reecriture refusee'
                                   to motif-rejet
                       end-rewrite
                   end-if
           end-read
       .

       ECRIT-JOURNAL-REPRISE.
           open extend FJournal
           if fj-status = '35' then
               open output FJournal
               close FJournal
               open extend FJournal
           end-if
           if fj-status not = '00' then
               exit paragraph
           end-if
           accept heure-jour from time
           move spaces to ligne-journal
           string 'SAUVEGARDE' ' | ' 'REPRISE'
               ' | id=' rj-num-gen
               ' | ' date-jour ' ' heure-jour
               ' | oper=' session-code
               ' | depuis=' rj-date-sauvegarde ' ' rj-heure-sauvegarde
               ' jusqu''a=' rj-date-limite ' ' rj-heure-limite
               ' rejoues=' rj-nb-rejouees
               ' non-appliques=' rj-nb-rejetees
               delimited by size into ligne-journal
           write ligne-journal
           close FJournal
       .

       end program ss-reprise-journal.
