       program-id. ss-envoi.

       input-output section.
           file-control.
           select FEnvoi assign to "../ext/Envoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is ev-num
                   alternate record key is ev-document
                       with duplicates
               status fev-status.

           select FDestEnvoi assign to "../ext/DestEnvoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is de-cle
               status fde-status.

           select FSortant assign to "../ext/EnvoiSortant.txt"
               organization is line sequential
               status fso-status.

           select FAccuses assign to "../ext/EnvoiAccuses.txt"
               organization is line sequential
               status fac-status.

           select FRapport assign to "../ext/EnvoisNonAboutis.txt"
               organization is sequential
               status frp-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * File d'expedition des documents, alimentee par
      * ss-envoi-depose (voir la description des codes).
       fd FEnvoi.
           01 enr-envoi.
               02 ev-num           pic 9(6).
               02 ev-document.
                   03 ev-type-doc  pic x(2).
                   03 ev-reference pic x(12).
               02 ev-dest-type     pic x(1).
               02 ev-dest-num      pic 9(6).
               02 ev-canal         pic x(1).
               02 ev-adresse       pic x(40).
               02 ev-fichier       pic x(40).
               02 ev-date-depot    pic 9(8).
               02 ev-heure-depot   pic 9(8).
               02 ev-statut        pic x(1).
               02 ev-date-statut   pic 9(8).
               02 ev-nb-tentatives pic 9(2).
               02 ev-code-retour   pic x(20).

       fd FDestEnvoi.
           01 enr-dest-envoi.
               02 de-cle.
                   03 de-dest-type pic x(1).
                   03 de-dest-num  pic 9(6).
               02 de-canal         pic x(1).
               02 de-adresse       pic x(40).

      * Lot remis a la passerelle de messagerie : numero d'envoi
      * (rappele dans les accuses), canal, adresse, document.
       FD FSortant.
       01 ligne-sortant            pic x(160).

      * Accuses de la passerelle : numero d'envoi, statut (ENVOYE,
      * ECHEC ou RETOUR), date AAAAMMJJ et motif eventuel.
       FD FAccuses.
       01 ligne-accuse             pic x(120).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fev-status               pic x(2).
       01 fde-status               pic x(2).
       01 fso-status               pic x(2).
       01 fac-status               pic x(2).
       01 frp-status               pic x(2).
       01 fpa-status               pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).

       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 date-jour                pic 9(8).
       01 jours-aujourdhui         pic 9(7).
       01 jours-statut             pic 9(7).
       01 delai-accuse-jours       pic 9(3) value 3.
       01 fiche-existante          pic 9.

      *----- Saisie des coordonnees et remise en file -----
       01 id-dest-type             pic x(1).
       01 id-dest-num              pic 9(6).
       01 id-envoi                 pic 9(6).
       01 remis-type-doc           pic x(2).
       01 remis-reference          pic x(12).
       01 remis-dest-type          pic x(1).
       01 remis-dest-num           pic 9(6).
       01 remis-fichier            pic x(40).
       01 nv-canal                 pic x(1).
       01 nv-adresse               pic x(40).
       01 operation-journal        pic x(5).
       01 detail-journal           pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

      *----- Lot et accuses -----
       01 nb-transmis              pic 9(4).
       01 nb-sans-adresse          pic 9(4).
       01 nb-accuses               pic 9(4).
       01 nb-inconnus              pic 9(4).
       01 nb-non-aboutis           pic 9(4).
       01 accuse-num               pic x(6).
       01 accuse-statut            pic x(10).
       01 accuse-date              pic x(8).
       01 accuse-motif             pic x(40).
       01 libelle-statut           pic x(22).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Expedition des documents -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Coordonnees d''envoi d''un destinataire'.
           02 line 4 col 2 value
               '2: Transmettre la file a la passerelle (lot)'.
           02 line 5 col 2 value
               '3: Reprendre les accuses de la passerelle'.
           02 line 6 col 2 value
               '4: Envois non aboutis (relance manuelle)'.
           02 line 7 col 2 value
               '5: Remettre un envoi en file'.
           02 line 9 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 11 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-destinataire.
           02 line 3 col 2 value
               'Destinataire (C compagnie, P particulier, '
               &'H chauffeur) : '.
           02 s-dest-type pic x(1) to id-dest-type required.
           02 line 4 col 2 value 'Numero : '.
           02 s-dest-num pic zzzzzz to id-dest-num required.

       01 a-plg-fiche-actuelle.
           02 line 6 col 2 value 'Canal actuel : '.
           02 a-de-canal pic x(1) from de-canal.
           02 line 6 col 22 value 'Adresse : '.
           02 a-de-adresse pic x(40) from de-adresse.

       01 s-plg-form-fiche.
           02 line 8 col 2 value
               'Canal (M courriel, P poste, W portail) : '.
           02 s-nv-canal pic x(1) to nv-canal required.
           02 line 9 col 2 value
               'Courriel ou identifiant portail : '.
           02 s-nv-adresse pic x(40) to nv-adresse.

       01 s-plg-id-envoi.
           02 line 3 col 2 value 'Numero d''envoi : '.
           02 s-id-envoi pic zzzzzz to id-envoi required.
       01 a-plg-detail-envoi.
           02 line 5 col 2 value 'Document : '.
           02 a-ev-type pic x(2) from ev-type-doc.
           02 line 5 col 17 pic x(12) from ev-reference.
           02 line 5 col 31 value 'Destinataire : '.
           02 a-ev-dest-type pic x(1) from ev-dest-type.
           02 line 5 col 48 pic 9(6) from ev-dest-num.
           02 line 6 col 2 value 'Canal : '.
           02 a-ev-canal pic x(1) from ev-canal.
           02 line 6 col 13 value 'Statut : '.
           02 a-ev-statut pic x(1) from ev-statut.
           02 line 6 col 26 value 'Retour : '.
           02 a-ev-retour pic x(20) from ev-code-retour.
           02 line 7 col 2 value 'Adresse : '.
           02 a-ev-adresse pic x(40) from ev-adresse.

       01 a-plg-lot-transmis.
           02 line 3 col 2 value 'Envois transmis : '.
           02 a-nb-transmis pic zzz9 from nb-transmis.
           02 line 4 col 2 value 'Sans adresse (en echec) : '.
           02 a-nb-sans-adresse pic zzz9 from nb-sans-adresse.
           02 line 6 col 2 value
               'Lot remis : ../ext/EnvoiSortant.txt'.
       01 a-plg-accuses-repris.
           02 line 3 col 2 value 'Accuses rapproches : '.
           02 a-nb-accuses pic zzz9 from nb-accuses.
           02 line 4 col 2 value 'Numeros inconnus : '.
           02 a-nb-inconnus pic zzz9 from nb-inconnus.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Envois non aboutis : '.
           02 a-nb-non-aboutis pic zzz9 from nb-non-aboutis.
           02 line 20 col 27 value '(../ext/EnvoisNonAboutis.txt)'.

       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-type-invalide.
           02 line 20 col 1 value
               'Type de destinataire attendu : C, P ou H.'.
       01 a-plg-canal-invalide.
           02 line 20 col 1 value
               'Canal attendu : M, P ou W (adresse requise hors '
               &'poste).'.
       01 a-plg-envoi-introuvable.
           02 line 20 col 1 value 'Envoi introuvable.'.
       01 a-plg-envoi-en-file.
           02 line 20 col 1 value
               'Envoi deja en file ou transmis, accuse attendu.'.
       01 a-plg-pas-accuses.
           02 line 20 col 1 value
               'Aucun fichier d''accuses de la passerelle.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Une seule file pour tous les documents adresses aux
      * compagnies, aux particuliers et aux chauffeurs (factures,
      * relances, releves, confirmations, avoirs, avis, plannings) :
      * le lot la remet a la passerelle de messagerie, qui se charge
      * du courriel, du portail et du courrier imprime ; ses accuses
      * disent ce qui est parti, ce qui a echoue et ce qui est
      * revenu.

       open i-o FEnvoi
       if fev-status = '35' then
           open output FEnvoi
           close FEnvoi
           open i-o FEnvoi
       end-if
       open i-o FDestEnvoi
       if fde-status = '35' then
           open output FDestEnvoi
           close FDestEnvoi
           open i-o FDestEnvoi
       end-if
       if fev-status not = '00' or fde-status not = '00' then
           display a-error-open
           stop ' '
           close FEnvoi
           close FDestEnvoi
           goback
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
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

       open input FParametres
       if fpa-status = '00' then
           move 'ENVOI-DELAI-ACCUSE-J' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to delai-accuse-jours
                   end-if
           end-read
           close FParametres
       end-if

       accept date-jour from date yyyymmdd
       compute jours-aujourdhui =
           function integer-of-date(date-jour)

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform SAISIT-COORDONNEES
               when 2 perform TRANSMET-LOT
               when 3 perform REPREND-ACCUSES
               when 4 perform EDITE-NON-ABOUTIS
               when 5 perform REMET-EN-FILE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FEnvoi
       close FDestEnvoi
       close FJournal

       goback
       .

       SAISIT-COORDONNEES.
      * Les envois deja en file gardent le canal du moment de leur
      * depot ; une remise en file reprend la nouvelle fiche.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-destinataire
           accept s-plg-destinataire
           move function upper-case(id-dest-type) to id-dest-type
           if id-dest-type not = 'C' and id-dest-type not = 'P'
           and id-dest-type not = 'H' then
               display a-plg-type-invalide
               stop ' '
               exit paragraph
           end-if

           move id-dest-type to de-dest-type
           move id-dest-num to de-dest-num
           read FDestEnvoi
               invalid key
                   move 0 to fiche-existante
                   move 'P' to de-canal
                   move spaces to de-adresse
               not invalid key
                   move 1 to fiche-existante
           end-read
           display a-plg-fiche-actuelle

           move spaces to nv-canal nv-adresse
           display s-plg-form-fiche
           accept s-plg-form-fiche
           move function upper-case(nv-canal) to nv-canal
           if (nv-canal not = 'M' and nv-canal not = 'P'
           and nv-canal not = 'W')
           or (nv-canal not = 'P' and nv-adresse = spaces) then
               display a-plg-canal-invalide
               stop ' '
               exit paragraph
           end-if

           move id-dest-type to de-dest-type
           move id-dest-num to de-dest-num
           move nv-canal to de-canal
           if nv-canal = 'P' then
               move spaces to de-adresse
           else
               move nv-adresse to de-adresse
           end-if

           move spaces to detail-journal
           string de-dest-type de-dest-num ' canal=' de-canal ' '
               de-adresse
               delimited by size into detail-journal
           if fiche-existante = 0 then
               write enr-dest-envoi
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   move 'AJOUT' to operation-journal
                   move 0 to ev-num
                   perform ECRIT-JOURNAL
                   display a-plg-modif-succes
               end-write
           else
               rewrite enr-dest-envoi
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   move 'MODIF' to operation-journal
                   move 0 to ev-num
                   perform ECRIT-JOURNAL
                   display a-plg-modif-succes
               end-rewrite
           end-if
           stop ' '
       .

       TRANSMET-LOT.
      * Tous les envois a envoyer partent dans un meme lot ; ceux
      * qui n'ont aucune adresse passent directement en echec.
           open output FSortant
           if fso-status not = '00' then
               display a-error-open
               stop ' '
               exit paragraph
           end-if

           move 0 to nb-transmis
           move 0 to nb-sans-adresse
           move 0 to ev-num
           move 0 to fin-scan
           start FEnvoi key > ev-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FEnvoi next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ev-statut = 'A' then
                           perform TRANSMET-ENVOI
                       end-if
               end-read
           end-perform
           close FSortant

           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-lot-transmis
           display a-plg-message-continuer
           stop ' '
       .

       TRANSMET-ENVOI.
           add 1 to ev-nb-tentatives
           move date-jour to ev-date-statut
           if ev-adresse = spaces then
               move 'N' to ev-statut
               move 'ADRESSE ABSENTE' to ev-code-retour
               add 1 to nb-sans-adresse
           else
               move spaces to ligne-sortant
               string ev-num ';' ev-canal ';'
                   function trim(ev-adresse) ';'
                   function trim(ev-fichier) ';'
                   ev-type-doc ';' function trim(ev-reference)
                   delimited by size into ligne-sortant
               write ligne-sortant
               move 'T' to ev-statut
               move spaces to ev-code-retour
               add 1 to nb-transmis
           end-if
           rewrite enr-envoi
               invalid key
                   continue
           end-rewrite
       .

       REPREND-ACCUSES.
           open input FAccuses
           if fac-status not = '00' then
               display a-plg-pas-accuses
               stop ' '
               exit paragraph
           end-if

           move 0 to nb-accuses
           move 0 to nb-inconnus
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FAccuses
                   at end
                       move 1 to fin-scan
                   not at end
                       perform RAPPROCHE-ACCUSE
               end-read
           end-perform
           close FAccuses

           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-accuses-repris
           display a-plg-message-continuer
           stop ' '
       .

       RAPPROCHE-ACCUSE.
           move spaces to accuse-num accuse-statut accuse-date
           move spaces to accuse-motif
           unstring ligne-accuse delimited by ';'
               into accuse-num accuse-statut accuse-date
                   accuse-motif
           end-unstring
           if accuse-num is not numeric then
               add 1 to nb-inconnus
               exit paragraph
           end-if
           move accuse-num to ev-num
           read FEnvoi
               invalid key
                   add 1 to nb-inconnus
                   exit paragraph
           end-read

           evaluate accuse-statut
               when 'ENVOYE'
                   move 'E' to ev-statut
               when 'RETOUR'
                   move 'R' to ev-statut
               when other
                   move 'N' to ev-statut
           end-evaluate
           if accuse-date is numeric then
               move accuse-date to ev-date-statut
           else
               move date-jour to ev-date-statut
           end-if
           if accuse-motif not = spaces then
               move accuse-motif to ev-code-retour
           else
               move accuse-statut to ev-code-retour
           end-if
           rewrite enr-envoi
               invalid key
                   add 1 to nb-inconnus
               not invalid key
                   add 1 to nb-accuses
           end-rewrite
       .

       EDITE-NON-ABOUTIS.
      * A suivre a la main : echecs, retours, envois transmis sans
      * accuse passe le delai, et documents restes en file depuis
      * plus d'un jour (lot non passe).
           open output FRapport
           if frp-status not = '00' then
               display a-error-open
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '===== Envois non aboutis au ' date-jour ' ====='
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Envoi  Doc Reference    Dest        Canal Statut'
               to contenu-rapport
           write LigneRapport

           move 0 to nb-non-aboutis
           move 0 to ev-num
           move 0 to fin-scan
           start FEnvoi key > ev-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FEnvoi next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform SITUE-ENVOI
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Total : ' nb-non-aboutis ' envoi(s)'
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-envoi' to spool-programme
           move spaces to spool-parametres
           string 'envois non aboutis au ' date-jour
               delimited by size into spool-parametres
           move '../ext/EnvoisNonAboutis.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       SITUE-ENVOI.
           move spaces to libelle-statut
           evaluate ev-statut
               when 'N'
                   move 'echec' to libelle-statut
               when 'R'
                   move 'retour' to libelle-statut
               when 'T'
                   compute jours-statut =
                       function integer-of-date(ev-date-statut)
                   if jours-aujourdhui - jours-statut
                       > delai-accuse-jours then
                       move 'sans accuse' to libelle-statut
                   end-if
               when 'A'
                   if ev-date-statut < date-jour then
                       move 'jamais transmis' to libelle-statut
                   end-if
           end-evaluate
           if libelle-statut = spaces then
               exit paragraph
           end-if

           add 1 to nb-non-aboutis
           move spaces to contenu-rapport
           string ev-num ' ' ev-type-doc '  ' ev-reference ' '
               ev-dest-type ev-dest-num '     ' ev-canal '   '
               function trim(libelle-statut) ' le ' ev-date-statut
               delimited by size into contenu-rapport
           write LigneRapport
           if ev-code-retour not = spaces then
               move spaces to contenu-rapport
               string '       motif : ' ev-code-retour
                   ' - ' function trim(ev-adresse)
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
       .

       REMET-EN-FILE.
      * Apres correction des coordonnees, un envoi en echec ou
      * revenu repart au prochain lot avec le canal et l'adresse de
      * la fiche du destinataire (ou, a defaut, l'adresse postale).
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-envoi
           accept s-plg-id-envoi

           move id-envoi to ev-num
           read FEnvoi
               invalid key
                   display a-plg-envoi-introuvable
                   stop ' '
                   exit paragraph
           end-read
           display a-plg-detail-envoi
           if ev-statut = 'A' or ev-statut = 'T' then
               display a-plg-envoi-en-file
               stop ' '
               exit paragraph
           end-if

      *    la fiche du destinataire est relue par le depot, qui met
      *    a jour l'entree existante
           move ev-document to detail-journal
           move 'A' to ev-statut
           rewrite enr-envoi
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
           end-rewrite
           move ev-type-doc to remis-type-doc
           move ev-reference to remis-reference
           move ev-dest-type to remis-dest-type
           move ev-dest-num to remis-dest-num
           move ev-fichier to remis-fichier
           close FEnvoi
           close FDestEnvoi
           call 'ss-envoi-depose' using remis-type-doc
               remis-reference remis-dest-type remis-dest-num
               remis-fichier id-envoi
           open i-o FEnvoi
           open i-o FDestEnvoi

           move id-envoi to ev-num
           move 'REMIS' to operation-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'ENVOI' ' | ' operation-journal
               ' | id=' ev-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-envoi.
