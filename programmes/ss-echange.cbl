       program-id. ss-echange.

       input-output section.
           file-control.
           select FEchange assign to "../ext/Echange.dat"
               organization is indexed
               access mode is dynamic
                   record key is ec-num
                   alternate record key is ec-num-chauff
                       with duplicates
               status fec-status.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FAbsence assign to "../ext/Absence.dat"
               organization is indexed
               access mode is dynamic
                   record key is ab-num-absence
                   alternate record key is ab-num-chauff
                       with duplicates
               status FAbsenceStatus.

           select FCloture assign to "../ext/Cloture.dat"
               organization is indexed
               access mode is dynamic
                   record key is cl-id
               status FClotureStatus.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FJournalImage assign to "../ext/JournalImages.dat"
               organization is sequential
               status fji-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Demande d'un chauffeur transmise au dispatcheur : echange de
      * deux services entre deux chauffeurs (E), cession d'un service
      * a un collegue (C) ou souhait de repos sur des jours donnes
      * (R). Statut A = en attente, V = accordee et appliquee,
      * R = refusee.
       fd FEchange.
           01 enr-echange.
               02 ec-num           pic 9(6).
               02 ec-type          pic x(1).
               02 ec-num-chauff    pic 9(6).
               02 ec-num-affect    pic 9(6).
               02 ec-num-chauff2   pic 9(6).
               02 ec-num-affect2   pic 9(6).
               02 ec-date-debut    pic 9(8).
               02 ec-date-fin      pic 9(8).
               02 ec-motif         pic x(30).
               02 ec-demandeur     pic x(8).
               02 ec-date-demande  pic 9(8).
               02 ec-heure-demande pic 9(8).
               02 ec-statut        pic x(1).
               02 ec-decideur      pic x(8).
               02 ec-date-decision pic 9(8).
               02 ec-heure-decision pic 9(8).
               02 ec-motif-decision pic x(30).

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

       fd FAbsence.
           01 enr-absence.
               02 ab-num-absence   pic 9(4).
               02 ab-num-chauff    pic 9(6).
               02 ab-type          pic x(10).
               02 ab-date-debut    pic 9(8).
               02 ab-date-fin      pic 9(8).

       fd FCloture.
           01 enr-cloture.
               02 cl-id            pic 9(1).
               02 cl-date-cloture  pic 9(8).
               02 cl-date-operation pic 9(8).
               02 cl-operateur     pic x(8).

       fd FJournal.
           01 ligne-journal pic x(200).

      * Image complete de l'enregistrement apres chaque changement
      * journalise : ce que la reprise en avant (ss-reprise-journal)
      * reapplique apres restauration d'une sauvegarde.
       fd FJournalImage.
           01 enr-journal-image.
               02 ji-entite        pic x(12).
               02 ji-operation     pic x(10).
               02 ji-id            pic 9(6).
               02 ji-date          pic 9(8).
               02 ji-heure         pic 9(8).
               02 ji-oper          pic x(8).
               02 ji-image         pic x(135).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fec-status               pic x(2).
       01 fstatus                  pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FAbsenceStatus           pic x(2).
       01 FClotureStatus           pic x(2).
       01 FJournalStatus           pic x(2).
       01 fji-status               pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 date-cloture             pic 9(8).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 dernier-num              pic 9(6).
       01 saisie-invalide          pic 9.
       01 id-demande               pic 9(6).
       01 choix-decision           pic 9.
       01 certificat-choix         pic 9.
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).
       01 libelle-type             pic x(10).
       01 libelle-refus            pic x(50).

      *----- Saisie d'une demande -----
       01 nv-type                  pic x(1).
       01 nv-num-chauff            pic 9(6).
       01 nv-num-affect            pic 9(6).
       01 nv-num-chauff2           pic 9(6).
       01 nv-num-affect2           pic 9(6).
       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-motif                 pic x(30).
       01 motif-decision           pic x(30).

      *----- Services qui changent de main a l'accord -----
      * Entree 1 : le service cede par le demandeur ; entree 2 (un
      * echange seulement) : celui du collegue. ex-place indique si
      * le titulaire tient le volant (1) ou la place de co-chauffeur
      * (2) ; ex-autre est l'autre chauffeur de l'affectation.
       01 nb-services              pic 9.
       01 idx-ex                   pic 9.
       01 table-services.
           02 ex-service occurs 2 times.
               03 ex-num           pic 9(6).
               03 ex-titulaire     pic 9(6).
               03 ex-preneur       pic 9(6).
               03 ex-place         pic 9.
               03 ex-autre         pic 9(6).
               03 ex-bus           pic 9(6).
               03 ex-deb           pic 9(8).
               03 ex-fin           pic 9(8).
               03 ex-hd            pic 9(4).
               03 ex-hf            pic 9(4).
       01 services-valides         pic 9.
       01 accord-possible          pic 9.
       01 chauffeur-occupe         pic 9.

      *----- Controles du preneur (ss-chauffeur-controle) -----
       01 cc-num-chauff            pic 9(6).
       01 cc-num-bus               pic 9(6).
       01 cc-date-debut            pic 9(8).
       01 cc-date-fin              pic 9(8).
       01 cc-heure-debut           pic 9(4).
       01 cc-heure-fin             pic 9(4).
       01 cc-excl-1                pic 9(6).
       01 cc-excl-2                pic 9(6).
       01 cc-resultat              pic x(1).
       01 cc-detail                pic x(3).

       screen section.

      *----- Titres -----
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Echanges de services et souhaits de repos -'.
       01 a-plg-titre-echange.
           02 blank screen.
           02 line 1 col 10 value
               '- Demande d''echange de services -'.
       01 a-plg-titre-cession.
           02 blank screen.
           02 line 1 col 10 value
               '- Demande de cession d''un service -'.
       01 a-plg-titre-repos.
           02 blank screen.
           02 line 1 col 10 value '- Souhait de repos -'.
       01 a-plg-titre-liste.
           02 blank screen.
           02 line 1 col 10 value '- Demandes en attente -'.
       01 a-plg-titre-decision.
           02 blank screen.
           02 line 1 col 10 value '- Decision sur une demande -'.

      *----- Menu -----
       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Echange de services entre deux chauffeurs'.
           02 line 4 col 2 value
               '2: Cession d''un service a un collegue'.
           02 line 5 col 2 value
               '3: Souhait de repos (jours non travailles)'.
           02 line 6 col 2 value '4: Lister les demandes en attente'.
           02 line 7 col 2 value
               '5: Accorder ou refuser une demande'.
           02 line 9 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 11 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

      * --------- Formulaires -----------
       01 s-plg-form-echange.
           02 line 3 col 2 value 'Chauffeur demandeur : '.
           02 s-nv-num-chauff pic zzzzzz to nv-num-chauff required.
           02 line 4 col 2 value 'Son affectation : '.
           02 s-nv-num-affect pic zzzzzz to nv-num-affect required.
           02 line 5 col 2 value 'Chauffeur collegue : '.
           02 s-nv-num-chauff2 pic zzzzzz to nv-num-chauff2
               required.
           02 line 6 col 2 value 'Affectation du collegue : '.
           02 s-nv-num-affect2 pic zzzzzz to nv-num-affect2
               required.
           02 line 7 col 2 value 'Motif : '.
           02 s-nv-motif pic x(30) to nv-motif.
       01 s-plg-form-cession.
           02 line 3 col 2 value 'Chauffeur demandeur : '.
           02 s-c-num-chauff pic zzzzzz to nv-num-chauff required.
           02 line 4 col 2 value 'Affectation cedee : '.
           02 s-c-num-affect pic zzzzzz to nv-num-affect required.
           02 line 5 col 2 value 'Collegue qui la reprend : '.
           02 s-c-num-chauff2 pic zzzzzz to nv-num-chauff2
               required.
           02 line 7 col 2 value 'Motif : '.
           02 s-c-motif pic x(30) to nv-motif.
       01 s-plg-form-repos.
           02 line 3 col 2 value 'Chauffeur demandeur : '.
           02 s-r-num-chauff pic zzzzzz to nv-num-chauff required.
           02 line 4 col 2 value 'Du (AAAAMMJJ) : '.
           02 s-r-date-debut pic 9(8) to nv-date-debut required.
           02 line 5 col 2 value 'Au (AAAAMMJJ) : '.
           02 s-r-date-fin pic 9(8) to nv-date-fin required.
           02 line 7 col 2 value 'Motif : '.
           02 s-r-motif pic x(30) to nv-motif.

      *----- Liste des demandes en attente -----
       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Numero'.
           02 line 3 col 10 value 'Type'.
           02 line 3 col 21 value 'Chauff'.
           02 line 3 col 29 value 'Affect'.
           02 line 3 col 37 value 'Collegue'.
           02 line 3 col 47 value 'Affect'.
           02 line 3 col 55 value 'Du'.
           02 line 3 col 66 value 'Au'.
       01 a-plg-demande-ligne.
           02 a-l-num line i col 2 pic 9(6) from ec-num.
           02 a-l-type line i col 10 pic x(10) from libelle-type.
           02 a-l-chauff line i col 21 pic 9(6) from ec-num-chauff.
           02 a-l-affect line i col 29 pic zzzzzz
               from ec-num-affect.
           02 a-l-chauff2 line i col 37 pic zzzzzz
               from ec-num-chauff2.
           02 a-l-affect2 line i col 47 pic zzzzzz
               from ec-num-affect2.
           02 a-l-deb line i col 55 pic zzzz/zz/zz
               from ec-date-debut.
           02 a-l-fin line i col 66 pic zzzz/zz/zz
               from ec-date-fin.

      *----- Decision -----
       01 s-plg-recherche-demande.
           02 line 3 col 2 value 'Numero de la demande : '.
           02 s-id-demande pic zzzzzz to id-demande required.
       01 a-plg-demande-detail.
           02 line 5 col 2 value 'Type : '.
           02 a-d-type pic x(10) from libelle-type.
           02 line 5 col 30 value 'Saisie par : '.
           02 a-d-demandeur pic x(8) from ec-demandeur.
           02 line 5 col 52 value 'le '.
           02 a-d-date pic 9999/99/99 from ec-date-demande.
           02 line 6 col 2 value 'Chauffeur : '.
           02 a-d-chauff pic 9(6) from ec-num-chauff.
           02 line 6 col 30 value 'Affectation : '.
           02 a-d-affect pic zzzzzz from ec-num-affect.
           02 line 7 col 2 value 'Collegue : '.
           02 a-d-chauff2 pic zzzzzz from ec-num-chauff2.
           02 line 7 col 30 value 'Affectation : '.
           02 a-d-affect2 pic zzzzzz from ec-num-affect2.
           02 line 8 col 2 value 'Repos du : '.
           02 a-d-deb pic zzzz/zz/zz from ec-date-debut.
           02 line 8 col 30 value 'au : '.
           02 a-d-fin pic zzzz/zz/zz from ec-date-fin.
           02 line 9 col 2 value 'Motif : '.
           02 a-d-motif pic x(30) from ec-motif.
       01 s-plg-decision.
           02 line 11 col 2 value
               '1-Accorder / 2-Refuser / 9-Abandonner : '.
           02 s-choix-decision pic 9 to choix-decision required.
       01 s-plg-motif-decision.
           02 line 12 col 2 value 'Motif du refus : '.
           02 s-motif-decision pic x(30) to motif-decision
               required.
       01 a-plg-certificat-expire.
           02 line 20 col 1 value 'Attention : certificat '.
           02 a-cert-type pic x(3) from cc-detail.
           02 line 20 col 28 value 'du chauffeur '.
           02 a-cert-chauff pic 9(6) from cc-num-chauff.
           02 line 20 col 48 value
               'expire avant la fin du service.'.
       01 s-plg-certificat-choix.
           02 line 22 col 1 value
               '1-Passer outre / 9-Abandonner l''accord : '.
           02 s-certificat-choix pic 9 to certificat-choix required.

      *------ Messages utilisateur ------
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-chauffeur-introuvable.
           02 line 20 col 1 value 'Chauffeur introuvable.'.
       01 a-plg-memes-chauffeurs.
           02 line 20 col 1 value
               'Le collegue doit etre un autre chauffeur.'.
       01 a-plg-affect-invalide.
           02 line 20 col 1 value
               'Affectation introuvable, inactive ou tenue par un '
               &'autre chauffeur.'.
       01 a-plg-affect-cloturee.
           02 line 20 col 1 value
               'Affectation d''une periode comptable close.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides : la date de fin doit etre '
               &'posterieure ou egale a la date de debut.'.
       01 a-plg-demande-introuvable.
           02 line 20 col 1 value 'Demande introuvable.'.
       01 a-plg-demande-traitee.
           02 line 20 col 1 value
               'Cette demande a deja ete traitee.'.
       01 a-plg-controle-refus.
           02 line 20 col 1 value 'Accord impossible, chauffeur '.
           02 a-refus-chauff pic 9(6) from cc-num-chauff.
           02 line 20 col 37 value ': '.
           02 a-refus-libelle pic x(42) from libelle-refus.
       01 a-plg-repos-occupe.
           02 line 20 col 1 value
               'Accord impossible : le chauffeur est affecte sur ces '
               &'jours (echange ou'.
           02 line 21 col 1 value
               'remplacement a regler d''abord).'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune demande en attente.'.
       01 a-plg-demande-enregistree.
           02 line 21 col 1 value 'Demande enregistree sous le '
               &'numero '.
           02 a-num-enregistre pic 9(6) from ec-num.
           02 line 21 col 43 value ': transmise au dispatcheur.'.
       01 a-plg-demande-accordee.
           02 line 21 col 1 value
               'Demande accordee : planning mis a jour.'.
       01 a-plg-demande-refusee.
           02 line 21 col 1 value 'Demande refusee.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-message-continuer.
           02 line 24 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FEchange
       if fec-status = '35' then
           open output FEchange
           close FEchange
           open i-o FEchange
       end-if
       open i-o fAffectation
       open input FChaufNouv

       if fec-status not = '00' or fstatus not = '00'
       or FChaufNouvStatus not = '00' then
           display a-error-open
           stop ' '
           close FEchange
           close fAffectation
           close FChaufNouv
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

       perform LIT-CLOTURE

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform SAISIE-ECHANGE
               when 2 perform SAISIE-CESSION
               when 3 perform SAISIE-REPOS
               when 4 perform LISTE-EN-ATTENTE
               when 5 perform DECISION
               when 9 move 1 to quitter
               when other
                   display a-plg-message-choix-invalide
                   stop ' '
           end-evaluate
       end-perform

       close FEchange
       close fAffectation
       close FChaufNouv
       close FJournal

       goback
       .

       LIT-CLOTURE.
      * Un service d'une periode comptable close ne change plus de
      * chauffeur, comme dans la saisie et le remplacement.
           move 0 to date-cloture
           open input FCloture
           if FClotureStatus = '00' then
               move 1 to cl-id
               read FCloture
                   invalid key
                       continue
                   not invalid key
                       move cl-date-cloture to date-cloture
               end-read
               close FCloture
           end-if
       .

       REINITIALISER.
           move 0 to nv-num-chauff
           move 0 to nv-num-affect
           move 0 to nv-num-chauff2
           move 0 to nv-num-affect2
           move 0 to nv-date-debut
           move 0 to nv-date-fin
           move spaces to nv-motif
           move 0 to saisie-invalide
       .

       SAISIE-ECHANGE.
      * Deux chauffeurs echangent leurs services : chacun doit tenir
      * l'affectation qu'il cede au moment de la demande.
           perform REINITIALISER
           display a-plg-titre-echange
           display s-plg-form-echange
           accept s-plg-form-echange

           perform VERIFIE-CHAUFFEURS
           if saisie-invalide = 0 then
               if nv-num-affect = nv-num-affect2 then
                   display a-plg-affect-invalide
                   move 1 to saisie-invalide
               end-if
           end-if
           if saisie-invalide = 0 then
               move nv-num-affect to numAffect
               move nv-num-chauff to numChaufN
               perform VERIFIE-SERVICE-SAISI
           end-if
           if saisie-invalide = 0 then
               move nv-num-affect2 to numAffect
               move nv-num-chauff2 to numChaufN
               perform VERIFIE-SERVICE-SAISI
           end-if
           if saisie-invalide = 0 then
               move 'E' to nv-type
               perform ECRIT-DEMANDE
           end-if
           stop ' '
       .

       SAISIE-CESSION.
      * Le demandeur donne l'un de ses services a un collegue.
           perform REINITIALISER
           display a-plg-titre-cession
           display s-plg-form-cession
           accept s-plg-form-cession

           perform VERIFIE-CHAUFFEURS
           if saisie-invalide = 0 then
               move nv-num-affect to numAffect
               move nv-num-chauff to numChaufN
               perform VERIFIE-SERVICE-SAISI
           end-if
           if saisie-invalide = 0 then
               move 'C' to nv-type
               perform ECRIT-DEMANDE
           end-if
           stop ' '
       .

       SAISIE-REPOS.
      * Souhait de ne pas travailler sur une plage de jours ; une
      * fois accorde il devient une absence REPOS.
           perform REINITIALISER
           display a-plg-titre-repos
           display s-plg-form-repos
           accept s-plg-form-repos

           move nv-num-chauff to numChaufN
           read FChaufNouv
               invalid key
                   display a-plg-chauffeur-introuvable
                   move 1 to saisie-invalide
           end-read
           if saisie-invalide = 0 then
               if nv-date-fin < nv-date-debut then
                   display a-plg-dates-invalides
                   move 1 to saisie-invalide
               end-if
           end-if
           if saisie-invalide = 0 then
               move 'R' to nv-type
               perform ECRIT-DEMANDE
           end-if
           stop ' '
       .

       VERIFIE-CHAUFFEURS.
           if nv-num-chauff = nv-num-chauff2 then
               display a-plg-memes-chauffeurs
               move 1 to saisie-invalide
               exit paragraph
           end-if
           move nv-num-chauff to numChaufN
           read FChaufNouv
               invalid key
                   move 1 to saisie-invalide
           end-read
           move nv-num-chauff2 to numChaufN
           read FChaufNouv
               invalid key
                   move 1 to saisie-invalide
           end-read
           if saisie-invalide = 1 then
               display a-plg-chauffeur-introuvable
           end-if
       .

       VERIFIE-SERVICE-SAISI.
      * numAffect doit etre une affectation active tenue par le
      * chauffeur numChaufN (au volant ou comme co-chauffeur), hors
      * periode close.
           read fAffectation
               invalid key
                   display a-plg-affect-invalide
                   move 1 to saisie-invalide
               not invalid key
                   if statutA = 'I' or statutA = 'B'
                   or (numChaufA not = numChaufN
                       and numChauf2A not = numChaufN) then
                       display a-plg-affect-invalide
                       move 1 to saisie-invalide
                   else
                       if date-cloture > 0
                       and dateFinAffectA <= date-cloture then
                           display a-plg-affect-cloturee
                           move 1 to saisie-invalide
                       end-if
                   end-if
           end-read
       .

       ECRIT-DEMANDE.
      * Numero suivant le dernier du fichier ; la demande part en
      * attente de decision du dispatcheur.
           move 0 to dernier-num
           move 999999 to ec-num
           start FEchange key < ec-num
               invalid key
                   continue
               not invalid key
                   read FEchange next
                       at end
                           continue
                       not at end
                           move ec-num to dernier-num
                   end-read
           end-start

           compute ec-num = dernier-num + 1
           move nv-type to ec-type
           move nv-num-chauff to ec-num-chauff
           move nv-num-affect to ec-num-affect
           move nv-num-chauff2 to ec-num-chauff2
           move nv-num-affect2 to ec-num-affect2
           move nv-date-debut to ec-date-debut
           move nv-date-fin to ec-date-fin
           move nv-motif to ec-motif
           move session-code to ec-demandeur
           accept ec-date-demande from date yyyymmdd
           accept ec-heure-demande from time
           move 'A' to ec-statut
           move spaces to ec-decideur
           move 0 to ec-date-decision
           move 0 to ec-heure-decision
           move spaces to ec-motif-decision

           write enr-echange
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-demande-enregistree
                   move spaces to ligne-journal
                   string
                       'ECHANGE' ' | ' 'DEMANDE'
                       ' | id=' ec-num
                       ' | ' ec-date-demande ' ' ec-heure-demande
                       ' | oper=' session-code
                       ' | type=' ec-type
                       ' | chauff=' ec-num-chauff
                       ' | affect=' ec-num-affect
                       ' | collegue=' ec-num-chauff2
                       ' | affect2=' ec-num-affect2
                       ' | du=' ec-date-debut
                       ' | au=' ec-date-fin
                       delimited by size into ligne-journal
                   write ligne-journal
           end-write
       .

       LIBELLE-DEMANDE.
           evaluate ec-type
               when 'E' move 'ECHANGE' to libelle-type
               when 'C' move 'CESSION' to libelle-type
               when 'R' move 'REPOS' to libelle-type
               when other move spaces to libelle-type
           end-evaluate
       .

       LISTE-EN-ATTENTE.
           display a-plg-titre-liste
           display a-plg-titre-colonne
           move 5 to i
           move 1 to aucun-resultat
           move 0 to ec-num
           move 0 to fin-scan
           start FEchange key > ec-num
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FEchange next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ec-statut = 'A' then
                           move 0 to aucun-resultat
                           perform LIBELLE-DEMANDE
                           display a-plg-demande-ligne
                           add 1 to i
                           if i > 18 then
                               display a-plg-message-continuer
                               stop ' '
                               display a-plg-titre-liste
                               display a-plg-titre-colonne
                               move 5 to i
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       DECISION.
      * Le dispatcheur accorde ou refuse une demande en attente ;
      * l'accord n'est applique qu'apres les controles de la saisie
      * des affectations, et toute decision part au journal.
           display a-plg-titre-decision
           display s-plg-recherche-demande
           accept s-plg-recherche-demande

           move id-demande to ec-num
           read FEchange
               invalid key
                   display a-plg-demande-introuvable
                   stop ' '
                   exit paragraph
           end-read
           if ec-statut not = 'A' then
               display a-plg-demande-traitee
               stop ' '
               exit paragraph
           end-if

           perform LIBELLE-DEMANDE
           display a-plg-demande-detail
           display s-plg-decision
           accept s-plg-decision

           evaluate choix-decision
               when 1
                   if ec-type = 'R' then
                       perform ACCORDE-REPOS
                   else
                       perform ACCORDE-ECHANGE
                   end-if
               when 2
                   display s-plg-motif-decision
                   accept s-plg-motif-decision
                   move motif-decision to ec-motif-decision
                   move 'R' to ec-statut
                   perform ENREGISTRE-DECISION
                   display a-plg-demande-refusee
               when other
                   continue
           end-evaluate
           stop ' '
       .

       ACCORDE-ECHANGE.
      * Relit les services en jeu (ils ont pu changer depuis la
      * saisie), controle chaque preneur sur le service qu'il
      * recoit, puis reecrit les affectations.
           move 0 to nb-services
           move ec-num-affect to numAffect
           move ec-num-chauff to numChaufN
           move ec-num-chauff2 to cc-num-chauff
           perform CHARGE-SERVICE
           if ec-type = 'E' and services-valides = 1 then
               move ec-num-affect2 to numAffect
               move ec-num-chauff2 to numChaufN
               move ec-num-chauff to cc-num-chauff
               perform CHARGE-SERVICE
           end-if
           if services-valides = 0 then
               exit paragraph
           end-if

           move 1 to accord-possible
           perform varying idx-ex from 1 by 1
               until idx-ex > nb-services or accord-possible = 0
               perform CONTROLE-PRENEUR
           end-perform
           if accord-possible = 0 then
               exit paragraph
           end-if

           perform varying idx-ex from 1 by 1
               until idx-ex > nb-services
               perform APPLIQUE-SERVICE
           end-perform

           move spaces to ec-motif-decision
           move 'V' to ec-statut
           perform ENREGISTRE-DECISION
           display a-plg-demande-accordee
       .

       CHARGE-SERVICE.
      * Range le service numAffect, tenu par numChaufN et repris par
      * cc-num-chauff, dans la table des services a echanger.
           move 1 to services-valides
           read fAffectation
               invalid key
                   move 0 to services-valides
           end-read
           if services-valides = 1 then
               if statutA = 'I' or statutA = 'B'
               or (numChaufA not = numChaufN
                   and numChauf2A not = numChaufN) then
                   move 0 to services-valides
               end-if
           end-if
           if services-valides = 0 then
               display a-plg-affect-invalide
               exit paragraph
           end-if
           if date-cloture > 0 and dateFinAffectA <= date-cloture
           then
               move 0 to services-valides
               display a-plg-affect-cloturee
               exit paragraph
           end-if

           add 1 to nb-services
           move numAffect to ex-num(nb-services)
           move numChaufN to ex-titulaire(nb-services)
           move cc-num-chauff to ex-preneur(nb-services)
           if numChaufA = numChaufN then
               move 1 to ex-place(nb-services)
               move numChauf2A to ex-autre(nb-services)
           else
               move 2 to ex-place(nb-services)
               move numChaufA to ex-autre(nb-services)
           end-if
           move numBusA to ex-bus(nb-services)
           move dateDebAffectA to ex-deb(nb-services)
           move dateFinAffectA to ex-fin(nb-services)
           move heureDebA to ex-hd(nb-services)
           move heureFinA to ex-hf(nb-services)
       .

       CONTROLE-PRENEUR.
      * Le preneur ne peut pas deja tenir l'autre place du meme
      * service ; les autres controles sont ceux de la saisie, les
      * services echanges etant ignores. Les affectations sont
      * relues par le sous-programme : fichier ferme le temps de
      * l'appel.
           move ex-preneur(idx-ex) to cc-num-chauff
           if ex-autre(idx-ex) = ex-preneur(idx-ex) then
               move 'C' to cc-resultat
           else
               move ex-bus(idx-ex) to cc-num-bus
               move ex-deb(idx-ex) to cc-date-debut
               move ex-fin(idx-ex) to cc-date-fin
               move ex-hd(idx-ex) to cc-heure-debut
               move ex-hf(idx-ex) to cc-heure-fin
               move ec-num-affect to cc-excl-1
               move ec-num-affect2 to cc-excl-2
               close fAffectation
               call 'ss-chauffeur-controle' using cc-num-chauff
                   cc-num-bus cc-date-debut cc-date-fin
                   cc-heure-debut cc-heure-fin cc-excl-1 cc-excl-2
                   cc-resultat cc-detail
               open i-o fAffectation
           end-if

           evaluate cc-resultat
               when space
                   continue
               when 'E'
                   display a-plg-certificat-expire
                   display s-plg-certificat-choix
                   accept s-plg-certificat-choix
                   if certificat-choix not = 1 then
                       move 0 to accord-possible
                   end-if
               when other
                   perform TEXTE-REFUS
                   display a-plg-controle-refus
                   move 0 to accord-possible
           end-evaluate
       .

       TEXTE-REFUS.
           evaluate cc-resultat
               when 'C'
                   move 'deja engage sur un service qui recouvre'
                       to libelle-refus
               when 'A'
                   move 'absence declaree sur la periode'
                       to libelle-refus
               when 'P'
                   move 'categorie de permis insuffisante'
                       to libelle-refus
               when 'R'
                   move 'regle de repos non respectee'
                       to libelle-refus
               when other
                   move 'fichier des affectations inaccessible'
                       to libelle-refus
           end-evaluate
       .

       APPLIQUE-SERVICE.
      * Le preneur remplace le titulaire a la place qu'il occupait.
           move ex-num(idx-ex) to numAffect
           read fAffectation
               invalid key
                   display a-plg-modif-erreur
                   exit paragraph
           end-read
           if ex-place(idx-ex) = 1 then
               move ex-preneur(idx-ex) to numChaufA
           else
               move ex-preneur(idx-ex) to numChauf2A
           end-if
           rewrite rec-Affectation
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   perform JOURNALISE-SERVICE
           end-rewrite
       .

       JOURNALISE-SERVICE.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'AFFECTATION' ' | ' 'ECHANGE'
               ' | id=' numAffect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ancien=' ex-titulaire(idx-ex)
               ' | nouveau=' ex-preneur(idx-ex)
               ' | demande=' ec-num
               delimited by size into ligne-journal
           write ligne-journal
           perform ECRIT-IMAGE
       .

       ECRIT-IMAGE.
           move spaces to enr-journal-image
           move 'AFFECTATION' to ji-entite
           move 'ECHANGE' to ji-operation
           move numAffect to ji-id
           move audit-date-jour to ji-date
           move audit-heure-jour to ji-heure
           move session-code to ji-oper
           move rec-Affectation to ji-image
           open extend FJournalImage
           if fji-status = '35' then
               open output FJournalImage
               close FJournalImage
               open extend FJournalImage
           end-if
           if fji-status = '00' then
               write enr-journal-image
               close FJournalImage
           end-if
       .

       ACCORDE-REPOS.
      * Un souhait accorde devient une absence REPOS, que la saisie
      * des affectations respecte ensuite ; il ne peut l'etre tant
      * que le chauffeur reste affecte sur ces jours.
           move ec-num-chauff to numChaufN
           perform SERVICE-SUR-PERIODE
           if chauffeur-occupe = 1 then
               display a-plg-repos-occupe
               exit paragraph
           end-if

           open i-o FAbsence
           if FAbsenceStatus = '35' then
               open output FAbsence
               close FAbsence
               open i-o FAbsence
           end-if
           if FAbsenceStatus not = '00' then
               display a-plg-modif-erreur
               exit paragraph
           end-if

           move 9999 to ab-num-absence
           start FAbsence key < ab-num-absence
           invalid key
               move 0 to ab-num-absence
           not invalid key
               read FAbsence next
                   at end
                       move 0 to ab-num-absence
                   not at end
                       continue
               end-read
           end-start

           compute ab-num-absence = ab-num-absence + 1
           move ec-num-chauff to ab-num-chauff
           move 'REPOS' to ab-type
           move ec-date-debut to ab-date-debut
           move ec-date-fin to ab-date-fin
           write enr-absence
               invalid key
                   display a-plg-modif-erreur
                   close FAbsence
                   exit paragraph
           end-write
           close FAbsence

           move spaces to ec-motif-decision
           move 'V' to ec-statut
           perform ENREGISTRE-DECISION
           display a-plg-demande-accordee
       .

       SERVICE-SUR-PERIODE.
      * Une affectation active du chauffeur numChaufN (au volant ou
      * comme co-chauffeur) touche-t-elle les jours du souhait ?
           move 0 to chauffeur-occupe
           move 0 to fin-scan
           move numChaufN to numChaufA
           start fAffectation key = numChaufA
           invalid key
               move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if numChaufA not = numChaufN then
                           move 1 to fin-scan
                       else
                           if statutA not = 'I'
                           and statutA not = 'B'
                           and dateDebAffectA <= ec-date-fin
                           and dateFinAffectA >= ec-date-debut
                           then
                               move 1 to chauffeur-occupe
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform

           if chauffeur-occupe = 1 then
               exit paragraph
           end-if

           move 0 to fin-scan
           move numChaufN to numChauf2A
           start fAffectation key = numChauf2A
           invalid key
               move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if numChauf2A not = numChaufN then
                           move 1 to fin-scan
                       else
                           if statutA not = 'I'
                           and statutA not = 'B'
                           and dateDebAffectA <= ec-date-fin
                           and dateFinAffectA >= ec-date-debut
                           then
                               move 1 to chauffeur-occupe
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
       .

       ENREGISTRE-DECISION.
           move session-code to ec-decideur
           accept ec-date-decision from date yyyymmdd
           accept ec-heure-decision from time
           rewrite enr-echange
               invalid key
                   display a-plg-modif-erreur
           end-rewrite

           move spaces to ligne-journal
           if ec-statut = 'V' then
               string
                   'ECHANGE' ' | ' 'ACCORDE'
                   ' | id=' ec-num
                   ' | ' ec-date-decision ' ' ec-heure-decision
                   ' | oper=' session-code
                   ' | type=' ec-type
                   ' | chauff=' ec-num-chauff
                   ' | collegue=' ec-num-chauff2
                   delimited by size into ligne-journal
           else
               string
                   'ECHANGE' ' | ' 'REFUSE'
                   ' | id=' ec-num
                   ' | ' ec-date-decision ' ' ec-heure-decision
                   ' | oper=' session-code
                   ' | type=' ec-type
                   ' | chauff=' ec-num-chauff
                   ' | collegue=' ec-num-chauff2
                   ' | ' function trim(ec-motif-decision)
                   delimited by size into ligne-journal
           end-if
           write ligne-journal
       .

       end program ss-echange.
