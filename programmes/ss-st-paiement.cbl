       program-id. ss-st-paiement.

       input-output section.
           file-control.
           select FFactFourn assign to
               "../ext/FactureFournisseur.dat"
               organization is indexed
               access mode is dynamic
                   record key is ff-num
                   alternate record key is ff-code-st
                       with duplicates
               status fff-status.

           select FStBanque assign to
               "../ext/SousTraitantBanque.dat"
               organization is indexed
               access mode is dynamic
                   record key is sb-code
               status fsb-status.

           select FSousTraitant assign to "../ext/SousTraitant.dat"
               organization is indexed
               access mode is dynamic
                   record key is st-code
               status FSousTraitantStatus.

           select FCreancier assign to "../ext/Creancier.dat"
               organization is sequential
               status fcr-status.

           select FSepa assign to nom-fichier-sepa
               organization is line sequential
               status fsepa-status.

           select FRapport assign to "../ext/PropositionPaiement.txt"
               organization is sequential
               status frap-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
       fd FFactFourn.
           01 enr-fact-fourn.
               02 ff-num           pic 9(6).
               02 ff-code-st       pic x(6).
               02 ff-reference     pic x(20).
               02 ff-date          pic 9(8).
               02 ff-date-echeance pic 9(8).
               02 ff-montant-ht    pic 9(8)v99.
               02 ff-montant-tva   pic 9(8)v99.
               02 ff-montant-ttc   pic 9(8)v99.
               02 ff-montant-rapproche pic 9(8)v99.
               02 ff-statut        pic x(1).
               02 ff-anomalie      pic x(30).
               02 ff-date-paiement pic 9(8).
               02 ff-num-virement  pic 9(6).

       fd FStBanque.
           01 enr-st-banque.
               02 sb-code          pic x(6).
               02 sb-iban          pic x(34).
               02 sb-bic           pic x(11).

       fd FSousTraitant.
           01 enr-soustraitant.
               02 st-code          pic x(6).
               02 st-nom           pic x(30).
               02 st-contact      pic x(20).
               02 st-telephone     pic x(14).

      * Nos coordonnees bancaires (compte debite par les virements).
       fd FCreancier.
           01 enr-creancier.
               02 cr-nom           pic x(30).
               02 cr-ics           pic x(35).
               02 cr-iban          pic x(34).
               02 cr-bic           pic x(11).

       fd FSepa.
           01 ligne-sepa pic x(200).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fff-status               pic x(2).
       01 fsb-status               pic x(2).
       01 FSousTraitantStatus      pic x(2).
       01 fcr-status               pic x(2).
       01 fsepa-status             pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 nom-fichier-sepa         pic x(40).

       01 fin-scan                 pic 9.
       01 resultat-date-valide     pic 9.
       01 confirme-paiement        pic 9.
       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).
       01 compte-absent            pic 9.

       01 echeance-limite          pic 9(8).
       01 date-execution           pic 9(8).
       01 num-virement             pic 9(6).
       01 nb-proposees             pic 9(5).
       01 nb-bloquees              pic 9(5).
       01 nb-sans-compte           pic 9(5).
       01 total-propose            pic 9(9)v99.
       01 motif-blocage            pic x(20).

      *----- Mise en forme du fichier SEPA -----
       01 xml-montant              pic z(8)9.99.
       01 xml-nombre               pic z(4)9.
       01 xml-date                 pic x(10).
       01 xml-date-heure           pic x(19).
       01 xml-texte                pic x(70).
       01 xml-id-message           pic x(24).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       01 ed-montant               pic zzzzzzz9.99.
       01 ed-total                 pic zzzzzzzz9.99.
       01 ed-nombre                pic zzzz9.

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Proposition de paiement des sous-traitants -'.

       01 s-plg-criteres.
           02 line 3 col 2 value
               'Payer les echeances jusqu''au (AAAAMMJJ) : '.
           02 s-echeance-limite pic 9(8) to echeance-limite required.
           02 line 4 col 2 value
               'Date d''execution du virement (AAAAMMJJ) : '.
           02 s-date-execution pic 9(8) to date-execution required.

       01 a-plg-proposition.
           02 line 6 col 2 value 'Factures proposees : '.
           02 a-nb-proposees line 6 col 36 pic zzzz9
               from nb-proposees.
           02 line 7 col 2 value 'Montant a virer : '.
           02 a-total line 7 col 29 pic zzzzzzzzz9.99
               from total-propose.
           02 line 8 col 2 value 'Bloquees (ecart a revoir) : '.
           02 a-nb-bloquees line 8 col 36 pic zzzz9
               from nb-bloquees.
           02 line 9 col 2 value 'Sans coordonnees bancaires : '.
           02 a-nb-sans-compte line 9 col 36 pic zzzz9
               from nb-sans-compte.
           02 line 10 col 2 value
               'Detail : ../ext/PropositionPaiement.txt'.
       01 s-plg-confirme-paiement.
           02 line 12 col 2 value
               '1-Emettre le virement / 9-Abandonner : '.
           02 s-confirme-paiement pic 9 to confirme-paiement
               required.
       01 a-plg-virement-emis.
           02 line 14 col 2 value 'Virement emis : '.
           02 a-nom-sepa pic x(40) from nom-fichier-sepa.

       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides ou execution dans le passe.'.
       01 a-plg-compte-absent.
           02 line 20 col 1 value
               'Notre compte bancaire n''est pas saisi (mandats '
               &'SEPA, option 4).'.
       01 a-plg-rien-a-payer.
           02 line 20 col 1 value 'Aucune facture a payer.'.
       01 a-plg-paiement-abandonne.
           02 line 20 col 1 value
               'Proposition abandonnee : rien n''est paye.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Paiement des factures bon a payer des sous-traitants : la
      * proposition liste ce qui est du jusqu'a la date choisie, et
      * ce qui en est ecarte (facture en ecart, sous-traitant sans
      * IBAN). Apres confirmation, le virement SEPA pain.001 est
      * produit et les factures passent payees.

       open i-o FFactFourn
       open input FStBanque
       open input FSousTraitant
       if fff-status not = '00' or fsb-status not = '00'
       or FSousTraitantStatus not = '00' then
           display a-error-open
           stop ' '
           close FFactFourn
           close FStBanque
           close FSousTraitant
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

       accept date-jour from date yyyymmdd

       perform TRAITE-PROPOSITION

       close FFactFourn
       close FStBanque
       close FSousTraitant
       close FJournal

       goback
       .

       TRAITE-PROPOSITION.
           display a-plg-titre-global
           display s-plg-criteres
           accept s-plg-criteres

           call 'ss-date-valide' using echeance-limite
               resultat-date-valide
           if resultat-date-valide = 0 then
               call 'ss-date-valide' using date-execution
                   resultat-date-valide
           end-if
           if resultat-date-valide not = 0
           or date-execution < date-jour then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if

           move spaces to enr-creancier
           open input FCreancier
           if fcr-status = '00' then
               read FCreancier
                   at end
                       move spaces to enr-creancier
               end-read
               close FCreancier
           end-if
           if cr-iban = spaces then
               display a-plg-compte-absent
               stop ' '
               exit paragraph
           end-if

           perform DERNIER-VIREMENT
           add 1 to num-virement

           perform ETABLIT-PROPOSITION
           display a-plg-proposition
           if nb-proposees = 0 then
               display a-plg-rien-a-payer
               stop ' '
               exit paragraph
           end-if

           display s-plg-confirme-paiement
           accept s-plg-confirme-paiement
           if confirme-paiement not = 1 then
               display a-plg-paiement-abandonne
               stop ' '
               exit paragraph
           end-if

           perform EMET-VIREMENT

           move 'ss-st-paiement' to spool-programme
           move spaces to spool-parametres
           string 'virement ' num-virement ' du ' date-execution
               delimited by size into spool-parametres
           move '../ext/PropositionPaiement.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-virement-emis
           display a-plg-message-continuer
           stop ' '
       .

       DERNIER-VIREMENT.
           move 0 to num-virement
           move 0 to ff-num
           move 0 to fin-scan
           start FFactFourn key > ff-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactFourn next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ff-num-virement > num-virement then
                           move ff-num-virement to num-virement
                       end-if
               end-read
           end-perform
       .

       ETABLIT-PROPOSITION.
           move 0 to nb-proposees nb-bloquees nb-sans-compte
           move 0 to total-propose

           open output FRapport
           if frap-status not = '00' then
               exit paragraph
           end-if
           move spaces to contenu-rapport
           string '----- Proposition de paiement ' num-virement
               ' : echeances au ' echeance-limite ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Execution demandee le ' date-execution
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Facture Code   Reference            Echeance'
               &'         TTC  Decision' to contenu-rapport
           write LigneRapport

           move 0 to ff-num
           move 0 to fin-scan
           start FFactFourn key > ff-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactFourn next
                   at end
                       move 1 to fin-scan
                   not at end
                       if (ff-statut = 'A' or ff-statut = 'V')
                       and ff-date-echeance <= echeance-limite then
                           perform EXAMINE-FACTURE
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move nb-proposees to ed-nombre
           move total-propose to ed-total
           move spaces to contenu-rapport
           string 'Proposees : ' ed-nombre '   total ' ed-total
               delimited by size into contenu-rapport
           write LigneRapport
           move nb-bloquees to ed-nombre
           move spaces to contenu-rapport
           string 'Bloquees pour ecart : ' ed-nombre
               delimited by size into contenu-rapport
           write LigneRapport
           move nb-sans-compte to ed-nombre
           move spaces to contenu-rapport
           string 'Sans coordonnees bancaires : ' ed-nombre
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport
       .

       EXAMINE-FACTURE.
           perform LIT-COMPTE-SOUS-TRAITANT
           evaluate true
               when ff-statut = 'A'
                   add 1 to nb-bloquees
                   move 'bloquee : ecart' to motif-blocage
               when compte-absent = 1
                   add 1 to nb-sans-compte
                   move 'bloquee : sans IBAN' to motif-blocage
               when other
                   add 1 to nb-proposees
                   add ff-montant-ttc to total-propose
                   move 'a payer' to motif-blocage
           end-evaluate

           move ff-montant-ttc to ed-montant
           move spaces to contenu-rapport
           string ff-num '  ' ff-code-st ' ' ff-reference ' '
               ff-date-echeance ' ' ed-montant '  ' motif-blocage
               delimited by size into contenu-rapport
           write LigneRapport
       .

       LIT-COMPTE-SOUS-TRAITANT.
           move 0 to compte-absent
           move ff-code-st to sb-code
           read FStBanque
           invalid key
               move 1 to compte-absent
           end-read
           if sb-iban = spaces then
               move 1 to compte-absent
           end-if
       .

       EMET-VIREMENT.
      * Message pain.001.001.03 : un en-tete de groupe, un lot
      * debitant notre compte a la date d'execution, une
      * transaction par facture.
           move spaces to nom-fichier-sepa
           string '../ext/VirementSEPA' num-virement '.xml'
               delimited by size into nom-fichier-sepa
           open output FSepa
           if fsepa-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           accept heure-jour from time
           move spaces to xml-id-message
           string 'VIREMENT' num-virement '-' date-jour
               delimited by size into xml-id-message
           move spaces to xml-date-heure
           string date-jour(1:4) '-' date-jour(5:2) '-'
               date-jour(7:2) 'T' heure-jour(1:2) ':'
               heure-jour(3:2) ':' heure-jour(5:2)
               delimited by size into xml-date-heure

           move '<?xml version="1.0" encoding="UTF-8"?>' to ligne-sepa
           write ligne-sepa
           move '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               &'pain.001.001.03">' to ligne-sepa
           write ligne-sepa
           move ' <CstmrCdtTrfInitn>' to ligne-sepa
           write ligne-sepa
           move '  <GrpHdr>' to ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <MsgId>' function trim(xml-id-message)
               '</MsgId>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <CreDtTm>' xml-date-heure '</CreDtTm>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move nb-proposees to xml-nombre
           move spaces to ligne-sepa
           string '   <NbOfTxs>' function trim(xml-nombre)
               '</NbOfTxs>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move total-propose to xml-montant
           move spaces to ligne-sepa
           string '   <CtrlSum>' function trim(xml-montant)
               '</CtrlSum>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move cr-nom to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-sepa
           string '   <InitgPty><Nm>' function trim(xml-texte)
               '</Nm></InitgPty>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '  </GrpHdr>' to ligne-sepa
           write ligne-sepa

           move '  <PmtInf>' to ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <PmtInfId>' function trim(xml-id-message)
               '</PmtInfId>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '   <PmtMtd>TRF</PmtMtd>' to ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <NbOfTxs>' function trim(xml-nombre)
               '</NbOfTxs>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <CtrlSum>' function trim(xml-montant)
               '</CtrlSum>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>'
               &'</PmtTpInf>' to ligne-sepa
           write ligne-sepa
           move spaces to xml-date
           string date-execution(1:4) '-' date-execution(5:2) '-'
               date-execution(7:2)
               delimited by size into xml-date
           move spaces to ligne-sepa
           string '   <ReqdExctnDt>' xml-date '</ReqdExctnDt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <Dbtr><Nm>' function trim(xml-texte)
               '</Nm></Dbtr>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <DbtrAcct><Id><IBAN>' function trim(cr-iban)
               '</IBAN></Id></DbtrAcct>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <DbtrAgt><FinInstnId><BIC>'
               function trim(cr-bic)
               '</BIC></FinInstnId></DbtrAgt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '   <ChrgBr>SLEV</ChrgBr>' to ligne-sepa
           write ligne-sepa

           move 0 to ff-num
           move 0 to fin-scan
           start FFactFourn key > ff-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactFourn next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ff-statut = 'V'
                       and ff-date-echeance <= echeance-limite then
                           perform LIT-COMPTE-SOUS-TRAITANT
                           if compte-absent = 0 then
                               perform PAIE-FACTURE
                           end-if
                       end-if
               end-read
           end-perform

           move '  </PmtInf>' to ligne-sepa
           write ligne-sepa
           move ' </CstmrCdtTrfInitn>' to ligne-sepa
           write ligne-sepa
           move '</Document>' to ligne-sepa
           write ligne-sepa
           close FSepa
       .

       PAIE-FACTURE.
           move ff-code-st to st-code
           read FSousTraitant
           invalid key
               move ff-code-st to st-nom
           end-read

           move '   <CdtTrfTxInf>' to ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '    <PmtId><EndToEndId>FF' ff-num '-'
               num-virement '</EndToEndId></PmtId>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move ff-montant-ttc to xml-montant
           move spaces to ligne-sepa
           string '    <Amt><InstdAmt Ccy="EUR">'
               function trim(xml-montant) '</InstdAmt></Amt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '    <CdtrAgt><FinInstnId><BIC>'
               function trim(sb-bic)
               '</BIC></FinInstnId></CdtrAgt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move st-nom to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-sepa
           string '    <Cdtr><Nm>' function trim(xml-texte)
               '</Nm></Cdtr>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '    <CdtrAcct><Id><IBAN>' function trim(sb-iban)
               '</IBAN></Id></CdtrAcct>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move ff-reference to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-sepa
           string '    <RmtInf><Ustrd>Facture '
               function trim(xml-texte)
               '</Ustrd></RmtInf>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '   </CdtTrfTxInf>' to ligne-sepa
           write ligne-sepa

           move 'P' to ff-statut
           move date-execution to ff-date-paiement
           move num-virement to ff-num-virement
           rewrite enr-fact-fourn
           invalid key
               continue
           not invalid key
               perform ECRIT-JOURNAL-PAIEMENT
           end-rewrite
       .

       NETTOIE-TEXTE-XML.
      * Les caracteres reserves du XML n'ont pas leur place dans un
      * texte transmis a la banque.
           inspect xml-texte replacing all '&' by '+'
           inspect xml-texte replacing all '<' by ' '
           inspect xml-texte replacing all '>' by ' '
           inspect xml-texte replacing all '"' by ' '
       .

       ECRIT-JOURNAL-PAIEMENT.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'FACT-ST' ' | ' 'PAIE'
               ' | id=' ff-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | virement=' num-virement
               ' | montant=' ff-montant-ttc
               ' | le=' date-execution
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-st-paiement.
