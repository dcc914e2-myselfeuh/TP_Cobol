       program-id. ss-prelevement.

       input-output section.
           file-control.
           select FPrelevement assign to "../ext/Prelevement.dat"
               organization is indexed
               access mode is dynamic
                   record key is pr-cle
                   alternate record key is pr-num-facture
                       with duplicates
               status fpr-status.

           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

           select FMandat assign to "../ext/Mandat.dat"
               organization is indexed
               access mode is dynamic
                   record key is mn-num-compagnie
               status fmn-status.

           select FCreancier assign to "../ext/Creancier.dat"
               organization is sequential
               status fcr-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FSepa assign to nom-fichier-sepa
               organization is line sequential
               status fsepa-status.

           select FRapport assign to "../ext/RemisePrelevement.txt"
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
      * Une ligne par facture presentee au prelevement dans une
      * remise. pr-statut : S = soumis a la banque, R = rejete (la
      * facture est rouverte). Une facture rejetee peut repartir
      * dans une remise suivante, d'ou la cle remise + facture.
       fd FPrelevement.
           01 enr-prelevement.
               02 pr-cle.
                   03 pr-num-remise    pic 9(6).
                   03 pr-num-facture   pic 9(6).
               02 pr-num-compagnie pic 9(4).
               02 pr-date-remise   pic 9(8).
               02 pr-date-prelevement pic 9(8).
               02 pr-montant       pic 9(8)v99.
               02 pr-sequence      pic x(4).
               02 pr-reference-mandat pic x(35).
               02 pr-statut        pic x(1).
               02 pr-date-rejet    pic 9(8).
               02 pr-motif-rejet   pic x(4).

       fd FFactureDat.
           01 enr-facture.
               02 fl-num           pic 9(6).
               02 fl-num-compagnie pic 9(4).
               02 fl-periode       pic 9(6).
               02 fl-date-emission pic 9(8).
               02 fl-date-echeance pic 9(8).
               02 fl-montant-ht    pic 9(8)v99.
               02 fl-montant-tva   pic 9(8)v99.
               02 fl-montant       pic 9(8)v99.
               02 fl-montant-regle pic 9(8)v99.
               02 fl-statut        pic x(1).
               02 fl-date-reglement pic 9(8).

       fd FMandat.
           01 enr-mandat.
               02 mn-num-compagnie pic 9(4).
               02 mn-reference     pic x(35).
               02 mn-date-signature pic 9(8).
               02 mn-iban          pic x(34).
               02 mn-bic           pic x(11).
               02 mn-sequence      pic x(4).
               02 mn-statut        pic x(1).

       fd FCreancier.
           01 enr-creancier.
               02 cr-nom           pic x(30).
               02 cr-ics           pic x(35).
               02 cr-iban          pic x(34).
               02 cr-bic           pic x(11).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

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
       01 fpr-status               pic x(2).
       01 ffl-status               pic x(2).
       01 fmn-status               pic x(2).
       01 fcr-status               pic x(2).
       01 fco-status               pic x(2).
       01 fsepa-status             pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 nom-fichier-sepa         pic x(40).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 resultat-date-valide     pic 9.
       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).
       01 mandat-absent            pic 9.
       01 prelevement-trouve       pic 9.

      *----- Preparation d'une remise -----
       01 echeance-du              pic 9(8).
       01 echeance-au              pic 9(8).
       01 date-prelevement         pic 9(8).
       01 num-remise               pic 9(6).
       01 solde-facture            pic 9(8)v99.
       01 motif-exclusion          pic x(20).
       01 nb-frst                  pic 9(5).
       01 nb-rcur                  pic 9(5).
       01 nb-remis                 pic 9(5).
       01 nb-exclues               pic 9(5).
       01 total-frst               pic 9(9)v99.
       01 total-rcur               pic 9(9)v99.
       01 total-remise             pic 9(9)v99.
       01 sequence-bloc            pic x(4).
       01 nb-bloc                  pic 9(5).
       01 total-bloc               pic 9(9)v99.

      *----- Mise en forme du fichier SEPA -----
       01 xml-montant              pic z(8)9.99.
       01 xml-nombre               pic z(4)9.
       01 xml-date                 pic x(10).
       01 xml-date-source          pic 9(8).
       01 xml-date-heure           pic x(19).
       01 xml-texte                pic x(70).
       01 xml-id-message           pic x(24).

      *----- Enregistrement d'un rejet -----
       01 id-facture               pic 9(6).
       01 motif-rejet              pic x(4).
       01 montant-rejete           pic 9(8)v99.
       01 cle-rejet                pic x(12).

      *----- Liste d'une remise -----
       01 id-remise                pic 9(6).

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
               '- Prelevements SEPA des compagnies -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Preparer une remise (factures a echeance)'.
           02 line 4 col 2 value
               '2: Enregistrer un prelevement rejete'.
           02 line 5 col 2 value
               '3: Lister les prelevements d''une remise'.
           02 line 7 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 9 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-fenetre.
           02 line 3 col 2 value
               'Factures a echeance du (AAAAMMJJ) : '.
           02 s-echeance-du pic 9(8) to echeance-du required.
           02 line 4 col 2 value
               '                   au (AAAAMMJJ) : '.
           02 s-echeance-au pic 9(8) to echeance-au required.
           02 line 5 col 2 value
               'Date de prelevement demandee (AAAAMMJJ) : '.
           02 s-date-prelevement pic 9(8) to date-prelevement
               required.

       01 a-plg-resultat-remise.
           02 line 7 col 2 value 'Remise numero : '.
           02 a-num-remise line 7 col 30 pic 9(6) from num-remise.
           02 line 8 col 2 value 'Premiers prelevements : '.
           02 a-nb-frst line 8 col 30 pic zzzz9 from nb-frst.
           02 line 9 col 2 value 'Prelevements recurrents : '.
           02 a-nb-rcur line 9 col 30 pic zzzz9 from nb-rcur.
           02 line 10 col 2 value 'Montant total : '.
           02 a-total line 10 col 30 pic zzzzzzzz9.99
               from total-remise.
           02 line 11 col 2 value 'Sans mandat actif : '.
           02 a-nb-exclues line 11 col 30 pic zzzz9 from nb-exclues.
           02 line 13 col 2 value 'Fichier SEPA : '.
           02 a-nom-sepa line 13 col 30 pic x(40)
               from nom-fichier-sepa.
           02 line 14 col 2 value
               'Bordereau de controle : ../ext/RemisePrelevement.txt'.

       01 s-plg-rejet.
           02 line 3 col 2 value 'Numero de facture : '.
           02 s-id-facture pic zzzzzz to id-facture required.
           02 line 4 col 2 value
               'Code motif du rejet (AC04, AM04, MD06...) : '.
           02 s-motif-rejet pic x(4) to motif-rejet required.
       01 a-plg-rejet-enregistre.
           02 line 6 col 2 value 'Facture rouverte, remise '.
           02 a-rj-remise pic 9(6) from pr-num-remise.
           02 line 6 col 36 value 'montant '.
           02 a-rj-montant pic zzzzzzz9.99 from pr-montant.

       01 s-plg-id-remise.
           02 line 3 col 2 value 'Numero de remise : '.
           02 s-id-remise pic zzzzzz to id-remise required.
       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Facture'.
           02 line 5 col 11 value 'Cie'.
           02 line 5 col 17 value 'Prelevee le'.
           02 line 5 col 30 value 'Montant'.
           02 line 5 col 43 value 'Seq.'.
           02 line 5 col 49 value 'St'.
           02 line 5 col 53 value 'Rejet'.
       01 a-plg-prelevement-data.
           02 a-l-facture line i col 2 pic 9(6) from pr-num-facture.
           02 a-l-cie line i col 11 pic 9(4) from pr-num-compagnie.
           02 a-l-date line i col 17 pic 9999/99/99
               from pr-date-prelevement.
           02 a-l-montant line i col 30 pic zzzzzzz9.99
               from pr-montant.
           02 a-l-seq line i col 43 pic x(4) from pr-sequence.
           02 a-l-statut line i col 49 pic x(1) from pr-statut.
           02 a-l-motif line i col 53 pic x(4) from pr-motif-rejet.

       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides, fenetre inversee ou prelevement '
               &'dans le passe.'.
       01 a-plg-creancier-absent.
           02 line 20 col 1 value
               'Coordonnees du creancier non saisies (mandats, '
               &'option 4).'.
       01 a-plg-rien-a-prelever.
           02 line 20 col 1 value
               'Aucune facture a prelever dans cette fenetre.'.
       01 a-plg-prelevement-introuvable.
           02 line 20 col 1 value
               'Aucun prelevement en cours pour cette facture.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun prelevement.'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Prelevement des factures des compagnies ayant signe un
      * mandat : la remise rassemble les factures ouvertes a
      * echeance dans la fenetre choisie, produit le fichier
      * pain.008 a deposer a la banque et le bordereau de controle,
      * et passe ces factures au statut S (prelevement soumis), que
      * les relances ignorent. Un rejet renvoye par la banque
      * rouvre la facture.

       open i-o FPrelevement
       if fpr-status = '35' then
           open output FPrelevement
           close FPrelevement
           open i-o FPrelevement
       end-if
       open i-o FMandat
       if fmn-status = '35' then
           open output FMandat
           close FMandat
           open i-o FMandat
       end-if
       open i-o FFactureDat
       open input FCompagnie

       if fpr-status not = '00' or fmn-status not = '00'
       or ffl-status not = '00' or fco-status not = '00' then
           display a-error-open
           stop ' '
           close FPrelevement
           close FMandat
           close FFactureDat
           close FCompagnie
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

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform PREPARE-REMISE
               when 2 perform ENREGISTRE-REJET
               when 3 perform LISTE-REMISE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FPrelevement
       close FMandat
       close FFactureDat
       close FCompagnie
       close FJournal

       goback
       .

       PREPARE-REMISE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-fenetre
           accept s-plg-fenetre

           call 'ss-date-valide' using echeance-du
               resultat-date-valide
           if resultat-date-valide = 0 then
               call 'ss-date-valide' using echeance-au
                   resultat-date-valide
           end-if
           if resultat-date-valide = 0 then
               call 'ss-date-valide' using date-prelevement
                   resultat-date-valide
           end-if
           if resultat-date-valide not = 0
           or echeance-au < echeance-du
           or date-prelevement < date-jour then
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
           if cr-ics = spaces or cr-iban = spaces then
               display a-plg-creancier-absent
               stop ' '
               exit paragraph
           end-if

           perform DERNIERE-REMISE
           add 1 to num-remise

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move 0 to nb-frst nb-rcur nb-exclues
           move 0 to total-frst total-rcur

           move spaces to contenu-rapport
           string '----- Remise de prelevements SEPA ' num-remise
               ' du ' date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Echeances du ' echeance-du ' au ' echeance-au
               ', prelevement le ' date-prelevement
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Facture Cie  Nom                 Echeance'
               &'       Montant Seq.' to contenu-rapport
           write LigneRapport

           move 0 to fl-num
           move 0 to fin-scan
           start FFactureDat key > fl-num
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FFactureDat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fl-statut = 'O'
                       and fl-date-echeance >= echeance-du
                       and fl-date-echeance <= echeance-au then
                           compute solde-facture =
                               fl-montant - fl-montant-regle
                           if solde-facture > 0 then
                               perform RETIENT-FACTURE
                           end-if
                       end-if
               end-read
           end-perform

           compute nb-remis = nb-frst + nb-rcur
           compute total-remise = total-frst + total-rcur

           move spaces to contenu-rapport
           write LigneRapport
           move nb-frst to ed-nombre
           move total-frst to ed-total
           move spaces to contenu-rapport
           string 'Premiers prelevements (FRST) : ' ed-nombre
               '   total ' ed-total
               delimited by size into contenu-rapport
           write LigneRapport
           move nb-rcur to ed-nombre
           move total-rcur to ed-total
           move spaces to contenu-rapport
           string 'Prelevements recurrents (RCUR) : ' ed-nombre
               ' total ' ed-total
               delimited by size into contenu-rapport
           write LigneRapport
           move nb-remis to ed-nombre
           move total-remise to ed-total
           move spaces to contenu-rapport
           string 'TOTAL DE LA REMISE           : ' ed-nombre
               '   total ' ed-total
               delimited by size into contenu-rapport
           write LigneRapport
           move nb-exclues to ed-nombre
           move spaces to contenu-rapport
           string 'Factures ecartees (sans mandat actif) : '
               ed-nombre
               delimited by size into contenu-rapport
           write LigneRapport

           if nb-remis = 0 then
               close FRapport
               display a-plg-rien-a-prelever
               stop ' '
               exit paragraph
           end-if

           move spaces to nom-fichier-sepa
           string '../ext/PrelevementSEPA' num-remise '.xml'
               delimited by size into nom-fichier-sepa
           move spaces to contenu-rapport
           string 'Fichier a deposer a la banque : '
               nom-fichier-sepa
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           perform ECRIT-FICHIER-SEPA

           move 'ss-prelevement' to spool-programme
           move spaces to spool-parametres
           string 'remise ' num-remise ' du ' date-jour
               delimited by size into spool-parametres
           move '../ext/RemisePrelevement.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-resultat-remise
           display a-plg-message-continuer
           stop ' '
       .

       DERNIERE-REMISE.
           move 0 to num-remise
           move low-values to pr-cle
           move 0 to fin-scan
           start FPrelevement key > pr-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FPrelevement next
                   at end
                       move 1 to fin-scan
                   not at end
                       move pr-num-remise to num-remise
               end-read
           end-perform
       .

       RETIENT-FACTURE.
      * La facture part en remise si sa compagnie a un mandat actif
      * signe ; sinon elle reste ouverte et figure au bordereau
      * pour suite a donner.
           move 0 to mandat-absent
           move fl-num-compagnie to mn-num-compagnie
           read FMandat
           invalid key
               move 1 to mandat-absent
               move 'sans mandat' to motif-exclusion
           end-read
           if mandat-absent = 0 and mn-statut not = 'A' then
               move 1 to mandat-absent
               move 'mandat revoque' to motif-exclusion
           end-if

           move fl-num-compagnie to num-compagnie
           read FCompagnie
           invalid key
               move spaces to nom-compagnie
           end-read

           if mandat-absent = 1 then
               add 1 to nb-exclues
               move solde-facture to ed-montant
               move spaces to contenu-rapport
               string fl-num '  ' fl-num-compagnie ' '
                   nom-compagnie(1:19) ' ' fl-date-echeance
                   ' ' ed-montant '  ecartee : ' motif-exclusion
                   delimited by size into contenu-rapport
               write LigneRapport
               exit paragraph
           end-if

           move num-remise to pr-num-remise
           move fl-num to pr-num-facture
           move fl-num-compagnie to pr-num-compagnie
           move date-jour to pr-date-remise
           move date-prelevement to pr-date-prelevement
           move solde-facture to pr-montant
           move mn-sequence to pr-sequence
           move mn-reference to pr-reference-mandat
           move 'S' to pr-statut
           move 0 to pr-date-rejet
           move spaces to pr-motif-rejet
           write enr-prelevement
           invalid key
               exit paragraph
           end-write

           move 'S' to fl-statut
           rewrite enr-facture
           invalid key
               continue
           end-rewrite

           if pr-sequence = 'FRST' then
               add 1 to nb-frst
               add pr-montant to total-frst
           else
               add 1 to nb-rcur
               add pr-montant to total-rcur
           end-if

           move pr-montant to ed-montant
           move spaces to contenu-rapport
           string fl-num '  ' fl-num-compagnie ' '
               nom-compagnie(1:19) ' ' fl-date-echeance
               ' ' ed-montant ' ' pr-sequence
               delimited by size into contenu-rapport
           write LigneRapport

           perform ECRIT-JOURNAL-REMISE
       .

       ECRIT-FICHIER-SEPA.
      * Message pain.008.001.02 : un en-tete de groupe, puis un lot
      * par type de sequence (FRST d'abord, RCUR ensuite) portant le
      * compte du creancier, et une transaction par facture.
           open output FSepa
           if fsepa-status not = '00' then
               exit paragraph
           end-if

           accept heure-jour from time
           move spaces to xml-id-message
           string 'REMISE' num-remise '-' date-jour
               delimited by size into xml-id-message
           move spaces to xml-date-heure
           string date-jour(1:4) '-' date-jour(5:2) '-'
               date-jour(7:2) 'T' heure-jour(1:2) ':'
               heure-jour(3:2) ':' heure-jour(5:2)
               delimited by size into xml-date-heure

           move '<?xml version="1.0" encoding="UTF-8"?>' to ligne-sepa
           write ligne-sepa
           move '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               &'pain.008.001.02">' to ligne-sepa
           write ligne-sepa
           move ' <CstmrDrctDbtInitn>' to ligne-sepa
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
           move nb-remis to xml-nombre
           move spaces to ligne-sepa
           string '   <NbOfTxs>' function trim(xml-nombre)
               '</NbOfTxs>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move total-remise to xml-montant
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

           if nb-frst > 0 then
               move 'FRST' to sequence-bloc
               move nb-frst to nb-bloc
               move total-frst to total-bloc
               perform ECRIT-LOT-SEPA
           end-if
           if nb-rcur > 0 then
               move 'RCUR' to sequence-bloc
               move nb-rcur to nb-bloc
               move total-rcur to total-bloc
               perform ECRIT-LOT-SEPA
           end-if

           move ' </CstmrDrctDbtInitn>' to ligne-sepa
           write ligne-sepa
           move '</Document>' to ligne-sepa
           write ligne-sepa

           close FSepa
       .

       ECRIT-LOT-SEPA.
           move '  <PmtInf>' to ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <PmtInfId>' function trim(xml-id-message)
               '-' sequence-bloc '</PmtInfId>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '   <PmtMtd>DD</PmtMtd>' to ligne-sepa
           write ligne-sepa
           move nb-bloc to xml-nombre
           move spaces to ligne-sepa
           string '   <NbOfTxs>' function trim(xml-nombre)
               '</NbOfTxs>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move total-bloc to xml-montant
           move spaces to ligne-sepa
           string '   <CtrlSum>' function trim(xml-montant)
               '</CtrlSum>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>'
               '<LclInstrm><Cd>CORE</Cd></LclInstrm>'
               '<SeqTp>' sequence-bloc '</SeqTp></PmtTpInf>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move date-prelevement to xml-date-source
           perform FORMATE-DATE-XML
           move spaces to ligne-sepa
           string '   <ReqdColltnDt>' xml-date '</ReqdColltnDt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move cr-nom to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-sepa
           string '   <Cdtr><Nm>' function trim(xml-texte)
               '</Nm></Cdtr>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <CdtrAcct><Id><IBAN>' function trim(cr-iban)
               '</IBAN></Id></CdtrAcct>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <CdtrAgt><FinInstnId><BIC>'
               function trim(cr-bic)
               '</BIC></FinInstnId></CdtrAgt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '   <ChrgBr>SLEV</ChrgBr>' to ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '   <CdtrSchmeId><Id><PrvtId><Othr><Id>'
               function trim(cr-ics)
               '</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>'
               '</Othr></PrvtId></Id></CdtrSchmeId>'
               delimited by size into ligne-sepa
           write ligne-sepa

           move num-remise to pr-num-remise
           move 0 to pr-num-facture
           move 0 to fin-scan
           start FPrelevement key > pr-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FPrelevement next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pr-num-remise not = num-remise then
                           move 1 to fin-scan
                       else
                           if pr-sequence = sequence-bloc then
                               perform ECRIT-TRANSACTION-SEPA
                           end-if
                       end-if
               end-read
           end-perform

           move '  </PmtInf>' to ligne-sepa
           write ligne-sepa
       .

       ECRIT-TRANSACTION-SEPA.
      * Le premier prelevement passe, le mandat bascule en RCUR pour
      * les remises suivantes ; un rejet de ce premier prelevement
      * le remet en FRST.
           move pr-num-compagnie to mn-num-compagnie
           read FMandat
           invalid key
               move spaces to mn-iban mn-bic
               move 0 to mn-date-signature
           end-read
           move pr-num-compagnie to num-compagnie
           read FCompagnie
           invalid key
               move spaces to nom-compagnie
           end-read

           move '   <DrctDbtTxInf>' to ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '    <PmtId><EndToEndId>FACT' pr-num-facture
               '-' pr-num-remise '</EndToEndId></PmtId>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move pr-montant to xml-montant
           move spaces to ligne-sepa
           string '    <InstdAmt Ccy="EUR">' function trim(xml-montant)
               '</InstdAmt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move mn-date-signature to xml-date-source
           perform FORMATE-DATE-XML
           move spaces to ligne-sepa
           string '    <DrctDbtTx><MndtRltdInf><MndtId>'
               function trim(pr-reference-mandat) '</MndtId>'
               '<DtOfSgntr>' xml-date '</DtOfSgntr>'
               '</MndtRltdInf></DrctDbtTx>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '    <DbtrAgt><FinInstnId><BIC>'
               function trim(mn-bic)
               '</BIC></FinInstnId></DbtrAgt>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move nom-compagnie to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-sepa
           string '    <Dbtr><Nm>' function trim(xml-texte)
               '</Nm></Dbtr>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '    <DbtrAcct><Id><IBAN>' function trim(mn-iban)
               '</IBAN></Id></DbtrAcct>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move spaces to ligne-sepa
           string '    <RmtInf><Ustrd>Facture ' pr-num-facture
               '</Ustrd></RmtInf>'
               delimited by size into ligne-sepa
           write ligne-sepa
           move '   </DrctDbtTxInf>' to ligne-sepa
           write ligne-sepa

           if fmn-status = '00' and mn-sequence = 'FRST' then
               move 'RCUR' to mn-sequence
               rewrite enr-mandat
               invalid key
                   continue
               end-rewrite
           end-if
       .

       FORMATE-DATE-XML.
           move spaces to xml-date
           string xml-date-source(1:4) '-' xml-date-source(5:2) '-'
               xml-date-source(7:2)
               delimited by size into xml-date
       .

       NETTOIE-TEXTE-XML.
      * Les caracteres reserves du XML n'ont pas leur place dans un
      * nom transmis a la banque.
           inspect xml-texte replacing all '&' by '+'
           inspect xml-texte replacing all '<' by ' '
           inspect xml-texte replacing all '>' by ' '
           inspect xml-texte replacing all '"' by ' '
       .

       ENREGISTRE-REJET.
      * Le rejet porte sur le dernier prelevement soumis de la
      * facture. Elle redevient ouverte ; si le credit de la remise
      * avait deja ete rapproche, le reglement est extourne.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-rejet
           accept s-plg-rejet

           move 0 to prelevement-trouve
           move id-facture to pr-num-facture
           move 0 to fin-scan
           start FPrelevement key = pr-num-facture
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FPrelevement next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pr-num-facture not = id-facture then
                           move 1 to fin-scan
                       else
                           if pr-statut = 'S' then
                               move pr-cle to cle-rejet
                               move 1 to prelevement-trouve
                           end-if
                       end-if
               end-read
           end-perform

           if prelevement-trouve = 0 then
               display a-plg-prelevement-introuvable
               stop ' '
               exit paragraph
           end-if

           move cle-rejet to pr-cle
           read FPrelevement
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-read

           move 'R' to pr-statut
           move date-jour to pr-date-rejet
           move function upper-case(motif-rejet) to pr-motif-rejet
           rewrite enr-prelevement
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move 0 to montant-rejete
           move pr-num-facture to fl-num
           read FFactureDat
           invalid key
               continue
           not invalid key
               if fl-statut = 'P'
               and fl-montant-regle >= pr-montant then
                   move pr-montant to montant-rejete
                   subtract pr-montant from fl-montant-regle
                   move 0 to fl-date-reglement
               end-if
               if fl-statut = 'S' or fl-statut = 'P' then
                   move 'O' to fl-statut
                   rewrite enr-facture
                   invalid key
                       continue
                   end-rewrite
               end-if
           end-read

           if pr-sequence = 'FRST' then
               move pr-num-compagnie to mn-num-compagnie
               read FMandat
               invalid key
                   continue
               not invalid key
                   move 'FRST' to mn-sequence
                   rewrite enr-mandat
                   invalid key
                       continue
                   end-rewrite
               end-read
           end-if

           perform ECRIT-JOURNAL-REJET
           display a-plg-rejet-enregistre
           stop ' '
       .

       LISTE-REMISE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-remise
           accept s-plg-id-remise
           display a-plg-titre-colonne

           move 6 to i
           move 1 to aucun-resultat
           move id-remise to pr-num-remise
           move 0 to pr-num-facture
           move 0 to fin-scan
           start FPrelevement key > pr-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FPrelevement next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pr-num-remise not = id-remise then
                           move 1 to fin-scan
                       else
                           if i < 20 then
                               display a-plg-prelevement-data
                               add 1 to i
                               move 0 to aucun-resultat
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       ECRIT-JOURNAL-REMISE.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'FACTURE' ' | ' 'PRELEV'
               ' | id=' fl-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | remise=' pr-num-remise
               ' | montant=' pr-montant
               ' | sequence=' pr-sequence
               ' | le=' pr-date-prelevement
               delimited by size into ligne-journal
           write ligne-journal
       .

       ECRIT-JOURNAL-REJET.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'FACTURE' ' | ' 'REJET'
               ' | id=' pr-num-facture
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | remise=' pr-num-remise
               ' | montant=' pr-montant
               ' | motif=' pr-motif-rejet
               ' | extourne=' montant-rejete
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-prelevement.
