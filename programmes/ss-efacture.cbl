       program-id. ss-efacture.

       input-output section.
           file-control.
           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

           select FAvoir assign to "../ext/Avoir.dat"
               organization is indexed
               access mode is dynamic
                   record key is av-num
                   alternate record key is av-num-affect
                       with duplicates
               status fav-status.

           select FFactureLigne assign to "../ext/FactureLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is fg-cle
               status ffg-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FCompIdent assign to "../ext/CompagnieIdent.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-num-compagnie
               status fci-status.

           select FEmetteur assign to "../ext/Emetteur.dat"
               organization is sequential
               status fem-status.

           select FCreancier assign to "../ext/Creancier.dat"
               organization is sequential
               status fcr-status.

           select FExport assign to "../ext/EFactureExport.dat"
               organization is indexed
               access mode is dynamic
                   record key is ex-cle
               status fex-status.

           select FXml assign to nom-fichier-xml
               organization is line sequential
               status fxml-status.

           select FRapport assign to "../ext/EFactureTransmission.txt"
               organization is sequential
               status frap-status.

           select FEntite assign to "../ext/Entite.dat"
               organization is indexed
               access mode is dynamic
                   record key is en-code
               status fen-status.

           select FPieceEntite assign to "../ext/PieceEntite.dat"
               organization is indexed
               access mode is dynamic
                   record key is pe-cle
               status fpe-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
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

       fd FAvoir.
           01 enr-avoir.
               02 av-num           pic 9(6).
               02 av-num-affect    pic 9(6).
               02 av-num-compagnie pic 9(4).
               02 av-periode       pic 9(6).
               02 av-date          pic 9(8).
               02 av-num-facture   pic 9(6).
               02 av-jours         pic 9(4).
               02 av-taux          pic 9(4)v99.
               02 av-montant-ht    pic 9(8)v99.
               02 av-montant-tva   pic 9(8)v99.
               02 av-montant       pic 9(8)v99.
               02 av-motif         pic x(40).

      * Detail structure des factures emises par la facturation
      * mensuelle ; montant HT signe, les deductions en negatif.
       fd FFactureLigne.
           01 enr-facture-ligne.
               02 fg-cle.
                   03 fg-num-facture pic 9(6).
                   03 fg-ligne      pic 9(3).
               02 fg-libelle       pic x(60).
               02 fg-quantite      pic 9(5).
               02 fg-unite         pic x(3).
               02 fg-montant-ht    pic s9(8)v99.
               02 fg-taux-tva      pic 9(2)v99.

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

      * Identifiants legaux de la compagnie cliente pour la facture
      * electronique : SIRET (le SIREN en est tire), TVA
      * intracommunautaire, code service et numero d'engagement
      * exiges par les acheteurs publics, complement d'adresse.
       fd FCompIdent.
           01 enr-comp-ident.
               02 ci-num-compagnie pic 9(4).
               02 ci-siret         pic x(14).
               02 ci-tva-intra     pic x(13).
               02 ci-code-service  pic x(20).
               02 ci-engagement    pic x(20).
               02 ci-code-postal   pic x(5).
               02 ci-ville         pic x(30).
               02 ci-pays          pic x(2).

      * Identite legale de l'entreprise emettrice (un seul
      * enregistrement).
       fd FEmetteur.
           01 enr-emetteur.
               02 em-raison-sociale pic x(40).
               02 em-siret         pic x(14).
               02 em-tva-intra     pic x(13).
               02 em-adresse       pic x(40).
               02 em-code-postal   pic x(5).
               02 em-ville         pic x(30).
               02 em-pays          pic x(2).

       fd FCreancier.
           01 enr-creancier.
               02 cr-nom           pic x(30).
               02 cr-ics           pic x(35).
               02 cr-iban          pic x(34).
               02 cr-bic           pic x(11).

      * Piste des transmissions : ex-type F = facture, A = avoir.
       fd FExport.
           01 enr-export.
               02 ex-cle.
                   03 ex-type       pic x(1).
                   03 ex-num        pic 9(6).
               02 ex-date          pic 9(8).
               02 ex-heure         pic 9(8).
               02 ex-fichier       pic x(40).
               02 ex-nb-envois     pic 9(3).

       fd FXml.
           01 ligne-xml pic x(200).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

      * Entite juridique emettrice d'une piece : le vendeur du
      * document est alors l'entite, sous son numero de serie.
       fd FEntite.
           01 enr-entite.
               02 en-code          pic x(4).
               02 en-raison-sociale pic x(40).
               02 en-siret         pic x(14).
               02 en-tva-intra     pic x(13).
               02 en-adresse       pic x(40).
               02 en-code-postal   pic x(5).
               02 en-ville         pic x(30).
               02 en-iban          pic x(34).
               02 en-bic           pic x(11).
               02 en-prefixe       pic x(4).
               02 en-dernier-facture pic 9(6).
               02 en-dernier-avoir pic 9(6).

       fd FPieceEntite.
           01 enr-piece-entite.
               02 pe-cle.
                   03 pe-type       pic x(1).
                   03 pe-num        pic 9(6).
               02 pe-code-entite   pic x(4).
               02 pe-num-serie     pic 9(6).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 ffl-status               pic x(2).
       01 fav-status               pic x(2).
       01 ffg-status               pic x(2).
       01 fco-status               pic x(2).
       01 fci-status               pic x(2).
       01 fem-status               pic x(2).
       01 fcr-status               pic x(2).
       01 fex-status               pic x(2).
       01 fxml-status              pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).
       01 nom-fichier-xml          pic x(40).

       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).
       01 avoir-fichier-absent     pic 9.
       01 ligne-fichier-absent     pic 9.

      *----- Document en cours d'export -----
       01 doc-type                 pic x(1).
       01 doc-num                  pic 9(6).
       01 doc-num-compagnie        pic 9(4).
       01 doc-date                 pic 9(8).
       01 doc-echeance             pic 9(8).
       01 doc-ref-facture          pic 9(6).
       01 doc-code-type            pic x(3).
       01 doc-montant-ht           pic 9(8)v99.
       01 doc-montant-tva          pic 9(8)v99.
       01 doc-montant-ttc          pic 9(8)v99.
       01 doc-ident-incomplet      pic 9.
       01 doc-export-ok            pic 9.
       01 est-acompte              pic 9.
       01 doc-id                   pic x(14).
       01 doc-ref-id               pic x(14).
       01 nom-racine               pic x(10).
       01 nom-ligne-doc            pic x(14).
       01 balise-quantite          pic x(16).

      *----- Vendeur du document en cours -----
       01 fen-status               pic x(2).
       01 fpe-status               pic x(2).
       01 entite-fichier-absent    pic 9.
       01 vd-raison-sociale        pic x(40).
       01 vd-siret                 pic x(14).
       01 vd-tva-intra             pic x(13).
       01 vd-adresse               pic x(40).
       01 vd-code-postal           pic x(5).
       01 vd-ville                 pic x(30).
       01 vd-pays                  pic x(2).
       01 vd-iban                  pic x(34).

      *----- Lignes et ventilation de TVA du document -----
       01 nb-lignes-doc            pic 9(3).
       01 l                        pic 9(3).
       01 table-lignes-doc.
           02 ld-entree occurs 99 times.
               03 ld-libelle       pic x(60).
               03 ld-quantite      pic 9(5).
               03 ld-unite         pic x(3).
               03 ld-montant-ht    pic s9(8)v99.
               03 ld-taux-tva      pic 9(2)v99.
       01 total-lignes             pic s9(9)v99.
       01 nb-taux                  pic 9.
       01 t                        pic 9.
       01 taux-trouve              pic 9.
       01 table-taux.
           02 tt-entree occurs 5 times.
               03 tt-taux          pic 9(2)v99.
               03 tt-base          pic s9(9)v99.
               03 tt-tva           pic s9(9)v99.
       01 cumul-tva-taux           pic s9(9)v99.
       01 prix-unitaire            pic s9(8)v99.

      *----- Mise en forme XML -----
       01 xml-montant              pic -(9)9.99.
       01 xml-quantite             pic z(4)9.
       01 xml-taux                 pic z9.99.
       01 xml-num-ligne            pic zz9.
       01 xml-date                 pic x(10).
       01 xml-date-source          pic 9(8).
       01 xml-texte                pic x(70).
       01 xml-montant-source       pic s9(9)v99.
       01 xml-categorie            pic x(1).

      *----- Partie (vendeur ou acheteur) a ecrire -----
       01 pt-nom                   pic x(40).
       01 pt-adresse               pic x(40).
       01 pt-code-postal           pic x(5).
       01 pt-ville                 pic x(30).
       01 pt-pays                  pic x(2).
       01 pt-siret                 pic x(14).
       01 pt-tva-intra             pic x(13).

      *----- Compteurs de transmission -----
       01 nb-exportes              pic 9(5).
       01 nb-erreurs               pic 9(5).
       01 nb-incomplets            pic 9(5).
       01 statut-transmission      pic x(12).
       01 ed-montant               pic zzzzzzz9.99.

      *----- Saisies -----
       01 id-compagnie             pic 9(4).
       01 id-document              pic 9(6).
       01 type-document            pic x(1).
       01 nv-raison-sociale        pic x(40).
       01 nv-siret                 pic x(14).
       01 nv-tva-intra             pic x(13).
       01 nv-adresse               pic x(40).
       01 nv-code-postal           pic x(5).
       01 nv-ville                 pic x(30).
       01 nv-pays                  pic x(2).
       01 nv-code-service          pic x(20).
       01 nv-engagement            pic x(20).
       01 ident-existant           pic 9.
       01 operation-journal        pic x(10).
       01 detail-journal           pic x(60).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Factures electroniques (UBL) -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Exporter les factures et avoirs non transmis'.
           02 line 4 col 2 value
               '2: Reemettre une facture ou un avoir'.
           02 line 5 col 2 value
               '3: Identifiants legaux de l''emetteur'.
           02 line 6 col 2 value
               '4: Identifiants d''une compagnie cliente'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-document.
           02 line 3 col 2 value 'Type (F facture, A avoir) : '.
           02 s-type-document pic x(1) to type-document required.
           02 line 4 col 2 value 'Numero : '.
           02 s-id-document pic zzzzzz to id-document required.

       01 a-plg-emetteur-actuel.
           02 line 3 col 2 value 'Raison sociale : '.
           02 a-em-raison pic x(40) from em-raison-sociale.
           02 line 4 col 2 value 'SIRET : '.
           02 a-em-siret pic x(14) from em-siret.
           02 line 4 col 30 value 'TVA : '.
           02 a-em-tva pic x(13) from em-tva-intra.
           02 line 5 col 2 value 'Adresse : '.
           02 a-em-adresse pic x(40) from em-adresse.
           02 line 6 col 2 value 'Code postal : '.
           02 a-em-cp pic x(5) from em-code-postal.
           02 line 6 col 24 value 'Ville : '.
           02 a-em-ville pic x(30) from em-ville.
           02 line 6 col 64 value 'Pays : '.
           02 a-em-pays pic x(2) from em-pays.
       01 s-plg-form-emetteur.
           02 line 8 col 2 value 'Raison sociale : '.
           02 s-nv-raison pic x(40) to nv-raison-sociale required.
           02 line 9 col 2 value 'SIRET (14 chiffres) : '.
           02 s-nv-siret pic x(14) to nv-siret required.
           02 line 10 col 2 value 'TVA intracommunautaire : '.
           02 s-nv-tva pic x(13) to nv-tva-intra required.
           02 line 11 col 2 value 'Adresse : '.
           02 s-nv-adresse pic x(40) to nv-adresse required.
           02 line 12 col 2 value 'Code postal : '.
           02 s-nv-cp pic x(5) to nv-code-postal required.
           02 line 13 col 2 value 'Ville : '.
           02 s-nv-ville pic x(30) to nv-ville required.
           02 line 14 col 2 value 'Pays (FR...) : '.
           02 s-nv-pays pic x(2) to nv-pays required.

       01 s-plg-id-compagnie.
           02 line 3 col 2 value 'Numero de compagnie : '.
           02 s-id-compagnie pic zzzz to id-compagnie required.
       01 a-plg-ident-actuel.
           02 line 3 col 30 pic x(30) from nom-compagnie.
           02 line 5 col 2 value 'SIRET : '.
           02 a-ci-siret pic x(14) from ci-siret.
           02 line 5 col 30 value 'TVA : '.
           02 a-ci-tva pic x(13) from ci-tva-intra.
           02 line 6 col 2 value 'Code service : '.
           02 a-ci-service pic x(20) from ci-code-service.
           02 line 6 col 40 value 'Engagement : '.
           02 a-ci-engagement pic x(20) from ci-engagement.
           02 line 7 col 2 value 'Code postal : '.
           02 a-ci-cp pic x(5) from ci-code-postal.
           02 line 7 col 24 value 'Ville : '.
           02 a-ci-ville pic x(30) from ci-ville.
           02 line 7 col 64 value 'Pays : '.
           02 a-ci-pays pic x(2) from ci-pays.
       01 s-plg-form-ident.
           02 line 9 col 2 value 'SIRET (14 chiffres) : '.
           02 s-nv-siret pic x(14) to nv-siret required.
           02 line 10 col 2 value 'TVA intracommunautaire : '.
           02 s-nv-tva pic x(13) to nv-tva-intra.
           02 line 11 col 2 value
               'Code service (acheteur public) : '.
           02 s-nv-service pic x(20) to nv-code-service.
           02 line 12 col 2 value 'Numero d''engagement : '.
           02 s-nv-engagement pic x(20) to nv-engagement.
           02 line 13 col 2 value 'Code postal : '.
           02 s-nv-cp pic x(5) to nv-code-postal required.
           02 line 14 col 2 value 'Ville : '.
           02 s-nv-ville pic x(30) to nv-ville required.
           02 line 15 col 2 value 'Pays (FR...) : '.
           02 s-nv-pays pic x(2) to nv-pays required.

       01 a-plg-resultat-export.
           02 line 12 col 2 value 'Documents transmis : '.
           02 a-nb-exportes pic zzzz9 from nb-exportes.
           02 line 13 col 2 value 'En erreur : '.
           02 a-nb-erreurs pic zzzz9 from nb-erreurs.
           02 line 14 col 2 value 'Identifiants client incomplets : '.
           02 a-nb-incomplets pic zzzz9 from nb-incomplets.
           02 line 16 col 2 value
               'Fichiers : ../ext/sortant/UBL-<type><numero>.xml'.
           02 line 17 col 2 value
               'Controle : ../ext/EFactureTransmission.txt'.

       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value
               'Operation reservee au superviseur.'.
       01 a-plg-emetteur-absent.
           02 line 20 col 1 value
               'Identifiants de l''emetteur non saisis (option 3).'.
       01 a-plg-compagnie-introuvable.
           02 line 20 col 1 value 'Compagnie introuvable.'.
       01 a-plg-document-introuvable.
           02 line 20 col 1 value 'Document introuvable.'.
       01 a-plg-siret-invalide.
           02 line 20 col 1 value 'SIRET attendu : 14 chiffres.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Facture electronique au format UBL 2.1 (norme EN 16931) :
      * chaque facture du grand livre et chaque avoir part une
      * fois, dans son propre fichier du dossier sortant, avec les
      * identifiants legaux des deux parties, la ventilation de la
      * TVA par taux et le detail des lignes. Le rapport de
      * controle liste chaque fichier transmis ou en erreur.

       open input FFactureDat
       open input FCompagnie
       open i-o FCompIdent
       if fci-status = '35' then
           open output FCompIdent
           close FCompIdent
           open i-o FCompIdent
       end-if
       open i-o FExport
       if fex-status = '35' then
           open output FExport
           close FExport
           open i-o FExport
       end-if
       if ffl-status not = '00' or fco-status not = '00'
       or fci-status not = '00' or fex-status not = '00' then
           display a-error-open
           stop ' '
           close FFactureDat
           close FCompagnie
           close FCompIdent
           close FExport
           goback
       end-if

       move 0 to avoir-fichier-absent
       open input FAvoir
       if fav-status not = '00' then
           move 1 to avoir-fichier-absent
       end-if
       move 0 to ligne-fichier-absent
       open input FFactureLigne
       if ffg-status not = '00' then
           move 1 to ligne-fichier-absent
       end-if
       move 0 to entite-fichier-absent
       open input FEntite
       if fen-status not = '00' then
           move 1 to entite-fichier-absent
       else
           open input FPieceEntite
           if fpe-status not = '00' then
               close FEntite
               move 1 to entite-fichier-absent
           end-if
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if

       move 'INCONNU' to session-code
       move 'D' to session-role
       open input FSession
       if FSessionStatus = '00' then
           read FSession
               at end
                   continue
               not at end
                   move se-code to session-code
                   move se-role to session-role
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
               when 1 perform EXPORTE-EN-ATTENTE
               when 2 perform REEMET-DOCUMENT
               when 3 perform SAISIT-EMETTEUR
               when 4 perform SAISIT-IDENT-COMPAGNIE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FFactureDat
       close FCompagnie
       close FCompIdent
       close FExport
       if avoir-fichier-absent = 0 then
           close FAvoir
       end-if
       if ligne-fichier-absent = 0 then
           close FFactureLigne
       end-if
       if entite-fichier-absent = 0 then
           close FEntite
           close FPieceEntite
       end-if
       close FJournal

       goback
       .

       LIT-EMETTEUR.
           move spaces to enr-emetteur
           open input FEmetteur
           if fem-status = '00' then
               read FEmetteur
                   at end
                       move spaces to enr-emetteur
               end-read
               close FEmetteur
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
       .

       EXPORTE-EN-ATTENTE.
      * Toute facture non annulee et tout avoir sans trace de
      * transmission partent ; un document en erreur (dossier
      * sortant inaccessible) repartira au passage suivant. Les
      * pieces d'un client particulier (compagnie a zero) restent
      * hors du circuit des factures electroniques.
           display a-plg-efface-ecran
           display a-plg-titre-global
           perform LIT-EMETTEUR
           if em-siret = spaces then
               display a-plg-emetteur-absent
               stop ' '
               exit paragraph
           end-if

           perform OUVRE-RAPPORT
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

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
                       if fl-statut not = 'A'
                           and fl-num-compagnie not = 0 then
                           move 'F' to ex-type
                           move fl-num to ex-num
                           read FExport
                               invalid key
                                   perform EXPORTE-FACTURE
                           end-read
                       end-if
               end-read
           end-perform

           if avoir-fichier-absent = 0 then
               move 0 to av-num
               move 0 to fin-scan
               start FAvoir key > av-num
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FAvoir next
                       at end
                           move 1 to fin-scan
                       not at end
                           if av-num-compagnie not = 0 then
                               move 'A' to ex-type
                               move av-num to ex-num
                               read FExport
                                   invalid key
                                       perform EXPORTE-AVOIR
                               end-read
                           end-if
                   end-read
               end-perform
           end-if

           perform FERME-RAPPORT
           move 'EXPORT' to operation-journal
           move 0 to doc-num
           move spaces to detail-journal
           string 'transmis=' nb-exportes ' erreurs=' nb-erreurs
               delimited by size into detail-journal
           perform ECRIT-JOURNAL

           display a-plg-resultat-export
           stop ' '
       .

       REEMET-DOCUMENT.
      * Nouvel envoi d'un document deja transmis (rejet de la
      * plateforme, identifiants client corriges) ; le compteur
      * d'envois de la piste en garde la trace.
           display a-plg-efface-ecran
           display a-plg-titre-global
           perform LIT-EMETTEUR
           if em-siret = spaces then
               display a-plg-emetteur-absent
               stop ' '
               exit paragraph
           end-if
           display s-plg-document
           accept s-plg-document
           move function upper-case(type-document) to type-document

           perform OUVRE-RAPPORT
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           evaluate type-document
               when 'F'
                   move id-document to fl-num
                   read FFactureDat
                   invalid key
                       display a-plg-document-introuvable
                   not invalid key
                       perform EXPORTE-FACTURE
                   end-read
               when 'A'
                   if avoir-fichier-absent = 1 then
                       display a-plg-document-introuvable
                   else
                       move id-document to av-num
                       read FAvoir
                       invalid key
                           display a-plg-document-introuvable
                       not invalid key
                           perform EXPORTE-AVOIR
                       end-read
                   end-if
               when other
                   display a-plg-message-choix-invalide
           end-evaluate

           perform FERME-RAPPORT
           if nb-exportes > 0 then
               move 'REEMISSION' to operation-journal
               move id-document to doc-num
               move spaces to detail-journal
               string 'type=' type-document
                   delimited by size into detail-journal
               perform ECRIT-JOURNAL
               display a-plg-resultat-export
           end-if
           stop ' '
       .

       OUVRE-RAPPORT.
           move 0 to nb-exportes
           move 0 to nb-erreurs
           move 0 to nb-incomplets
           open output FRapport
           if frap-status not = '00' then
               exit paragraph
           end-if
           accept heure-jour from time
           move spaces to contenu-rapport
           string '----- Transmission des factures electroniques du '
               date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Emetteur : ' function trim(em-raison-sociale)
               ' - SIRET ' em-siret
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'T Numero Cie        TTC Fichier                 '
               & '       Statut' to contenu-rapport
           write LigneRapport
       .

       FERME-RAPPORT.
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Transmis : ' nb-exportes '  En erreur : '
               nb-erreurs '  Identifiants client incomplets : '
               nb-incomplets
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-efacture' to spool-programme
           move spaces to spool-parametres
           string 'transmission e-factures du ' date-jour
               delimited by size into spool-parametres
           move '../ext/EFactureTransmission.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source
       .

       EXPORTE-FACTURE.
           move 'F' to doc-type
           move fl-num to doc-num
           move fl-num-compagnie to doc-num-compagnie
           move fl-date-emission to doc-date
           move fl-date-echeance to doc-echeance
           move 0 to doc-ref-facture
           move fl-montant-ht to doc-montant-ht
           move fl-montant-tva to doc-montant-tva
           move fl-montant to doc-montant-ttc

      *    la facture d'acompte sur devis a son propre code de type
           call 'ss-acompte-controle' using fl-num est-acompte
           if est-acompte = 1 then
               move '386' to doc-code-type
           else
               move '380' to doc-code-type
           end-if

           perform CHARGE-LIGNES-FACTURE
           perform EXPORTE-DOCUMENT
       .

       EXPORTE-AVOIR.
           move 'A' to doc-type
           move av-num to doc-num
           move av-num-compagnie to doc-num-compagnie
           move av-date to doc-date
           move 0 to doc-echeance
           move av-num-facture to doc-ref-facture
           move '381' to doc-code-type
           move av-montant-ht to doc-montant-ht
           move av-montant-tva to doc-montant-tva
           move av-montant to doc-montant-ttc

           move 1 to nb-lignes-doc
           move spaces to ld-libelle(1)
           string 'Avoir affectation ' av-num-affect ' - '
               av-motif
               delimited by size into ld-libelle(1)
           if av-jours > 0 then
               move av-jours to ld-quantite(1)
               move 'DAY' to ld-unite(1)
           else
               move 1 to ld-quantite(1)
               move 'C62' to ld-unite(1)
           end-if
           move av-montant-ht to ld-montant-ht(1)
           perform TAUX-DU-DOCUMENT
           move xml-montant-source to ld-taux-tva(1)

           perform EXPORTE-DOCUMENT
       .

       CHARGE-LIGNES-FACTURE.
      * Lignes deposees par la facturation mensuelle ; une facture
      * qui n'en a pas (acompte, facture anterieure) part sur une
      * ligne unique a son montant HT.
           move 0 to nb-lignes-doc
           if ligne-fichier-absent = 0 then
               move fl-num to fg-num-facture
               move 0 to fg-ligne
               move 0 to fin-scan
               start FFactureLigne key >= fg-cle
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FFactureLigne next
                       at end
                           move 1 to fin-scan
                       not at end
                           if fg-num-facture not = fl-num
                           or nb-lignes-doc = 99 then
                               move 1 to fin-scan
                           else
                               add 1 to nb-lignes-doc
                               move fg-libelle
                                   to ld-libelle(nb-lignes-doc)
                               move fg-quantite
                                   to ld-quantite(nb-lignes-doc)
                               move fg-unite
                                   to ld-unite(nb-lignes-doc)
                               move fg-montant-ht
                                   to ld-montant-ht(nb-lignes-doc)
                               move fg-taux-tva
                                   to ld-taux-tva(nb-lignes-doc)
                           end-if
                   end-read
               end-perform
           end-if
           if nb-lignes-doc > 0 then
               exit paragraph
           end-if

           move 1 to nb-lignes-doc
           move spaces to ld-libelle(1)
           if est-acompte = 1 then
               string 'Acompte sur devis - facture ' fl-num
                   delimited by size into ld-libelle(1)
           else
               string 'Prestations de transport periode '
                   fl-periode
                   delimited by size into ld-libelle(1)
           end-if
           move 1 to ld-quantite(1)
           move 'C62' to ld-unite(1)
           move fl-montant-ht to ld-montant-ht(1)
           perform TAUX-DU-DOCUMENT
           move xml-montant-source to ld-taux-tva(1)
       .

       TAUX-DU-DOCUMENT.
      * Taux apparent d'un document a ligne unique, tire de ses
      * totaux.
           move 0 to xml-montant-source
           if doc-montant-ht > 0 then
               compute xml-montant-source rounded =
                   doc-montant-tva * 100 / doc-montant-ht
           end-if
       .

       VENTILE-TVA.
      * Base par taux ; la taxe de chaque taux est recalculee, le
      * premier taux absorbant l'arrondi pour retomber exactement
      * sur la TVA du document.
           move 0 to nb-taux
           move 0 to total-lignes
           perform varying l from 1 by 1 until l > nb-lignes-doc
               add ld-montant-ht(l) to total-lignes
               move 0 to taux-trouve
               perform varying t from 1 by 1 until t > nb-taux
                   if tt-taux(t) = ld-taux-tva(l) then
                       add ld-montant-ht(l) to tt-base(t)
                       move 1 to taux-trouve
                   end-if
               end-perform
               if taux-trouve = 0 and nb-taux < 5 then
                   add 1 to nb-taux
                   move ld-taux-tva(l) to tt-taux(nb-taux)
                   move ld-montant-ht(l) to tt-base(nb-taux)
               end-if
           end-perform

           move 0 to cumul-tva-taux
           perform varying t from 1 by 1 until t > nb-taux
               compute tt-tva(t) rounded = tt-base(t) * tt-taux(t) / 100
               add tt-tva(t) to cumul-tva-taux
           end-perform
           if nb-taux > 0 then
               compute tt-tva(1) =
                   tt-tva(1) + doc-montant-tva - cumul-tva-taux
           end-if
       .

       EXPORTE-DOCUMENT.
           move spaces to statut-transmission
           move 0 to doc-export-ok
           move 0 to doc-ident-incomplet

           move doc-num-compagnie to num-compagnie
           read FCompagnie
           invalid key
               move spaces to nom-compagnie adresse-compagnie
           end-read
           move doc-num-compagnie to ci-num-compagnie
           read FCompIdent
           invalid key
               move spaces to ci-siret ci-tva-intra ci-code-service
                   ci-engagement ci-code-postal ci-ville ci-pays
           end-read
           if ci-siret = spaces or ci-code-postal = spaces then
               move 1 to doc-ident-incomplet
           end-if

           perform SITUE-VENDEUR
           perform VENTILE-TVA

           move spaces to nom-fichier-xml
           string '../ext/sortant/UBL-' doc-type doc-num '.xml'
               delimited by size into nom-fichier-xml
           open output FXml
           if fxml-status not = '00' then
               move 'ERREUR' to statut-transmission
               add 1 to nb-erreurs
               perform ECRIT-LIGNE-RAPPORT
               exit paragraph
           end-if

           perform ECRIT-ENTETE-XML
           perform ECRIT-PARTIES-XML
           perform ECRIT-TOTAUX-XML
           perform varying l from 1 by 1 until l > nb-lignes-doc
               perform ECRIT-LIGNE-XML
           end-perform
           move spaces to ligne-xml
           string '</' function trim(nom-racine) '>'
               delimited by size into ligne-xml
           write ligne-xml
           close FXml

           perform MARQUE-TRANSMIS
           add 1 to nb-exportes
           if doc-ident-incomplet = 1 then
               add 1 to nb-incomplets
               move 'OK IDENT ?' to statut-transmission
           else
               move 'OK' to statut-transmission
           end-if
           perform ECRIT-LIGNE-RAPPORT
       .

       SITUE-VENDEUR.
      * Le vendeur est l'emetteur principal, sauf pour une piece
      * emise au nom d'une entite juridique : identite et compte de
      * l'entite, numero dans sa serie. L'avoir renvoie a la
      * facture sous le numero qu'elle porte.
           move spaces to doc-id
           string doc-type doc-num delimited by size into doc-id
           move spaces to doc-ref-id
           string 'F' doc-ref-facture delimited by size
               into doc-ref-id
           move em-raison-sociale to vd-raison-sociale
           move em-siret to vd-siret
           move em-tva-intra to vd-tva-intra
           move em-adresse to vd-adresse
           move em-code-postal to vd-code-postal
           move em-ville to vd-ville
           move em-pays to vd-pays
           move cr-iban to vd-iban
           if entite-fichier-absent = 1 then
               exit paragraph
           end-if

           if doc-ref-facture > 0 then
               move 'F' to pe-type
               move doc-ref-facture to pe-num
               read FPieceEntite
                   invalid key
                       continue
                   not invalid key
                       move pe-code-entite to en-code
                       read FEntite
                           invalid key
                               continue
                           not invalid key
                               move spaces to doc-ref-id
                               string function trim(en-prefixe) '-'
                                   pe-num-serie
                                   delimited by size into doc-ref-id
                       end-read
               end-read
           end-if

           move doc-type to pe-type
           move doc-num to pe-num
           read FPieceEntite
               invalid key
                   exit paragraph
           end-read
           move pe-code-entite to en-code
           read FEntite
               invalid key
                   exit paragraph
           end-read
           move spaces to doc-id
           if doc-type = 'A' then
               string function trim(en-prefixe) '-AV' pe-num-serie
                   delimited by size into doc-id
           else
               string function trim(en-prefixe) '-' pe-num-serie
                   delimited by size into doc-id
           end-if
           move en-raison-sociale to vd-raison-sociale
           move en-siret to vd-siret
           move en-tva-intra to vd-tva-intra
           move en-adresse to vd-adresse
           move en-code-postal to vd-code-postal
           move en-ville to vd-ville
           move 'FR' to vd-pays
           move en-iban to vd-iban
       .

       ECRIT-ENTETE-XML.
           if doc-type = 'A' then
               move 'CreditNote' to nom-racine
               move 'CreditNoteLine' to nom-ligne-doc
               move 'CreditedQuantity' to balise-quantite
           else
               move 'Invoice' to nom-racine
               move 'InvoiceLine' to nom-ligne-doc
               move 'InvoicedQuantity' to balise-quantite
           end-if

           move '<?xml version="1.0" encoding="UTF-8"?>' to ligne-xml
           write ligne-xml
           move spaces to ligne-xml
           string '<' function trim(nom-racine)
               ' xmlns="urn:oasis:names:specification:ubl:schema:'
               'xsd:' function trim(nom-racine) '-2"'
               delimited by size into ligne-xml
           write ligne-xml
           move ' xmlns:cac="urn:oasis:names:specification:ubl:'
               & 'schema:xsd:CommonAggregateComponents-2"'
               to ligne-xml
           write ligne-xml
           move ' xmlns:cbc="urn:oasis:names:specification:ubl:'
               & 'schema:xsd:CommonBasicComponents-2">' to ligne-xml
           write ligne-xml
           move ' <cbc:CustomizationID>urn:cen.eu:en16931:2017'
               & '</cbc:CustomizationID>' to ligne-xml
           write ligne-xml
           move spaces to ligne-xml
           string ' <cbc:ID>' function trim(doc-id) '</cbc:ID>'
               delimited by size into ligne-xml
           write ligne-xml
           move doc-date to xml-date-source
           perform FORMATE-DATE-XML
           move spaces to ligne-xml
           string ' <cbc:IssueDate>' xml-date '</cbc:IssueDate>'
               delimited by size into ligne-xml
           write ligne-xml
           if doc-echeance > 0 then
               move doc-echeance to xml-date-source
               perform FORMATE-DATE-XML
               move spaces to ligne-xml
               string ' <cbc:DueDate>' xml-date '</cbc:DueDate>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
           move spaces to ligne-xml
           if doc-type = 'A' then
               string ' <cbc:CreditNoteTypeCode>' doc-code-type
                   '</cbc:CreditNoteTypeCode>'
                   delimited by size into ligne-xml
           else
               string ' <cbc:InvoiceTypeCode>' doc-code-type
                   '</cbc:InvoiceTypeCode>'
                   delimited by size into ligne-xml
           end-if
           write ligne-xml
           move ' <cbc:DocumentCurrencyCode>EUR'
               & '</cbc:DocumentCurrencyCode>' to ligne-xml
           write ligne-xml
           if ci-code-service not = spaces then
               move ci-code-service to xml-texte
               perform NETTOIE-TEXTE-XML
               move spaces to ligne-xml
               string ' <cbc:BuyerReference>' function trim(xml-texte)
                   '</cbc:BuyerReference>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
           if ci-engagement not = spaces then
               move ci-engagement to xml-texte
               perform NETTOIE-TEXTE-XML
               move spaces to ligne-xml
               string ' <cac:OrderReference><cbc:ID>'
                   function trim(xml-texte)
                   '</cbc:ID></cac:OrderReference>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
           if doc-ref-facture > 0 then
               move spaces to ligne-xml
               string ' <cac:BillingReference>'
                   '<cac:InvoiceDocumentReference><cbc:ID>'
                   function trim(doc-ref-id) '</cbc:ID>'
                   '</cac:InvoiceDocumentReference>'
                   '</cac:BillingReference>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
       .

       ECRIT-PARTIES-XML.
           move ' <cac:AccountingSupplierParty><cac:Party>'
               to ligne-xml
           write ligne-xml
           move vd-raison-sociale to pt-nom
           move vd-adresse to pt-adresse
           move vd-code-postal to pt-code-postal
           move vd-ville to pt-ville
           move vd-pays to pt-pays
           move vd-siret to pt-siret
           move vd-tva-intra to pt-tva-intra
           perform ECRIT-PARTIE-XML
           move ' </cac:Party></cac:AccountingSupplierParty>'
               to ligne-xml
           write ligne-xml

           move ' <cac:AccountingCustomerParty><cac:Party>'
               to ligne-xml
           write ligne-xml
           move nom-compagnie to pt-nom
           move adresse-compagnie to pt-adresse
           move ci-code-postal to pt-code-postal
           move ci-ville to pt-ville
           move ci-pays to pt-pays
           if pt-pays = spaces then
               move 'FR' to pt-pays
           end-if
           move ci-siret to pt-siret
           move ci-tva-intra to pt-tva-intra
           perform ECRIT-PARTIE-XML
           move ' </cac:Party></cac:AccountingCustomerParty>'
               to ligne-xml
           write ligne-xml

      *    reglement par virement sur le compte du vendeur
           if doc-type = 'F' and vd-iban not = spaces then
               move spaces to ligne-xml
               string ' <cac:PaymentMeans><cbc:PaymentMeansCode>30'
                   '</cbc:PaymentMeansCode><cac:PayeeFinancialAccount>'
                   '<cbc:ID>' function trim(vd-iban) '</cbc:ID>'
                   '</cac:PayeeFinancialAccount></cac:PaymentMeans>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
       .

       ECRIT-PARTIE-XML.
           if pt-siret not = spaces then
               move spaces to ligne-xml
               string '  <cbc:EndpointID schemeID="0009">'
                   function trim(pt-siret) '</cbc:EndpointID>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
           move pt-adresse to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-xml
           string '  <cac:PostalAddress><cbc:StreetName>'
               function trim(xml-texte) '</cbc:StreetName>'
               delimited by size into ligne-xml
           write ligne-xml
           move pt-ville to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-xml
           string '   <cbc:CityName>' function trim(xml-texte)
               '</cbc:CityName><cbc:PostalZone>'
               function trim(pt-code-postal) '</cbc:PostalZone>'
               delimited by size into ligne-xml
           write ligne-xml
           move spaces to ligne-xml
           string '   <cac:Country><cbc:IdentificationCode>' pt-pays
               '</cbc:IdentificationCode></cac:Country>'
               '</cac:PostalAddress>'
               delimited by size into ligne-xml
           write ligne-xml
           if pt-tva-intra not = spaces then
               move spaces to ligne-xml
               string '  <cac:PartyTaxScheme><cbc:CompanyID>'
                   function trim(pt-tva-intra) '</cbc:CompanyID>'
                   '<cac:TaxScheme><cbc:ID>VAT</cbc:ID>'
                   '</cac:TaxScheme></cac:PartyTaxScheme>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
           move pt-nom to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-xml
           string '  <cac:PartyLegalEntity><cbc:RegistrationName>'
               function trim(xml-texte) '</cbc:RegistrationName>'
               delimited by size into ligne-xml
           write ligne-xml
           if pt-siret not = spaces then
               move spaces to ligne-xml
               string '   <cbc:CompanyID schemeID="0002">'
                   pt-siret(1:9) '</cbc:CompanyID>'
                   delimited by size into ligne-xml
               write ligne-xml
           end-if
           move '  </cac:PartyLegalEntity>' to ligne-xml
           write ligne-xml
       .

       ECRIT-TOTAUX-XML.
           move doc-montant-tva to xml-montant-source
           perform FORMATE-MONTANT-XML
           move spaces to ligne-xml
           string ' <cac:TaxTotal><cbc:TaxAmount currencyID="EUR">'
               function trim(xml-montant) '</cbc:TaxAmount>'
               delimited by size into ligne-xml
           write ligne-xml
           perform varying t from 1 by 1 until t > nb-taux
               move ' <cac:TaxSubtotal>' to ligne-xml
               write ligne-xml
               move tt-base(t) to xml-montant-source
               perform FORMATE-MONTANT-XML
               move spaces to ligne-xml
               string '  <cbc:TaxableAmount currencyID="EUR">'
                   function trim(xml-montant) '</cbc:TaxableAmount>'
                   delimited by size into ligne-xml
               write ligne-xml
               move tt-tva(t) to xml-montant-source
               perform FORMATE-MONTANT-XML
               move spaces to ligne-xml
               string '  <cbc:TaxAmount currencyID="EUR">'
                   function trim(xml-montant) '</cbc:TaxAmount>'
                   delimited by size into ligne-xml
               write ligne-xml
               move tt-taux(t) to xml-taux
               perform CATEGORIE-TVA
               move spaces to ligne-xml
               string '  <cac:TaxCategory><cbc:ID>' xml-categorie
                   '</cbc:ID><cbc:Percent>' function trim(xml-taux)
                   '</cbc:Percent><cac:TaxScheme><cbc:ID>VAT'
                   '</cbc:ID></cac:TaxScheme></cac:TaxCategory>'
                   delimited by size into ligne-xml
               write ligne-xml
               move ' </cac:TaxSubtotal>' to ligne-xml
               write ligne-xml
           end-perform
           move ' </cac:TaxTotal>' to ligne-xml
           write ligne-xml

           move ' <cac:LegalMonetaryTotal>' to ligne-xml
           write ligne-xml
           move total-lignes to xml-montant-source
           perform FORMATE-MONTANT-XML
           move spaces to ligne-xml
           string '  <cbc:LineExtensionAmount currencyID="EUR">'
               function trim(xml-montant) '</cbc:LineExtensionAmount>'
               delimited by size into ligne-xml
           write ligne-xml
           move doc-montant-ht to xml-montant-source
           perform FORMATE-MONTANT-XML
           move spaces to ligne-xml
           string '  <cbc:TaxExclusiveAmount currencyID="EUR">'
               function trim(xml-montant) '</cbc:TaxExclusiveAmount>'
               delimited by size into ligne-xml
           write ligne-xml
           move doc-montant-ttc to xml-montant-source
           perform FORMATE-MONTANT-XML
           move spaces to ligne-xml
           string '  <cbc:TaxInclusiveAmount currencyID="EUR">'
               function trim(xml-montant) '</cbc:TaxInclusiveAmount>'
               delimited by size into ligne-xml
           write ligne-xml
           move spaces to ligne-xml
           string '  <cbc:PayableAmount currencyID="EUR">'
               function trim(xml-montant) '</cbc:PayableAmount>'
               delimited by size into ligne-xml
           write ligne-xml
           move ' </cac:LegalMonetaryTotal>' to ligne-xml
           write ligne-xml
       .

       ECRIT-LIGNE-XML.
           move spaces to ligne-xml
           move l to xml-num-ligne
           string ' <cac:' function trim(nom-ligne-doc) '><cbc:ID>'
               function trim(xml-num-ligne) '</cbc:ID>'
               delimited by size into ligne-xml
           write ligne-xml
           move ld-quantite(l) to xml-quantite
           move spaces to ligne-xml
           string '  <cbc:' function trim(balise-quantite)
               ' unitCode="' ld-unite(l) '">'
               function trim(xml-quantite)
               '</cbc:' function trim(balise-quantite) '>'
               delimited by size into ligne-xml
           write ligne-xml
           move ld-montant-ht(l) to xml-montant-source
           perform FORMATE-MONTANT-XML
           move spaces to ligne-xml
           string '  <cbc:LineExtensionAmount currencyID="EUR">'
               function trim(xml-montant) '</cbc:LineExtensionAmount>'
               delimited by size into ligne-xml
           write ligne-xml
           move ld-libelle(l) to xml-texte
           perform NETTOIE-TEXTE-XML
           move spaces to ligne-xml
           string '  <cac:Item><cbc:Name>' function trim(xml-texte)
               '</cbc:Name>'
               delimited by size into ligne-xml
           write ligne-xml
           move ld-taux-tva(l) to xml-taux
           perform CATEGORIE-TVA
           move spaces to ligne-xml
           string '   <cac:ClassifiedTaxCategory><cbc:ID>'
               xml-categorie '</cbc:ID><cbc:Percent>'
               function trim(xml-taux) '</cbc:Percent>'
               '<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>'
               '</cac:ClassifiedTaxCategory></cac:Item>'
               delimited by size into ligne-xml
           write ligne-xml
      *    prix unitaire hors taxe : montant de la ligne / quantite
           move ld-montant-ht(l) to prix-unitaire
           if ld-quantite(l) > 1 then
               compute prix-unitaire rounded =
                   ld-montant-ht(l) / ld-quantite(l)
           end-if
           move prix-unitaire to xml-montant-source
           perform FORMATE-MONTANT-XML
           move spaces to ligne-xml
           string '  <cac:Price><cbc:PriceAmount currencyID="EUR">'
               function trim(xml-montant)
               '</cbc:PriceAmount></cac:Price>'
               delimited by size into ligne-xml
           write ligne-xml
           move spaces to ligne-xml
           string ' </cac:' function trim(nom-ligne-doc) '>'
               delimited by size into ligne-xml
           write ligne-xml
       .

       CATEGORIE-TVA.
      * S = taux normal ou reduit, E = exonere.
           if xml-taux = spaces or xml-taux = ' 0.00' then
               move 'E' to xml-categorie
           else
               move 'S' to xml-categorie
           end-if
       .

       MARQUE-TRANSMIS.
           move doc-type to ex-type
           move doc-num to ex-num
           read FExport
           invalid key
               move 0 to ex-nb-envois
           end-read
           accept heure-jour from time
           move date-jour to ex-date
           move heure-jour to ex-heure
           move nom-fichier-xml to ex-fichier
           add 1 to ex-nb-envois
           if ex-nb-envois = 1 then
               write enr-export
               invalid key
                   continue
               end-write
           else
               rewrite enr-export
               invalid key
                   continue
               end-rewrite
           end-if
       .

       ECRIT-LIGNE-RAPPORT.
           move doc-montant-ttc to ed-montant
           move spaces to contenu-rapport
           string doc-type ' ' doc-num ' ' doc-num-compagnie ' '
               ed-montant ' ' nom-fichier-xml(8:29) ' '
               statut-transmission
               delimited by size into contenu-rapport
           write LigneRapport
       .

       FORMATE-MONTANT-XML.
           move xml-montant-source to xml-montant
       .

       FORMATE-DATE-XML.
           move spaces to xml-date
           string xml-date-source(1:4) '-' xml-date-source(5:2) '-'
               xml-date-source(7:2)
               delimited by size into xml-date
       .

       NETTOIE-TEXTE-XML.
      * Les caracteres reserves du XML n'ont pas leur place dans un
      * libelle transmis a la plateforme.
           inspect xml-texte replacing all '&' by '+'
           inspect xml-texte replacing all '<' by ' '
           inspect xml-texte replacing all '>' by ' '
           inspect xml-texte replacing all '"' by ' '
       .

       SAISIT-EMETTEUR.
           if session-role not = 'S' then
               display a-plg-reserve-superviseur
               stop ' '
               exit paragraph
           end-if
           display a-plg-efface-ecran
           display a-plg-titre-global
           perform LIT-EMETTEUR
           display a-plg-emetteur-actuel
           display s-plg-form-emetteur
           accept s-plg-form-emetteur

           if nv-siret not numeric then
               display a-plg-siret-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-raison-sociale)
               to em-raison-sociale
           move nv-siret to em-siret
           move function upper-case(nv-tva-intra) to em-tva-intra
           move function upper-case(nv-adresse) to em-adresse
           move nv-code-postal to em-code-postal
           move function upper-case(nv-ville) to em-ville
           move function upper-case(nv-pays) to em-pays

           open output FEmetteur
           if fem-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           write enr-emetteur
           close FEmetteur

           move 'EMETTEUR' to operation-journal
           move 0 to doc-num
           move spaces to detail-journal
           string 'siret=' em-siret ' tva=' em-tva-intra
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       SAISIT-IDENT-COMPAGNIE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-compagnie
           accept s-plg-id-compagnie

           move id-compagnie to num-compagnie
           read FCompagnie
           invalid key
               display a-plg-compagnie-introuvable
               stop ' '
               exit paragraph
           end-read

           move id-compagnie to ci-num-compagnie
           read FCompIdent
           invalid key
               move 0 to ident-existant
               move spaces to ci-siret ci-tva-intra ci-code-service
                   ci-engagement ci-code-postal ci-ville ci-pays
           not invalid key
               move 1 to ident-existant
           end-read
           display a-plg-ident-actuel

           move spaces to nv-tva-intra nv-code-service nv-engagement
           display s-plg-form-ident
           accept s-plg-form-ident

           if nv-siret not numeric then
               display a-plg-siret-invalide
               stop ' '
               exit paragraph
           end-if

           move id-compagnie to ci-num-compagnie
           move nv-siret to ci-siret
           move function upper-case(nv-tva-intra) to ci-tva-intra
           move function upper-case(nv-code-service)
               to ci-code-service
           move function upper-case(nv-engagement) to ci-engagement
           move nv-code-postal to ci-code-postal
           move function upper-case(nv-ville) to ci-ville
           move function upper-case(nv-pays) to ci-pays

           if ident-existant = 1 then
               rewrite enr-comp-ident
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           else
               write enr-comp-ident
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-write
           end-if

           move 'IDENT-CIE' to operation-journal
           move id-compagnie to doc-num
           move spaces to detail-journal
           string 'siret=' ci-siret ' service=' ci-code-service
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'EFACTURE' ' | ' function trim(operation-journal)
               ' | id=' doc-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-efacture.
