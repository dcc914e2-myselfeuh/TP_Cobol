       program-id. ss-achat-pieces.

       input-output section.
           file-control.
           select FFournisseur assign to "../ext/Fournisseur.dat"
               organization is indexed
               access mode is dynamic
                   record key is fo-code
               status ffo-status.

           select FPieceFourn assign to
               "../ext/PieceFournisseur.dat"
               organization is indexed
               access mode is dynamic
                   record key is pf-code-piece
               status fpf-status.

           select FCommande assign to "../ext/CommandeAchat.dat"
               organization is indexed
               access mode is dynamic
                   record key is ca-num
                   alternate record key is ca-code-fourn
                       with duplicates
               status fca-status.

           select FCommandeLigne assign to
               "../ext/CommandeAchatLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is cl-cle
                   alternate record key is cl-code-piece
                       with duplicates
               status fcl-status.

           select FFactureAchat assign to "../ext/FactureAchat.dat"
               organization is indexed
               access mode is dynamic
                   record key is fp-num
                   alternate record key is fp-num-commande
                       with duplicates
               status ffp-status.

           select FPiece assign to "../ext/PieceStock.dat"
               organization is indexed
               access mode is dynamic
                   record key is ps-code
               status FPieceStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FRapport assign to nom-rapport
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
      * Fournisseurs de l'atelier et, par piece, le fournisseur
      * attitre avec la quantite commandee d'habitude et le prix
      * convenu.
       fd FFournisseur.
           01 enr-fournisseur.
               02 fo-code          pic x(6).
               02 fo-nom           pic x(30).
               02 fo-contact       pic x(20).
               02 fo-telephone     pic x(14).
               02 fo-delai         pic 9(3).

       fd FPieceFourn.
           01 enr-piece-fourn.
               02 pf-code-piece    pic x(8).
               02 pf-code-fourn    pic x(6).
               02 pf-qte-commande  pic 9(5).
               02 pf-prix-convenu  pic 9(6)v99.

      * Commande d'achat : ca-statut C = commandee, R = partiellement
      * recue, S = soldee (tout recu), A = annulee. Les lignes portent
      * la quantite et le prix commandes, puis le cumul recu (au prix
      * reellement facture a la livraison).
       fd FCommande.
           01 enr-commande.
               02 ca-num           pic 9(6).
               02 ca-code-fourn    pic x(6).
               02 ca-date          pic 9(8).
               02 ca-date-promise  pic 9(8).
               02 ca-statut        pic x(1).
               02 ca-montant       pic 9(8)v99.

       fd FCommandeLigne.
           01 enr-commande-ligne.
               02 cl-cle.
                   03 cl-num-commande pic 9(6).
                   03 cl-code-piece   pic x(8).
               02 cl-quantite      pic 9(5).
               02 cl-prix          pic 9(6)v99.
               02 cl-qte-recue     pic 9(5).
               02 cl-montant-recu  pic 9(8)v99.

      * Facture fournisseur rapprochee de sa commande et des
      * receptions. fp-statut : B = bloquee (ecart), V = approuvee.
       fd FFactureAchat.
           01 enr-facture-achat.
               02 fp-num           pic 9(6).
               02 fp-code-fourn    pic x(6).
               02 fp-reference     pic x(20).
               02 fp-num-commande  pic 9(6).
               02 fp-date          pic 9(8).
               02 fp-date-echeance pic 9(8).
               02 fp-montant-ht    pic 9(8)v99.
               02 fp-statut        pic x(1).
               02 fp-anomalie      pic x(30).

       fd FPiece.
           01 enr-piece.
               02 ps-code          pic x(8).
               02 ps-libelle       pic x(30).
               02 ps-quantite      pic 9(5).
               02 ps-seuil         pic 9(4).
               02 ps-prix-unitaire pic 9(6)v99.

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

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
       01 ffo-status               pic x(2).
       01 fpf-status               pic x(2).
       01 fca-status               pic x(2).
       01 fcl-status               pic x(2).
       01 ffp-status               pic x(2).
       01 FPieceStatus             pic x(2).
       01 fpa-status               pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 nom-rapport              pic x(40).

       01 i                        pic 9(2).
       01 j                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-cl              pic 9.
       01 fin-saisie               pic 9.
       01 aucun-resultat           pic 9.
       01 confirme-action          pic 9.
       01 resultat-date-valide     pic 9.
       01 date-jour                pic 9(8).

      *----- Fournisseurs et pieces -----
       01 nv-code-fourn            pic x(6).
       01 nv-nom-fourn             pic x(30).
       01 nv-contact-fourn         pic x(20).
       01 nv-telephone-fourn       pic x(14).
       01 nv-delai                 pic 9(3).
       01 nv-code-piece            pic x(8).
       01 nv-qte-commande          pic 9(5).
       01 nv-prix-convenu          pic 9(6)v99.

      *----- Generation des commandes -----
       01 nb-commandes-creees      pic 9(3).
       01 nb-lignes-creees         pic 9(4).
       01 nb-sans-fournisseur      pic 9(4).
       01 deja-en-commande         pic 9.
       01 qte-a-commander          pic 9(5).
       01 num-commande-fourn       pic 9(6).
       01 dernier-num-commande     pic 9(6).
       01 table-commandes-lot.
           02 tcl-entree occurs 50 times.
               03 tcl-code-fourn   pic x(6).
               03 tcl-num-commande pic 9(6).
       01 nb-tcl                   pic 9(2).

      *----- Reception -----
       01 id-commande              pic 9(6).
       01 qte-recue                pic 9(5).
       01 prix-recu                pic 9(6)v99.
       01 montant-recu             pic 9(8)v99.
       01 commande-soldee          pic 9.
       01 quelque-chose-recu       pic 9.

      *----- Facture fournisseur -----
       01 nv-reference             pic x(20).
       01 nv-date                  pic 9(8).
       01 nv-date-echeance         pic 9(8).
       01 nv-montant-ht            pic 9(8)v99.
       01 id-facture               pic 9(6).
       01 valeur-commandee-recue   pic 9(9)v99.
       01 valeur-recue             pic 9(9)v99.
       01 deja-facture             pic 9(9)v99.
       01 cumul-facture            pic 9(9)v99.
       01 tolerance-pct            pic 9(3)v99.
       01 tolerance-montant        pic 9(9)v99.

      *----- Commandes en retard -----
       01 nb-retards               pic 9(4).
       01 qte-restante             pic 9(5).
       01 ed-montant               pic zzzzzzz9.99.
       01 ed-montant-2             pic zzzzzzz9.99.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       01 operation-journal        pic x(5).
       01 detail-journal           pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Achats de pieces de l''atelier -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Ajouter ou modifier un fournisseur'.
           02 line 4 col 2 value
               '2: Fournisseur attitre d''une piece'.
           02 line 5 col 2 value
               '3: Commander les pieces sous le seuil'.
           02 line 6 col 2 value
               '4: Consulter ou annuler une commande'.
           02 line 7 col 2 value '5: Reception de marchandises'.
           02 line 8 col 2 value
               '6: Facture fournisseur (controle commande/reception)'.
           02 line 9 col 2 value
               '7: Approuver une facture bloquee'.
           02 line 10 col 2 value
               '8: Commandes en retard de livraison'.
           02 line 12 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 14 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-fournisseur.
           02 line 3 col 2 value 'Code (6 car.) : '.
           02 s-nv-code pic x(6) to nv-code-fourn required.
           02 line 4 col 2 value 'Nom : '.
           02 s-nv-nom pic x(30) to nv-nom-fourn required.
           02 line 5 col 2 value 'Contact : '.
           02 s-nv-contact pic x(20) to nv-contact-fourn.
           02 line 6 col 2 value 'Telephone : '.
           02 s-nv-telephone pic x(14) to nv-telephone-fourn.
           02 line 7 col 2 value 'Delai de livraison (jours) : '.
           02 s-nv-delai pic zz9 to nv-delai.

       01 s-plg-form-piece-fourn.
           02 line 3 col 2 value 'Code piece : '.
           02 s-pf-piece pic x(8) to nv-code-piece required.
           02 line 4 col 2 value 'Fournisseur attitre (code) : '.
           02 s-pf-fourn pic x(6) to nv-code-fourn required.
           02 line 5 col 2 value
               'Quantite a commander (0 = completer au double du '
               &'seuil) : '.
           02 s-pf-qte pic zzzz9 to nv-qte-commande.
           02 line 6 col 2 value
               'Prix convenu (0 = dernier prix du stock) : '.
           02 s-pf-prix pic zzzz9.99 to nv-prix-convenu.

       01 a-plg-generation.
           02 line 3 col 2 value 'Commandes creees : '.
           02 a-nb-commandes line 3 col 34 pic zz9
               from nb-commandes-creees.
           02 line 4 col 2 value 'Lignes commandees : '.
           02 a-nb-lignes line 4 col 34 pic zzz9
               from nb-lignes-creees.
           02 line 5 col 2 value 'Pieces sans fournisseur : '.
           02 a-nb-sans line 5 col 34 pic zzz9
               from nb-sans-fournisseur.
           02 line 7 col 2 value 'Bons de commande : '.
           02 a-nom-rapport-gen pic x(40) from nom-rapport.

       01 s-plg-id-commande.
           02 line 3 col 2 value 'Numero de commande : '.
           02 s-id-commande pic zzzzzz to id-commande required.
       01 a-plg-entete-commande.
           02 line 3 col 30 value 'Fournisseur : '.
           02 a-ca-fourn pic x(6) from ca-code-fourn.
           02 line 4 col 2 value 'Commandee le : '.
           02 a-ca-date pic 9999/99/99 from ca-date.
           02 line 4 col 30 value 'Promise le : '.
           02 a-ca-promise pic 9999/99/99 from ca-date-promise.
           02 line 4 col 56 value 'Statut : '.
           02 a-ca-statut pic x(1) from ca-statut.
           02 line 6 col 2 value 'Piece'.
           02 line 6 col 12 value 'Commande'.
           02 line 6 col 23 value 'Prix'.
           02 line 6 col 34 value 'Recu'.
           02 line 6 col 42 value 'Valeur recue'.
       01 a-plg-ligne-commande.
           02 a-cl-piece line i col 2 pic x(8) from cl-code-piece.
           02 a-cl-qte line i col 12 pic zzzz9 from cl-quantite.
           02 a-cl-prix line i col 20 pic zzzz9.99 from cl-prix.
           02 a-cl-recu line i col 34 pic zzzz9 from cl-qte-recue.
           02 a-cl-montant line i col 42 pic zzzzzzz9.99
               from cl-montant-recu.
       01 s-plg-confirme-annulation.
           02 line 19 col 2 value
               '1-Annuler la commande / 9-Retour : '.
           02 s-confirme-annul pic 9 to confirme-action required.

       01 s-plg-reception.
           02 line 19 col 2 value 'Piece recue (blanc = fin) : '.
           02 s-r-piece pic x(8) to nv-code-piece.
           02 line 19 col 40 value 'Qte : '.
           02 s-r-qte pic zzzz9 to qte-recue.
           02 line 19 col 54 value 'Prix : '.
           02 s-r-prix pic zzzz9.99 to prix-recu.
       01 a-plg-aide-reception.
           02 line 18 col 2 value
               '(prix a zero = prix de la commande)'.

       01 s-plg-form-facture.
           02 line 3 col 2 value 'Numero de commande : '.
           02 s-f-commande pic zzzzzz to id-commande required.
           02 line 4 col 2 value 'Reference fournisseur : '.
           02 s-f-reference pic x(20) to nv-reference required.
           02 line 5 col 2 value 'Date de facture (AAAAMMJJ) : '.
           02 s-f-date pic 9(8) to nv-date required.
           02 line 6 col 2 value 'Echeance (AAAAMMJJ) : '.
           02 s-f-echeance pic 9(8) to nv-date-echeance required.
           02 line 7 col 2 value 'Montant HT : '.
           02 s-f-montant pic zzzzzzz9.99 to nv-montant-ht required.
       01 a-plg-controle-facture.
           02 line 9 col 2 value 'Valeur recue (prix livres) : '.
           02 a-valeur-recue pic zzzzzzzz9.99 from valeur-recue.
           02 line 10 col 2 value 'Valeur recue au prix commande : '.
           02 a-valeur-cmd pic zzzzzzzz9.99
               from valeur-commandee-recue.
           02 line 11 col 2 value 'Deja facture sur la commande : '.
           02 a-deja pic zzzzzzzz9.99 from deja-facture.
           02 line 13 col 2 value 'Facture numero : '.
           02 a-fp-num pic 9(6) from fp-num.
           02 line 13 col 30 value 'Statut : '.
           02 a-fp-statut pic x(1) from fp-statut.
           02 line 13 col 42 pic x(30) from fp-anomalie.

       01 s-plg-id-facture.
           02 line 3 col 2 value 'Numero de facture : '.
           02 s-id-facture pic zzzzzz to id-facture required.
       01 a-plg-detail-facture.
           02 line 5 col 2 value 'Fournisseur : '.
           02 a-d-fourn pic x(6) from fp-code-fourn.
           02 line 5 col 26 value 'Commande : '.
           02 a-d-cmd pic 9(6) from fp-num-commande.
           02 line 6 col 2 value 'Montant HT : '.
           02 a-d-ht pic zzzzzzz9.99 from fp-montant-ht.
           02 line 7 col 2 value 'Anomalie : '.
           02 a-d-anomalie pic x(30) from fp-anomalie.
       01 s-plg-confirme-approbation.
           02 line 9 col 2 value
               '1-Approuver malgre l''ecart / 9-Annuler : '.
           02 s-confirme-appro pic 9 to confirme-action required.

       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Rapport edite : '.
           02 a-nom-rapport pic x(40) from nom-rapport.

       01 a-plg-fournisseur-introuvable.
           02 line 20 col 1 value 'Fournisseur inconnu.'.
       01 a-plg-piece-introuvable.
           02 line 20 col 1 value 'Piece inconnue.'.
       01 a-plg-commande-introuvable.
           02 line 20 col 1 value 'Commande introuvable.'.
       01 a-plg-commande-close.
           02 line 20 col 1 value
               'Commande soldee ou annulee : plus de reception.'.
       01 a-plg-annulation-refusee.
           02 line 20 col 1 value
               'Des pieces sont deja recues : annulation refusee.'.
       01 a-plg-piece-hors-commande.
           02 line 20 col 1 value
               'Piece absente de cette commande.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides ou echeance avant la facture.'.
       01 a-plg-facture-introuvable.
           02 line 20 col 1 value 'Facture introuvable.'.
       01 a-plg-facture-non-bloquee.
           02 line 20 col 1 value 'Facture deja approuvee.'.
       01 a-plg-ligne-effacee.
           02 line 20 col 1 pic x(60) value spaces.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Cycle d'achat des pieces de l'atelier : les pieces sous le
      * seuil partent en commande chez leur fournisseur attitre, la
      * reception alimente le stock au prix reellement livre, et la
      * facture du fournisseur n'est approuvee que si elle
      * correspond a la commande et a ce qui a ete recu.

       open i-o FFournisseur
       if ffo-status = '35' then
           open output FFournisseur
           close FFournisseur
           open i-o FFournisseur
       end-if
       open i-o FPieceFourn
       if fpf-status = '35' then
           open output FPieceFourn
           close FPieceFourn
           open i-o FPieceFourn
       end-if
       open i-o FCommande
       if fca-status = '35' then
           open output FCommande
           close FCommande
           open i-o FCommande
       end-if
       open i-o FCommandeLigne
       if fcl-status = '35' then
           open output FCommandeLigne
           close FCommandeLigne
           open i-o FCommandeLigne
       end-if
       open i-o FFactureAchat
       if ffp-status = '35' then
           open output FFactureAchat
           close FFactureAchat
           open i-o FFactureAchat
       end-if
       open i-o FPiece

       if ffo-status not = '00' or fpf-status not = '00'
       or fca-status not = '00' or fcl-status not = '00'
       or ffp-status not = '00' or FPieceStatus not = '00' then
           display a-error-open
           stop ' '
           close FFournisseur
           close FPieceFourn
           close FCommande
           close FCommandeLigne
           close FFactureAchat
           close FPiece
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

      * tolerance d'ecart facture / reception en centiemes de % du
      * montant recu (200 = 2,00%) ; parametre absent : aucun ecart
      * admis
       move 0 to tolerance-pct
       open input FParametres
       if fpa-status = '00' then
           move 'ACHAT-TOLERANCE-PCT' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   compute tolerance-pct = pa-valeur / 100
           end-read
           close FParametres
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
               when 1 perform SAISIT-FOURNISSEUR
               when 2 perform SAISIT-PIECE-FOURNISSEUR
               when 3 perform GENERE-COMMANDES
               when 4 perform CONSULTE-COMMANDE
               when 5 perform RECEPTIONNE-COMMANDE
               when 6 perform SAISIT-FACTURE
               when 7 perform APPROUVE-FACTURE
               when 8 perform EDITE-RETARDS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FFournisseur
       close FPieceFourn
       close FCommande
       close FCommandeLigne
       close FFactureAchat
       close FPiece
       close FJournal

       goback
       .

       SAISIT-FOURNISSEUR.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move 0 to nv-delai
           display s-plg-form-fournisseur
           accept s-plg-form-fournisseur

           move function upper-case(nv-code-fourn) to fo-code
           move function upper-case(nv-nom-fourn) to fo-nom
           move nv-contact-fourn to fo-contact
           move nv-telephone-fourn to fo-telephone
           move nv-delai to fo-delai

           write enr-fournisseur
           invalid key
               rewrite enr-fournisseur
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           not invalid key
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       SAISIT-PIECE-FOURNISSEUR.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move 0 to nv-qte-commande
           move 0 to nv-prix-convenu
           display s-plg-form-piece-fourn
           accept s-plg-form-piece-fourn

           move function upper-case(nv-code-piece) to ps-code
           read FPiece
           invalid key
               display a-plg-piece-introuvable
               stop ' '
               exit paragraph
           end-read
           move function upper-case(nv-code-fourn) to fo-code
           read FFournisseur
           invalid key
               display a-plg-fournisseur-introuvable
               stop ' '
               exit paragraph
           end-read

           move ps-code to pf-code-piece
           move fo-code to pf-code-fourn
           move nv-qte-commande to pf-qte-commande
           move nv-prix-convenu to pf-prix-convenu
           write enr-piece-fourn
           invalid key
               rewrite enr-piece-fourn
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           not invalid key
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       GENERE-COMMANDES.
      * Une commande par fournisseur pour toutes ses pieces sous le
      * seuil qui ne sont pas deja en attente de livraison. Les
      * pieces sans fournisseur attitre figurent au bon pour suite
      * a donner.
           move '../ext/BonsCommande.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           move spaces to contenu-rapport
           string '----- Commandes de reapprovisionnement du '
               date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport

           perform DERNIERE-COMMANDE
           move 0 to nb-tcl
           move 0 to nb-commandes-creees
           move 0 to nb-lignes-creees
           move 0 to nb-sans-fournisseur

           move spaces to ps-code
           move 0 to fin-scan
           start FPiece key > ps-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FPiece next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ps-quantite <= ps-seuil then
                           perform COMMANDE-PIECE
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Commandes : ' nb-commandes-creees
               '  lignes : ' nb-lignes-creees
               '  pieces sans fournisseur : ' nb-sans-fournisseur
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-achat-pieces' to spool-programme
           move spaces to spool-parametres
           string 'commandes du ' date-jour
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-generation
           display a-plg-message-continuer
           stop ' '
       .

       DERNIERE-COMMANDE.
           move 999999 to ca-num
           start FCommande key < ca-num
           invalid key
               move 0 to ca-num
           not invalid key
               read FCommande next
                   at end
                       move 0 to ca-num
                   not at end
                       continue
               end-read
           end-start
           move ca-num to dernier-num-commande
       .

       COMMANDE-PIECE.
           perform CONTROLE-DEJA-COMMANDEE
           if deja-en-commande = 1 then
               exit paragraph
           end-if

           move ps-code to pf-code-piece
           read FPieceFourn
           invalid key
               add 1 to nb-sans-fournisseur
               move spaces to contenu-rapport
               string ps-code ' ' ps-libelle(1:25)
                   ' : sans fournisseur attitre, a commander '
                   'a la main'
                   delimited by size into contenu-rapport
               write LigneRapport
               exit paragraph
           end-read

           if pf-qte-commande > 0 then
               move pf-qte-commande to qte-a-commander
           else
               compute qte-a-commander =
                   ps-seuil * 2 - ps-quantite
           end-if
           if qte-a-commander = 0 then
               move 1 to qte-a-commander
           end-if

           perform COMMANDE-DU-FOURNISSEUR
           if num-commande-fourn = 0 then
               exit paragraph
           end-if

           move num-commande-fourn to cl-num-commande
           move ps-code to cl-code-piece
           move qte-a-commander to cl-quantite
           if pf-prix-convenu > 0 then
               move pf-prix-convenu to cl-prix
           else
               move ps-prix-unitaire to cl-prix
           end-if
           move 0 to cl-qte-recue
           move 0 to cl-montant-recu
           write enr-commande-ligne
           invalid key
               exit paragraph
           end-write
           add 1 to nb-lignes-creees

           move num-commande-fourn to ca-num
           read FCommande
           invalid key
               continue
           not invalid key
               compute ca-montant = ca-montant +
                   cl-quantite * cl-prix
               rewrite enr-commande
               invalid key
                   continue
               end-rewrite
           end-read

           move spaces to contenu-rapport
           string 'Commande ' num-commande-fourn ' ' pf-code-fourn
               ' : ' ps-code ' ' ps-libelle(1:20)
               ' qte=' cl-quantite ' prix=' cl-prix
               delimited by size into contenu-rapport
           write LigneRapport
       .

       CONTROLE-DEJA-COMMANDEE.
      * Une piece dont une ligne de commande ouverte attend encore
      * des livraisons n'est pas recommandee.
           move 0 to deja-en-commande
           move ps-code to cl-code-piece
           move 0 to fin-scan-cl
           start FCommandeLigne key = cl-code-piece
               invalid key
                   move 1 to fin-scan-cl
           end-start
           perform with test after until (fin-scan-cl = 1)
               read FCommandeLigne next
                   at end
                       move 1 to fin-scan-cl
                   not at end
                       if cl-code-piece not = ps-code then
                           move 1 to fin-scan-cl
                       else
                           if cl-qte-recue < cl-quantite then
                               move cl-num-commande to ca-num
                               read FCommande
                                   invalid key
                                       continue
                                   not invalid key
                                       if ca-statut = 'C'
                                       or ca-statut = 'R' then
                                           move 1 to
                                               deja-en-commande
                                           move 1 to fin-scan-cl
                                       end-if
                               end-read
                           end-if
                       end-if
               end-read
           end-perform
       .

       COMMANDE-DU-FOURNISSEUR.
      * Commande du fournisseur ouverte dans ce passage, ou nouvelle
      * commande datee du jour et promise a son delai habituel.
           move 0 to num-commande-fourn
           perform varying j from 1 by 1 until j > nb-tcl
               if tcl-code-fourn(j) = pf-code-fourn then
                   move tcl-num-commande(j) to num-commande-fourn
               end-if
           end-perform
           if num-commande-fourn not = 0 then
               exit paragraph
           end-if
           if nb-tcl >= 50 then
               exit paragraph
           end-if

           move pf-code-fourn to fo-code
           read FFournisseur
           invalid key
               move 0 to fo-delai
           end-read

           add 1 to dernier-num-commande
           move dernier-num-commande to ca-num
           move pf-code-fourn to ca-code-fourn
           move date-jour to ca-date
           compute ca-date-promise = function date-of-integer(
               function integer-of-date(date-jour) + fo-delai)
           move 'C' to ca-statut
           move 0 to ca-montant
           write enr-commande
           invalid key
               exit paragraph
           end-write

           add 1 to nb-tcl
           move pf-code-fourn to tcl-code-fourn(nb-tcl)
           move ca-num to tcl-num-commande(nb-tcl)
           move ca-num to num-commande-fourn
           add 1 to nb-commandes-creees

           move 'COMMD' to operation-journal
           move spaces to detail-journal
           string 'fournisseur=' ca-code-fourn
               ' promise=' ca-date-promise
               delimited by size into detail-journal
           perform ECRIT-JOURNAL-COMMANDE
       .

       LIT-COMMANDE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-commande
           accept s-plg-id-commande

           move id-commande to ca-num
           read FCommande
           invalid key
               move 0 to ca-num
               display a-plg-commande-introuvable
               exit paragraph
           end-read
           display a-plg-entete-commande
           perform AFFICHE-LIGNES-COMMANDE
       .

       AFFICHE-LIGNES-COMMANDE.
           move 7 to i
           move ca-num to cl-num-commande
           move spaces to cl-code-piece
           move 0 to fin-scan-cl
           start FCommandeLigne key > cl-cle
               invalid key
                   move 1 to fin-scan-cl
           end-start
           perform with test after until (fin-scan-cl = 1)
               read FCommandeLigne next
                   at end
                       move 1 to fin-scan-cl
                   not at end
                       if cl-num-commande not = ca-num then
                           move 1 to fin-scan-cl
                       else
                           if i < 18 then
                               display a-plg-ligne-commande
                               add 1 to i
                           end-if
                       end-if
               end-read
           end-perform
       .

       CONSULTE-COMMANDE.
           perform LIT-COMMANDE
           if ca-num = 0 then
               stop ' '
               exit paragraph
           end-if
           if ca-statut not = 'C' then
               stop ' '
               exit paragraph
           end-if

           display s-plg-confirme-annulation
           accept s-plg-confirme-annulation
           if confirme-action not = 1 then
               exit paragraph
           end-if

      *    une commande dont rien n'est recu peut seule etre annulee
           move ca-num to id-commande
           move 'A' to ca-statut
           rewrite enr-commande
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'ANNUL' to operation-journal
               move spaces to detail-journal
               perform ECRIT-JOURNAL-COMMANDE
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       RECEPTIONNE-COMMANDE.
      * Chaque piece livree entre au stock ; son prix unitaire
      * devient le prix de la livraison. La commande est soldee
      * quand toutes ses lignes sont completement recues.
           perform LIT-COMMANDE
           if ca-num = 0 then
               stop ' '
               exit paragraph
           end-if
           if ca-statut not = 'C' and ca-statut not = 'R' then
               display a-plg-commande-close
               stop ' '
               exit paragraph
           end-if
           move ca-num to id-commande

           display a-plg-aide-reception
           move 0 to fin-saisie
           perform until (fin-saisie = 1)
               move spaces to nv-code-piece
               move 0 to qte-recue
               move 0 to prix-recu
               display s-plg-reception
               accept s-plg-reception
               display a-plg-ligne-effacee
               if nv-code-piece = spaces or qte-recue = 0 then
                   move 1 to fin-saisie
               else
                   perform RECOIT-LIGNE
               end-if
           end-perform

           perform SOLDE-COMMANDE
           display a-plg-entete-commande
           perform AFFICHE-LIGNES-COMMANDE
           display a-plg-modif-succes
           stop ' '
       .

       RECOIT-LIGNE.
           move id-commande to cl-num-commande
           move function upper-case(nv-code-piece) to cl-code-piece
           read FCommandeLigne
           invalid key
               display a-plg-piece-hors-commande
               stop ' '
               exit paragraph
           end-read
           if prix-recu = 0 then
               move cl-prix to prix-recu
           end-if

           move cl-code-piece to ps-code
           read FPiece
           invalid key
               display a-plg-piece-introuvable
               stop ' '
               exit paragraph
           end-read
           add qte-recue to ps-quantite
           move prix-recu to ps-prix-unitaire
           rewrite enr-piece
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           compute montant-recu rounded = qte-recue * prix-recu
           add qte-recue to cl-qte-recue
           add montant-recu to cl-montant-recu
           rewrite enr-commande-ligne
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move 'RECEP' to operation-journal
           move spaces to detail-journal
           string cl-code-piece ' qte=' qte-recue
               ' prix=' prix-recu
               delimited by size into detail-journal
           move id-commande to ca-num
           perform ECRIT-JOURNAL-COMMANDE
       .

       SOLDE-COMMANDE.
           move 1 to commande-soldee
           move 0 to quelque-chose-recu
           move id-commande to cl-num-commande
           move spaces to cl-code-piece
           move 0 to fin-scan-cl
           start FCommandeLigne key > cl-cle
               invalid key
                   move 1 to fin-scan-cl
           end-start
           perform with test after until (fin-scan-cl = 1)
               read FCommandeLigne next
                   at end
                       move 1 to fin-scan-cl
                   not at end
                       if cl-num-commande not = id-commande then
                           move 1 to fin-scan-cl
                       else
                           if cl-qte-recue < cl-quantite then
                               move 0 to commande-soldee
                           end-if
                           if cl-qte-recue > 0 then
                               move 1 to quelque-chose-recu
                           end-if
                       end-if
               end-read
           end-perform

           move id-commande to ca-num
           read FCommande
           invalid key
               exit paragraph
           end-read
           evaluate true
               when commande-soldee = 1
                   move 'S' to ca-statut
               when quelque-chose-recu = 1
                   move 'R' to ca-statut
           end-evaluate
           rewrite enr-commande
           invalid key
               continue
           end-rewrite
       .

       SAISIT-FACTURE.
      * Rapprochement a trois : la facture ne depasse pas la valeur
      * recue (tolerance comprise) cumulee aux factures deja saisies
      * sur la commande, et les prix livres ne depassent pas ceux de
      * la commande. Sinon elle est bloquee jusqu'a approbation.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-facture
           accept s-plg-form-facture

           move id-commande to ca-num
           read FCommande
           invalid key
               display a-plg-commande-introuvable
               stop ' '
               exit paragraph
           end-read

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide = 0 then
               call 'ss-date-valide' using nv-date-echeance
                   resultat-date-valide
           end-if
           if resultat-date-valide not = 0
           or nv-date-echeance < nv-date then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if

           move 0 to valeur-recue
           move 0 to valeur-commandee-recue
           move id-commande to cl-num-commande
           move spaces to cl-code-piece
           move 0 to fin-scan-cl
           start FCommandeLigne key > cl-cle
               invalid key
                   move 1 to fin-scan-cl
           end-start
           perform with test after until (fin-scan-cl = 1)
               read FCommandeLigne next
                   at end
                       move 1 to fin-scan-cl
                   not at end
                       if cl-num-commande not = id-commande then
                           move 1 to fin-scan-cl
                       else
                           add cl-montant-recu to valeur-recue
                           compute valeur-commandee-recue =
                               valeur-commandee-recue +
                               cl-qte-recue * cl-prix
                       end-if
               end-read
           end-perform

           move 0 to deja-facture
           move id-commande to fp-num-commande
           move 0 to fin-scan
           start FFactureAchat key = fp-num-commande
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactureAchat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fp-num-commande not = id-commande then
                           move 1 to fin-scan
                       else
                           add fp-montant-ht to deja-facture
                       end-if
               end-read
           end-perform

           move 999999 to fp-num
           start FFactureAchat key < fp-num
           invalid key
               move 0 to fp-num
           not invalid key
               read FFactureAchat next
                   at end
                       move 0 to fp-num
                   not at end
                       continue
               end-read
           end-start
           add 1 to fp-num

           move ca-code-fourn to fp-code-fourn
           move function upper-case(nv-reference) to fp-reference
           move id-commande to fp-num-commande
           move nv-date to fp-date
           move nv-date-echeance to fp-date-echeance
           move nv-montant-ht to fp-montant-ht

           compute tolerance-montant rounded =
               valeur-recue * tolerance-pct / 100
           compute cumul-facture = deja-facture + nv-montant-ht
           move 'V' to fp-statut
           move spaces to fp-anomalie
           evaluate true
               when valeur-recue = 0
                   move 'B' to fp-statut
                   move 'RIEN RECU SUR LA COMMANDE' to fp-anomalie
               when cumul-facture >
                   valeur-recue + tolerance-montant
                   move 'B' to fp-statut
                   move 'FACTURE AU-DELA DU RECU' to fp-anomalie
               when valeur-recue >
                   valeur-commandee-recue + tolerance-montant
                   move 'B' to fp-statut
                   move 'PRIX LIVRES > COMMANDE' to fp-anomalie
           end-evaluate

           write enr-facture-achat
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-write

           move 'FACTU' to operation-journal
           move spaces to detail-journal
           string fp-num ' ' fp-reference ' ht=' fp-montant-ht
               ' st=' fp-statut
               delimited by size into detail-journal
           move id-commande to ca-num
           perform ECRIT-JOURNAL-COMMANDE
           display a-plg-controle-facture
           stop ' '
       .

       APPROUVE-FACTURE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-facture
           accept s-plg-id-facture

           move id-facture to fp-num
           read FFactureAchat
           invalid key
               display a-plg-facture-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-detail-facture
           if fp-statut not = 'B' then
               display a-plg-facture-non-bloquee
               stop ' '
               exit paragraph
           end-if

           display s-plg-confirme-approbation
           accept s-plg-confirme-approbation
           if confirme-action not = 1 then
               exit paragraph
           end-if

           move 'V' to fp-statut
           rewrite enr-facture-achat
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'APPRO' to operation-journal
               move spaces to detail-journal
               string fp-num ' ' fp-reference ' ecart=' fp-anomalie
                   delimited by size into detail-journal
               move fp-num-commande to ca-num
               perform ECRIT-JOURNAL-COMMANDE
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       EDITE-RETARDS.
      * Commandes encore attendues dont la date promise est
      * depassee, avec les quantites restant a livrer.
           move '../ext/CommandesEnRetard.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           move spaces to contenu-rapport
           string '----- Commandes en retard de livraison au '
               date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport

           move 0 to nb-retards
           move 0 to ca-num
           move 0 to fin-scan
           start FCommande key > ca-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FCommande next
                   at end
                       move 1 to fin-scan
                   not at end
                       if (ca-statut = 'C' or ca-statut = 'R')
                       and ca-date-promise < date-jour then
                           perform EDITE-COMMANDE-EN-RETARD
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Commandes en retard : ' nb-retards
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-achat-pieces' to spool-programme
           move spaces to spool-parametres
           string 'commandes en retard au ' date-jour
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       EDITE-COMMANDE-EN-RETARD.
           add 1 to nb-retards
           move ca-code-fourn to fo-code
           read FFournisseur
           invalid key
               move spaces to fo-nom fo-telephone
           end-read
           move spaces to contenu-rapport
           string 'Commande ' ca-num ' du ' ca-date
               ' promise le ' ca-date-promise ' : '
               ca-code-fourn ' ' fo-nom(1:18)
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string '    telephone ' fo-telephone
               delimited by size into contenu-rapport
           write LigneRapport

           move ca-num to cl-num-commande
           move spaces to cl-code-piece
           move 0 to fin-scan-cl
           start FCommandeLigne key > cl-cle
               invalid key
                   move 1 to fin-scan-cl
           end-start
           perform with test after until (fin-scan-cl = 1)
               read FCommandeLigne next
                   at end
                       move 1 to fin-scan-cl
                   not at end
                       if cl-num-commande not = ca-num then
                           move 1 to fin-scan-cl
                       else
                           if cl-qte-recue < cl-quantite then
                               compute qte-restante =
                                   cl-quantite - cl-qte-recue
                               move spaces to contenu-rapport
                               string '    ' cl-code-piece
                                   ' commande=' cl-quantite
                                   ' recu=' cl-qte-recue
                                   ' reste=' qte-restante
                                   delimited by size
                                   into contenu-rapport
                               write LigneRapport
                           end-if
                       end-if
               end-read
           end-perform
       .

       ECRIT-JOURNAL-COMMANDE.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'ACHAT' ' | ' operation-journal
               ' | id=' ca-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-achat-pieces.
