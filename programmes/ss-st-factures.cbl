       program-id. ss-st-factures.

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

           select FFactFournLigne assign to
               "../ext/FactureFournisseurLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is fg-cle
                   alternate record key is fg-num-affect
                       with duplicates
               status ffg-status.

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

           select FSousTraitance assign to
               "../ext/SousTraitance.dat"
               organization is indexed
               access mode is dynamic
                   record key is stx-num-affect
               status FSousTraitanceStatus.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

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
      * Facture recue d'un autocariste exterieur. ff-statut :
      * A = a revoir (ecart au rapprochement), V = bon a payer,
      * P = payee par virement (ff-num-virement). ff-montant-rapproche
      * cumule les montants factures ligne a ligne sur les
      * prestations sous-traitees.
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

      * Une ligne par prestation couverte par la facture : montant
      * facture (HT) et indicateur de surfacturation par rapport au
      * cout d'achat convenu (stx-cout-achat). Une prestation n'est
      * couverte que par une seule facture.
       fd FFactFournLigne.
           01 enr-fact-fourn-ligne.
               02 fg-cle.
                   03 fg-num-facture   pic 9(6).
                   03 fg-num-affect    pic 9(6).
               02 fg-montant       pic 9(7)v99.
               02 fg-ecart         pic x(1).

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

       fd FSousTraitance.
           01 enr-soustraitance.
               02 stx-num-affect   pic 9(6).
               02 stx-code-st      pic x(6).
               02 stx-num-compagnie pic 9(4).
               02 stx-cout-achat   pic 9(7)v99.
               02 stx-prix-vente   pic 9(7)v99.

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
       01 ffg-status               pic x(2).
       01 fsb-status               pic x(2).
       01 FSousTraitantStatus      pic x(2).
       01 FSousTraitanceStatus     pic x(2).
       01 fstatus                  pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 nom-rapport              pic x(40).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-ff              pic 9.
       01 fin-saisie               pic 9.
       01 aucun-resultat           pic 9.
       01 confirme-valid           pic 9.
       01 resultat-date-valide     pic 9.
       01 date-jour                pic 9(8).
       01 jours-aujourdhui         pic 9(7).

      *----- Saisie d'une facture -----
       01 nv-code-st               pic x(6).
       01 nv-reference             pic x(20).
       01 nv-date                  pic 9(8).
       01 nv-date-echeance         pic 9(8).
       01 nv-montant-ht            pic 9(8)v99.
       01 nv-montant-tva           pic 9(8)v99.
       01 nv-num-affect            pic 9(6).
       01 nv-montant-ligne         pic 9(7)v99.
       01 nv-iban                  pic x(34).
       01 nv-bic                   pic x(11).
       01 id-facture               pic 9(6).
       01 reference-connue         pic 9.
       01 prestation-deja-facturee pic 9.
       01 nb-lignes                pic 9(3).
       01 nb-surfacturees          pic 9(3).
       01 total-convenu            pic 9(8)v99.

      *----- Anomalies et balance -----
       01 nb-anomalies             pic 9(4).
       01 nb-non-facturees         pic 9(4).
       01 jours-retard             pic s9(5) comp.
       01 solde-fournisseur        pic 9(8)v99.
       01 st-a-editer              pic 9.
       01 bal-non-echu             pic 9(9)v99.
       01 bal-0-30                 pic 9(9)v99.
       01 bal-31-60                pic 9(9)v99.
       01 bal-61-90                pic 9(9)v99.
       01 bal-90-plus              pic 9(9)v99.
       01 tot-non-echu             pic 9(9)v99.
       01 tot-0-30                 pic 9(9)v99.
       01 tot-31-60                pic 9(9)v99.
       01 tot-61-90                pic 9(9)v99.
       01 tot-90-plus              pic 9(9)v99.
       01 ed-col-1                 pic zzzzzz9.99.
       01 ed-col-2                 pic zzzzzz9.99.
       01 ed-col-3                 pic zzzzzz9.99.
       01 ed-col-4                 pic zzzzzz9.99.
       01 ed-col-5                 pic zzzzzz9.99.
       01 ed-montant               pic zzzzzz9.99.
       01 ed-convenu               pic zzzzzz9.99.

      *----- Controle de l'IBAN (cle modulo 97) -----
       01 iban-saisi               pic x(34).
       01 iban-compact             pic x(34).
       01 iban-longueur            pic 9(2).
       01 iban-pos                 pic 9(2).
       01 iban-car                 pic x(1).
       01 iban-lettre              pic 9(2).
       01 iban-valeur              pic 9(2).
       01 iban-reste               pic 9(4).
       01 iban-valide              pic 9.
       01 iban-car-refuse          pic 9.
       01 alphabet-iban            pic x(26)
           value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

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
               '- Factures des sous-traitants (fournisseurs) -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Saisir une facture et la rapprocher'.
           02 line 4 col 2 value
               '2: Lister les factures d''un sous-traitant'.
           02 line 5 col 2 value
               '3: Valider une facture en ecart (bon a payer)'.
           02 line 6 col 2 value
               '4: Anomalies a revoir (ecarts, non facture)'.
           02 line 7 col 2 value '5: Balance agee fournisseurs'.
           02 line 8 col 2 value
               '6: Coordonnees bancaires d''un sous-traitant'.
           02 line 9 col 2 value
               '7: Proposition de paiement (virement SEPA)'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-facture.
           02 line 3 col 2 value 'Sous-traitant (code) : '.
           02 s-nv-code pic x(6) to nv-code-st required.
           02 line 4 col 2 value 'Reference de sa facture : '.
           02 s-nv-reference pic x(20) to nv-reference required.
           02 line 5 col 2 value 'Date de facture (AAAAMMJJ) : '.
           02 s-nv-date pic 9(8) to nv-date required.
           02 line 6 col 2 value 'Echeance (AAAAMMJJ) : '.
           02 s-nv-echeance pic 9(8) to nv-date-echeance required.
           02 line 7 col 2 value 'Montant HT : '.
           02 s-nv-ht pic zzzzzzz9.99 to nv-montant-ht required.
           02 line 8 col 2 value 'Montant TVA : '.
           02 s-nv-tva pic zzzzzzz9.99 to nv-montant-tva.

       01 a-plg-explication-lignes.
           02 line 10 col 2 value
               'Prestations couvertes : numero d''affectation et '
               &'montant HT facture'.
           02 line 11 col 2 value
               '(affectation 0 pour terminer la saisie)'.
       01 s-plg-ligne.
           02 line 13 col 2 value 'Affectation : '.
           02 s-nv-affect pic zzzzzz to nv-num-affect.
           02 line 13 col 26 value 'Montant facture : '.
           02 s-nv-montant-ligne pic zzzzzz9.99
               to nv-montant-ligne.
       01 a-plg-ligne-retenue.
           02 line 15 col 2 value 'Lignes rapprochees : '.
           02 a-nb-lignes pic zz9 from nb-lignes.
           02 line 15 col 30 value 'Cumul : '.
           02 a-cumul pic zzzzzzz9.99 from ff-montant-rapproche.

       01 a-plg-facture-enregistree.
           02 line 17 col 2 value 'Facture interne numero : '.
           02 a-ff-num pic 9(6) from ff-num.
           02 line 18 col 2 value 'Statut : '.
           02 a-ff-statut pic x(1) from ff-statut.
           02 line 18 col 14 pic x(30) from ff-anomalie.

       01 s-plg-code-st.
           02 line 3 col 2 value 'Sous-traitant (code) : '.
           02 s-code-st pic x(6) to nv-code-st required.
       01 a-plg-nom-st.
           02 line 3 col 34 pic x(30) from st-nom.

       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Num'.
           02 line 5 col 9 value 'Reference'.
           02 line 5 col 30 value 'Echeance'.
           02 line 5 col 41 value 'TTC'.
           02 line 5 col 53 value 'St'.
           02 line 5 col 56 value 'Anomalie'.
       01 a-plg-facture-data.
           02 a-l-num line i col 2 pic 9(6) from ff-num.
           02 a-l-ref line i col 9 pic x(20) from ff-reference.
           02 a-l-ech line i col 30 pic 9(8) from ff-date-echeance.
           02 a-l-ttc line i col 40 pic zzzzzz9.99
               from ff-montant-ttc.
           02 a-l-statut line i col 53 pic x(1) from ff-statut.
           02 a-l-anomalie line i col 56 pic x(24)
               from ff-anomalie.

       01 s-plg-id-facture.
           02 line 3 col 2 value 'Numero interne de facture : '.
           02 s-id-facture pic zzzzzz to id-facture required.
       01 a-plg-detail-facture.
           02 line 5 col 2 value 'Sous-traitant : '.
           02 a-d-code pic x(6) from ff-code-st.
           02 line 5 col 28 value 'Reference : '.
           02 a-d-ref pic x(20) from ff-reference.
           02 line 6 col 2 value 'Montant HT : '.
           02 a-d-ht pic zzzzzzz9.99 from ff-montant-ht.
           02 line 6 col 28 value 'Rapproche : '.
           02 a-d-rappr pic zzzzzzz9.99 from ff-montant-rapproche.
           02 line 7 col 2 value 'Anomalie : '.
           02 a-d-anomalie pic x(30) from ff-anomalie.
       01 s-plg-confirme-valid.
           02 line 9 col 2 value
               '1-Valider pour paiement malgre l''ecart / 9-Annuler : '.
           02 s-confirme-valid pic 9 to confirme-valid required.

       01 a-plg-banque-actuelle.
           02 line 5 col 2 value 'IBAN actuel : '.
           02 a-sb-iban pic x(34) from sb-iban.
           02 line 6 col 2 value 'BIC actuel : '.
           02 a-sb-bic pic x(11) from sb-bic.
       01 s-plg-form-banque.
           02 line 8 col 2 value 'IBAN : '.
           02 s-nv-iban pic x(34) to nv-iban required.
           02 line 9 col 2 value 'BIC : '.
           02 s-nv-bic pic x(11) to nv-bic required.

       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Edite : '.
           02 a-nom-rapport pic x(40) from nom-rapport.

       01 a-plg-st-introuvable.
           02 line 20 col 1 value 'Sous-traitant inconnu.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides ou echeance avant la facture.'.
       01 a-plg-reference-connue.
           02 line 20 col 1 value
               'Facture deja saisie pour ce sous-traitant.'.
       01 a-plg-prestation-inconnue.
           02 line 20 col 1 value
               'Prestation inconnue ou d''un autre sous-traitant.'.
       01 a-plg-prestation-facturee.
           02 line 20 col 1 value
               'Prestation deja couverte par une autre facture.'.
       01 a-plg-ligne-effacee.
           02 line 20 col 1 pic x(60) value spaces.
       01 a-plg-facture-introuvable.
           02 line 20 col 1 value 'Facture introuvable.'.
       01 a-plg-facture-non-ecart.
           02 line 20 col 1 value
               'Facture sans ecart a valider (deja bon a payer ou '
               &'payee).'.
       01 a-plg-iban-invalide.
           02 line 20 col 1 value
               'IBAN invalide (cle de controle fausse).'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune facture.'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Comptes fournisseurs de la sous-traitance : chaque facture
      * d'un autocariste exterieur est rapprochee des prestations
      * qu'elle couvre (SousTraitance.dat). Une facture dont le
      * montant ne correspond pas aux lignes, ou qui facture une
      * prestation au-dela du cout d'achat convenu, reste a revoir
      * et ne part pas au paiement sans validation.

       open i-o FFactFourn
       if fff-status = '35' then
           open output FFactFourn
           close FFactFourn
           open i-o FFactFourn
       end-if
       open i-o FFactFournLigne
       if ffg-status = '35' then
           open output FFactFournLigne
           close FFactFournLigne
           open i-o FFactFournLigne
       end-if
       open i-o FStBanque
       if fsb-status = '35' then
           open output FStBanque
           close FStBanque
           open i-o FStBanque
       end-if
       open input FSousTraitant
       open input FSousTraitance
       open input fAffectation

       if fff-status not = '00' or ffg-status not = '00'
       or fsb-status not = '00'
       or FSousTraitantStatus not = '00'
       or FSousTraitanceStatus not = '00'
       or fstatus not = '00' then
           display a-error-open
           stop ' '
           close FFactFourn
           close FFactFournLigne
           close FStBanque
           close FSousTraitant
           close FSousTraitance
           close fAffectation
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
               when 1 perform SAISIT-FACTURE
               when 2 perform LISTE-FACTURES
               when 3 perform VALIDE-FACTURE
               when 4 perform EDITE-ANOMALIES
               when 5 perform EDITE-BALANCE-FOURNISSEURS
               when 6 perform SAISIT-BANQUE
               when 7 perform PROPOSITION-PAIEMENT
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FFactFourn
       close FFactFournLigne
       close FStBanque
       close FSousTraitant
       close FSousTraitance
       close fAffectation
       close FJournal

       goback
       .

       SAISIT-FACTURE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move 0 to nv-montant-tva
           display s-plg-form-facture
           accept s-plg-form-facture

           move function upper-case(nv-code-st) to st-code
           read FSousTraitant
           invalid key
               display a-plg-st-introuvable
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

      *    une meme reference du meme sous-traitant ne se saisit
      *    qu'une fois
           move function upper-case(nv-reference) to nv-reference
           move 0 to reference-connue
           move st-code to ff-code-st
           move 0 to fin-scan
           start FFactFourn key = ff-code-st
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactFourn next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ff-code-st not = st-code then
                           move 1 to fin-scan
                       else
                           if ff-reference = nv-reference then
                               move 1 to reference-connue
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
           if reference-connue = 1 then
               display a-plg-reference-connue
               stop ' '
               exit paragraph
           end-if

           move 999999 to ff-num
           start FFactFourn key < ff-num
           invalid key
               move 0 to ff-num
           not invalid key
               read FFactFourn next
                   at end
                       move 0 to ff-num
                   not at end
                       continue
               end-read
           end-start
           compute ff-num = ff-num + 1

           move st-code to ff-code-st
           move nv-reference to ff-reference
           move nv-date to ff-date
           move nv-date-echeance to ff-date-echeance
           move nv-montant-ht to ff-montant-ht
           move nv-montant-tva to ff-montant-tva
           compute ff-montant-ttc = nv-montant-ht + nv-montant-tva
           move 0 to ff-montant-rapproche
           move 'A' to ff-statut
           move spaces to ff-anomalie
           move 0 to ff-date-paiement
           move 0 to ff-num-virement
           write enr-fact-fourn
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-write

           move 0 to nb-lignes
           move 0 to nb-surfacturees
           move 0 to total-convenu
           display a-plg-explication-lignes
           move 0 to fin-saisie
           perform until (fin-saisie = 1)
               move 0 to nv-num-affect
               move 0 to nv-montant-ligne
               display s-plg-ligne
               accept s-plg-ligne
               display a-plg-ligne-effacee
               if nv-num-affect = 0 then
                   move 1 to fin-saisie
               else
                   perform RAPPROCHE-LIGNE
                   display a-plg-ligne-retenue
               end-if
           end-perform

           perform QUALIFIE-FACTURE
           rewrite enr-fact-fourn
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move 'AJOUT' to operation-journal
           move spaces to detail-journal
           string ff-code-st ' ' ff-reference ' ht=' ff-montant-ht
               ' st=' ff-statut
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-facture-enregistree
           stop ' '
       .

       RAPPROCHE-LIGNE.
           move nv-num-affect to stx-num-affect
           read FSousTraitance
           invalid key
               display a-plg-prestation-inconnue
               stop ' '
               exit paragraph
           end-read
           if stx-code-st not = ff-code-st then
               display a-plg-prestation-inconnue
               stop ' '
               exit paragraph
           end-if

           move 0 to prestation-deja-facturee
           move nv-num-affect to fg-num-affect
           start FFactFournLigne key = fg-num-affect
               invalid key
                   continue
               not invalid key
                   move 1 to prestation-deja-facturee
           end-start
           if prestation-deja-facturee = 1 then
               display a-plg-prestation-facturee
               stop ' '
               exit paragraph
           end-if

           move ff-num to fg-num-facture
           move nv-num-affect to fg-num-affect
           move nv-montant-ligne to fg-montant
           if nv-montant-ligne > stx-cout-achat then
               move 'O' to fg-ecart
           else
               move 'N' to fg-ecart
           end-if
           write enr-fact-fourn-ligne
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-write

           add 1 to nb-lignes
           add fg-montant to ff-montant-rapproche
           add stx-cout-achat to total-convenu
           if fg-ecart = 'O' then
               add 1 to nb-surfacturees
           end-if
       .

       QUALIFIE-FACTURE.
      * Bon a payer seulement si le montant HT est integralement
      * ventile sur des prestations, aucune au-dela de son cout
      * convenu.
           move 'V' to ff-statut
           move spaces to ff-anomalie
           evaluate true
               when nb-lignes = 0
                   move 'A' to ff-statut
                   move 'AUCUNE PRESTATION RAPPROCHEE' to ff-anomalie
               when nb-surfacturees > 0
                   move 'A' to ff-statut
                   move 'SURFACTURATION' to ff-anomalie
               when ff-montant-rapproche not = ff-montant-ht
                   move 'A' to ff-statut
                   move 'ECART FACTURE / LIGNES' to ff-anomalie
           end-evaluate
       .

       LISTE-FACTURES.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-code-st
           accept s-plg-code-st

           move function upper-case(nv-code-st) to st-code
           read FSousTraitant
           invalid key
               display a-plg-st-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-nom-st
           display a-plg-titre-colonne

           move 6 to i
           move 1 to aucun-resultat
           move st-code to ff-code-st
           move 0 to fin-scan
           start FFactFourn key = ff-code-st
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactFourn next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ff-code-st not = st-code then
                           move 1 to fin-scan
                       else
                           if i < 20 then
                               display a-plg-facture-data
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

       VALIDE-FACTURE.
      * L'ecart a ete verifie avec le sous-traitant : la facture
      * passe bon a payer, l'anomalie reste inscrite pour memoire.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-facture
           accept s-plg-id-facture

           move id-facture to ff-num
           read FFactFourn
           invalid key
               display a-plg-facture-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-detail-facture
           if ff-statut not = 'A' then
               display a-plg-facture-non-ecart
               stop ' '
               exit paragraph
           end-if

           display s-plg-confirme-valid
           accept s-plg-confirme-valid
           if confirme-valid not = 1 then
               exit paragraph
           end-if

           move 'V' to ff-statut
           rewrite enr-fact-fourn
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'VALID' to operation-journal
               move spaces to detail-journal
               string ff-code-st ' ' ff-reference ' ecart='
                   ff-anomalie
                   delimited by size into detail-journal
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       EDITE-ANOMALIES.
      * Deux listes a revoir : les factures en ecart avec leurs
      * lignes surfacturees, puis les prestations terminees
      * qu'aucune facture du sous-traitant ne couvre encore.
           move '../ext/AnomaliesSousTraitance.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Sous-traitance : anomalies a revoir au '
               date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Factures en ecart (non payables sans validation)'
               to contenu-rapport
           write LigneRapport

           move 0 to nb-anomalies
           move 0 to ff-num
           move 0 to fin-scan-ff
           start FFactFourn key > ff-num
               invalid key
                   move 1 to fin-scan-ff
           end-start
           perform with test after until (fin-scan-ff = 1)
               read FFactFourn next
                   at end
                       move 1 to fin-scan-ff
                   not at end
                       if ff-statut = 'A' then
                           perform EDITE-FACTURE-EN-ECART
                       end-if
               end-read
           end-perform
           move spaces to contenu-rapport
           string '  ' nb-anomalies ' facture(s) en ecart'
               delimited by size into contenu-rapport
           write LigneRapport

           move spaces to contenu-rapport
           write LigneRapport
           move 'Prestations terminees non facturees par le '
               &'sous-traitant' to contenu-rapport
           write LigneRapport

           move 0 to nb-non-facturees
           move 0 to stx-num-affect
           move 0 to fin-scan
           start FSousTraitance key > stx-num-affect
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FSousTraitance next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform CONTROLE-PRESTATION-FACTUREE
               end-read
           end-perform
           move spaces to contenu-rapport
           string '  ' nb-non-facturees ' prestation(s) en attente'
               ' de facture'
               delimited by size into contenu-rapport
           write LigneRapport

           close FRapport

           move 'ss-st-factures' to spool-programme
           move spaces to spool-parametres
           string 'anomalies sous-traitance ' date-jour
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       EDITE-FACTURE-EN-ECART.
           add 1 to nb-anomalies
           move ff-montant-ht to ed-montant
           move ff-montant-rapproche to ed-convenu
           move spaces to contenu-rapport
           string '  ' ff-num ' ' ff-code-st ' ' ff-reference(1:12)
               ' HT=' ed-montant ' lignes=' ed-convenu
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string '         ' ff-anomalie
               delimited by size into contenu-rapport
           write LigneRapport

           move ff-num to fg-num-facture
           move 0 to fg-num-affect
           move 0 to fin-scan
           start FFactFournLigne key > fg-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactFournLigne next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fg-num-facture not = ff-num then
                           move 1 to fin-scan
                       else
                           if fg-ecart = 'O' then
                               perform EDITE-LIGNE-SURFACTUREE
                           end-if
                       end-if
               end-read
           end-perform
       .

       EDITE-LIGNE-SURFACTUREE.
           move fg-num-affect to stx-num-affect
           read FSousTraitance
           invalid key
               move 0 to stx-cout-achat
           end-read
           move fg-montant to ed-montant
           move stx-cout-achat to ed-convenu
           move spaces to contenu-rapport
           string '         affectation ' fg-num-affect
               ' facture=' ed-montant ' convenu=' ed-convenu
               delimited by size into contenu-rapport
           write LigneRapport
       .

       CONTROLE-PRESTATION-FACTUREE.
           move stx-num-affect to numAffect
           read fAffectation
           invalid key
               exit paragraph
           end-read
           if statutA = 'I' or statutA = 'B'
           or dateFinAffectA not < date-jour then
               exit paragraph
           end-if

           move stx-num-affect to fg-num-affect
           start FFactFournLigne key = fg-num-affect
               invalid key
                   add 1 to nb-non-facturees
                   move stx-cout-achat to ed-convenu
                   move spaces to contenu-rapport
                   string '  affectation ' stx-num-affect ' '
                       stx-code-st ' terminee le ' dateFinAffectA
                       ' cout convenu=' ed-convenu
                       delimited by size into contenu-rapport
                   write LigneRapport
           end-start
       .

       EDITE-BALANCE-FOURNISSEURS.
      * Une ligne par sous-traitant ayant des factures non payees
      * (a revoir ou bon a payer), ventilees par retard sur
      * l'echeance comme la balance agee des clients.
           move '../ext/BalanceFournisseurs.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move 0 to tot-non-echu tot-0-30 tot-31-60
               tot-61-90 tot-90-plus

           move spaces to contenu-rapport
           string '----- Balance agee fournisseurs au '
               date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move 'Code   Nom                Non echu      0-30'
               &'     31-60     61-90       +90' to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport

           move spaces to st-code
           move 0 to fin-scan
           start FSousTraitant key > st-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FSousTraitant next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform BALANCE-UN-SOUS-TRAITANT
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move tot-non-echu to ed-col-1
           move tot-0-30 to ed-col-2
           move tot-31-60 to ed-col-3
           move tot-61-90 to ed-col-4
           move tot-90-plus to ed-col-5
           move spaces to contenu-rapport
           string 'TOTAL                     ' ed-col-1 ' ' ed-col-2
               ' ' ed-col-3 ' ' ed-col-4 ' ' ed-col-5
               delimited by size into contenu-rapport
           write LigneRapport

           close FRapport

           move 'ss-st-factures' to spool-programme
           move spaces to spool-parametres
           string 'balance fournisseurs au ' date-jour
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       BALANCE-UN-SOUS-TRAITANT.
           move 0 to bal-non-echu bal-0-30 bal-31-60
               bal-61-90 bal-90-plus
           move 0 to st-a-editer

           move st-code to ff-code-st
           move 0 to fin-scan-ff
           start FFactFourn key = ff-code-st
               invalid key
                   move 1 to fin-scan-ff
           end-start
           perform with test after until (fin-scan-ff = 1)
               read FFactFourn next
                   at end
                       move 1 to fin-scan-ff
                   not at end
                       if ff-code-st not = st-code then
                           move 1 to fin-scan-ff
                       else
                           if ff-statut = 'A' or ff-statut = 'V' then
                               perform VENTILE-DETTE
                           end-if
                       end-if
               end-read
           end-perform

           if st-a-editer = 1 then
               move bal-non-echu to ed-col-1
               move bal-0-30 to ed-col-2
               move bal-31-60 to ed-col-3
               move bal-61-90 to ed-col-4
               move bal-90-plus to ed-col-5
               move spaces to contenu-rapport
               string st-code ' ' st-nom(1:18) ' '
                   ed-col-1 ' ' ed-col-2 ' ' ed-col-3 ' '
                   ed-col-4 ' ' ed-col-5
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
       .

       VENTILE-DETTE.
           move ff-montant-ttc to solde-fournisseur
           if solde-fournisseur = 0 then
               exit paragraph
           end-if
           move 1 to st-a-editer

           compute jours-retard = jours-aujourdhui -
               function integer-of-date(ff-date-echeance)

           evaluate true
               when jours-retard < 0
                   add solde-fournisseur to bal-non-echu
                   add solde-fournisseur to tot-non-echu
               when jours-retard <= 30
                   add solde-fournisseur to bal-0-30
                   add solde-fournisseur to tot-0-30
               when jours-retard <= 60
                   add solde-fournisseur to bal-31-60
                   add solde-fournisseur to tot-31-60
               when jours-retard <= 90
                   add solde-fournisseur to bal-61-90
                   add solde-fournisseur to tot-61-90
               when other
                   add solde-fournisseur to bal-90-plus
                   add solde-fournisseur to tot-90-plus
           end-evaluate
       .

       SAISIT-BANQUE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-code-st
           accept s-plg-code-st

           move function upper-case(nv-code-st) to st-code
           read FSousTraitant
           invalid key
               display a-plg-st-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-nom-st

           move st-code to sb-code
           read FStBanque
           invalid key
               move spaces to sb-iban sb-bic
           end-read
           display a-plg-banque-actuelle
           display s-plg-form-banque
           accept s-plg-form-banque

           move nv-iban to iban-saisi
           perform CONTROLE-IBAN
           if iban-valide = 0 then
               display a-plg-iban-invalide
               stop ' '
               exit paragraph
           end-if

           move st-code to sb-code
           move iban-compact to sb-iban
           move function upper-case(nv-bic) to sb-bic
           write enr-st-banque
           invalid key
               rewrite enr-st-banque
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           end-write

           move 'BANQU' to operation-journal
           move spaces to detail-journal
           string st-code ' ' sb-iban ' ' sb-bic
               delimited by size into detail-journal
           move 0 to ff-num
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       CONTROLE-IBAN.
      * Espaces de presentation retires, puis controle de la cle :
      * les quatre premiers caracteres passent en fin, chaque lettre
      * vaut 10 a 35, et le nombre obtenu modulo 97 doit donner 1.
           move function upper-case(iban-saisi) to iban-saisi
           move spaces to iban-compact
           move 0 to iban-longueur
           perform varying iban-pos from 1 by 1 until iban-pos > 34
               if iban-saisi(iban-pos:1) not = space then
                   add 1 to iban-longueur
                   move iban-saisi(iban-pos:1)
                       to iban-compact(iban-longueur:1)
               end-if
           end-perform

           move 0 to iban-valide
           if iban-longueur < 15
           or iban-compact(1:1) not alphabetic
           or iban-compact(2:1) not alphabetic
           or iban-compact(3:2) not numeric then
               exit paragraph
           end-if

           move 0 to iban-reste
           move 0 to iban-car-refuse
           perform varying iban-pos from 5 by 1
               until iban-pos > iban-longueur
               move iban-compact(iban-pos:1) to iban-car
               perform CUMULE-CARACTERE-IBAN
           end-perform
           perform varying iban-pos from 1 by 1 until iban-pos > 4
               move iban-compact(iban-pos:1) to iban-car
               perform CUMULE-CARACTERE-IBAN
           end-perform

           if iban-reste = 1 and iban-car-refuse = 0 then
               move 1 to iban-valide
           end-if
       .

       CUMULE-CARACTERE-IBAN.
           if iban-car is numeric then
               move iban-car to iban-valeur
               compute iban-reste =
                   function mod(iban-reste * 10 + iban-valeur, 97)
               exit paragraph
           end-if

           move 0 to iban-lettre
           perform varying iban-valeur from 1 by 1
               until iban-valeur > 26 or iban-lettre > 0
               if alphabet-iban(iban-valeur:1) = iban-car then
                   move iban-valeur to iban-lettre
               end-if
           end-perform
           if iban-lettre = 0 then
      *        caractere ni chiffre ni lettre : IBAN refuse
               move 1 to iban-car-refuse
               exit paragraph
           end-if
           compute iban-reste =
               function mod(iban-reste * 100 + iban-lettre + 9, 97)
       .

       PROPOSITION-PAIEMENT.
      * La proposition et le virement relisent nos fichiers : on
      * les ferme le temps de l'appel.
           close FFactFourn
           close FFactFournLigne
           close FStBanque
           close FSousTraitant
           close FJournal

           call 'ss-st-paiement'

           open i-o FFactFourn
           open i-o FFactFournLigne
           open i-o FStBanque
           open input FSousTraitant
           open extend FJournal
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'FACT-ST' ' | ' operation-journal
               ' | id=' ff-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-st-factures.
