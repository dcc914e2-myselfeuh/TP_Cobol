                   record key is fx-cle
               status ffx-status.

           select FFactureJours assign to "../ext/FactureJours.dat"
               organization is indexed
               access mode is dynamic
                   record key is fj-cle
               status ffj-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FEcritures assign to nom-ecritures
               organization is sequential
               status fec-status.

           select FControle assign to nom-controle
               organization is sequential
               status fctl-status.

           select FContratEcart assign to "../ext/ContratEcart.dat"
               organization is indexed
               access mode is dynamic
                   record key is cx-cle
               status fcx-status.

           select FAcompte assign to "../ext/Acompte.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-devis
                   alternate record key is ac-num-facture
                   alternate record key is ac-num-affect
                       with duplicates
               status fac-status.

           select FAcompteImpute assign to
               "../ext/AcompteImpute.dat"
               organization is indexed
               access mode is dynamic
                   record key is ai-cle
               status fai-status.

           select FFraisAnnul assign to "../ext/FraisAnnulation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fn-num-affect
                   alternate record key is fn-num-compagnie
                       with duplicates
               status ffn-status.

           select FFraisRefact assign to "../ext/FraisRefact.dat"
               organization is indexed
               access mode is dynamic
                   record key is rf-num-frais
                   alternate record key is rf-num-compagnie
                       with duplicates
               status frf-status.

           select FFactureLigne assign to "../ext/FactureLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is fg-cle
               status ffg-status.

           select FEntite assign to "../ext/Entite.dat"
               organization is indexed
               access mode is dynamic
                   record key is en-code
               status fen-status.

           select FSiteEntite assign to "../ext/SiteEntite.dat"
               organization is indexed
               access mode is dynamic
                   record key is sn-code-site
               status fsn-status.

           select FPieceEntite assign to "../ext/PieceEntite.dat"
               organization is indexed
               access mode is dynamic
                   record key is pe-cle
               status fpe-status.

           select FClientPrive assign to "../ext/ClientPrive.dat"
               organization is indexed
               access mode is dynamic
                   record key is pv-num
               status fpv-status.

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FFactureClient assign to "../ext/FactureClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is fp-num-facture
                   alternate record key is fp-num-client
                       with duplicates
               status ffp-status.

           select FReleveLigne assign to "../ext/ReleveLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is rl-cle
                   alternate record key is rl-num-compagnie
                       with duplicates
               status frl-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.
                   03 fx-periode    pic 9(6).
               02 fx-num-facture   pic 9(6).

      * Jours factures par affectation et par periode, a cote de la
      * marque : le rapprochement jours servis / factures / payes
      * compare ce qui a ete reellement facture.
       fd FFactureJours.
           01 enr-facture-jours.
               02 fj-cle.
                   03 fj-num-affect pic 9(6).
                   03 fj-periode    pic 9(6).
               02 fj-num-facture   pic 9(6).
               02 fj-nb-jours      pic 9(4).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
       01 LigneControle.
           02 contenu-controle pic x(80).

      * Ecarts au contrat cadre constates par le bilan mensuel :
      * complement de volume ajoute, penalite de ponctualite deduite.
       fd FContratEcart.
           01 enr-contrat-ecart.
               02 cx-cle.
                   03 cx-num-compagnie pic 9(4).
                   03 cx-periode      pic 9(6).
                   03 cx-num-contrat  pic 9(3).
               02 cx-jours-engages pic 9(4).
               02 cx-jours-livres  pic 9(4).
               02 cx-montant-manque pic 9(7)v99.
               02 cx-taux-ponct    pic 9(3).
               02 cx-montant-penalite pic 9(7)v99.
               02 cx-num-facture   pic 9(6).

      * Acomptes factures a l'acceptation des devis, et part deja
      * deduite par periode facturee (un nouveau passage sur le mois
      * remplace la deduction de ce mois).
       fd FAcompte.
           01 enr-acompte.
               02 ac-num-devis     pic 9(4).
               02 ac-num-facture   pic 9(6).
               02 ac-num-affect    pic 9(6).
               02 ac-num-compagnie pic 9(4).
               02 ac-date          pic 9(8).
               02 ac-taux          pic 9(3).
               02 ac-montant-ht    pic 9(7)v99.
               02 ac-montant-tva   pic 9(7)v99.
               02 ac-montant-ttc   pic 9(7)v99.

       fd FAcompteImpute.
           01 enr-acompte-impute.
               02 ai-cle.
                   03 ai-num-devis  pic 9(4).
                   03 ai-periode    pic 9(6).
               02 ai-montant-ht    pic 9(7)v99.
               02 ai-num-facture   pic 9(6).

      * Frais d'annulation d'une affectation annulee par le client :
      * fn-statut C = a facturer, F = facture (fn-periode,
      * fn-num-facture), R = remis par un superviseur.
       fd FFraisAnnul.
           01 enr-frais-annul.
               02 fn-num-affect    pic 9(6).
               02 fn-num-compagnie pic 9(4).
               02 fn-date-annulation pic 9(8).
               02 fn-delai-heures  pic 9(5).
               02 fn-taux          pic 9(3).
               02 fn-montant-base  pic 9(8)v99.
               02 fn-montant       pic 9(8)v99.
               02 fn-statut        pic x(1).
               02 fn-periode       pic 9(6).
               02 fn-num-facture   pic 9(6).
               02 fn-oper-remise   pic x(8).
               02 fn-motif-remise  pic x(30).

      * Frais des chauffeurs refacturables (peages, parkings,
      * traversees) : HT et TVA a leur propre taux, rf-statut C = a
      * facturer, F = facture (rf-periode, rf-num-facture).
       fd FFraisRefact.
           01 enr-frais-refact.
               02 rf-num-frais     pic 9(6).
               02 rf-num-compagnie pic 9(4).
               02 rf-num-affect    pic 9(6).
               02 rf-date          pic 9(8).
               02 rf-type          pic x(10).
               02 rf-montant-ttc   pic 9(6)v99.
               02 rf-taux-tva      pic 9(2)v99.
               02 rf-montant-ht    pic 9(6)v99.
               02 rf-montant-tva   pic 9(6)v99.
               02 rf-statut        pic x(1).
               02 rf-periode       pic 9(6).
               02 rf-num-facture   pic 9(6).

      * Detail structure de chaque facture emise (une ligne par bus,
      * frais, ecart ou acompte deduit), repris par l'export des
      * factures electroniques ; montant HT signe, les deductions
      * en negatif.
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

      * Entites juridiques : chaque site rattache a une entite est
      * facture a son nom, dans sa serie et son export comptable ;
      * les autres restent a la societe principale.
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

       fd FSiteEntite.
           01 enr-site-entite.
               02 sn-code-site     pic x(4).
               02 sn-code-entite   pic x(4).

      * Piece emise au nom d'une entite (F facture, A avoir) et son
      * numero dans la serie de l'entite ; une piece absente d'ici
      * appartient a la societe principale.
       fd FPieceEntite.
           01 enr-piece-entite.
               02 pe-cle.
                   03 pe-type       pic x(1).
                   03 pe-num        pic 9(6).
               02 pe-code-entite   pic x(4).
               02 pe-num-serie     pic 9(6).

      * Clients particuliers : leurs affectations sortent de la
      * facture de la compagnie du bus et leur sont facturees en nom
      * propre (fl-num-compagnie a zero, client dans FactureClient).
       fd FClientPrive.
           01 enr-client-prive.
               02 pv-num           pic 9(4).
               02 pv-nom           pic x(30).
               02 pv-adresse       pic x(40).
               02 pv-code-postal   pic x(5).
               02 pv-ville         pic x(30).
               02 pv-contact       pic x(30).
               02 pv-acompte-requis pic x(1).

       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

       fd FFactureClient.
           01 enr-facture-client.
               02 fp-num-facture   pic 9(6).
               02 fp-num-client    pic 9(4).

      * Lignes du releve de prestations contestees par la
      * compagnie : tant que rl-statut vaut C, l'affectation reste
      * hors de la facture de la periode.
       fd FReleveLigne.
           01 enr-releve-ligne.
               02 rl-cle.
                   03 rl-num-affect pic 9(6).
                   03 rl-periode    pic 9(6).
               02 rl-num-compagnie pic 9(4).
               02 rl-motif         pic x(40).
               02 rl-statut        pic x(1).
               02 rl-date-contestation pic 9(8).
               02 rl-date-resolution pic 9(8).
               02 rl-oper          pic x(8).

       fd FJournal.
           01 ligne-journal pic x(200).

      *----- Inscription au grand livre des factures -----
       01 ffl-status       pic x(2).
       01 ffx-status       pic x(2).
       01 ffj-status       pic x(2).
       01 jours-fichier-absent pic 9.
       01 fpa-status       pic x(2).
       01 periode-facture  pic 9(6).

       01 date-echeance    pic 9(8).
       01 entier-echeance  pic 9(7).

      *----- Scellement des pieces emises -----
       01 sceau-type               pic x(1).
       01 sceau-piece              pic x(120).
       01 sceau-retour             pic 9.

      *----- TVA (taux en centiemes dans les parametres) -----
       01 taux-tva         pic 9(2)v99 value 20.
       01 total-tva        pic 9(8)v99.
       01 ed-debits        pic zzzzzzzzz9.99.
       01 ed-credits       pic zzzzzzzzz9.99.

      *----- Ecarts aux contrats cadres -----
       01 fcx-status       pic x(2).
       01 ecart-fichier-absent pic 9.
       01 fin-scan-cx      pic 9.
       01 montant-deduit   pic 9(7)v99.

      *----- Acomptes sur devis -----
       01 fac-status       pic x(2).
       01 fai-status       pic x(2).
       01 acompte-fichier-absent pic 9.
       01 fin-scan-ac      pic 9.
       01 fin-scan-ai      pic 9.
       01 acompte-recu-ht  pic 9(7)v99.
       01 acompte-impute   pic 9(7)v99.
       01 acompte-a-deduire pic 9(7)v99.
       01 montant-acompte-deduit pic 9(8)v99.
       01 periode-acompte  pic 9(6).
       01 est-acompte      pic 9.
       01 k                pic 9(2).
       01 nb-tac           pic 9(2).
       01 table-acomptes.
           02 tac-entree occurs 20 times.
               03 tac-num-devis    pic 9(4).
               03 tac-num-facture  pic 9(6).
               03 tac-montant      pic 9(7)v99.

      *----- Frais d'annulation -----
       01 ffn-status       pic x(2).
       01 frais-fichier-absent pic 9.
       01 fin-scan-fn      pic 9.

      *----- Frais refactures (debours) -----
       01 frf-status       pic x(2).
       01 refact-fichier-absent pic 9.
       01 fin-scan-rf      pic 9.
       01 total-debours-ht pic 9(8)v99.
       01 total-debours-tva pic 9(8)v99.

      *----- Lignes structurees de la facture -----
       01 ffg-status       pic x(2).
       01 ligne-fichier-absent pic 9.
       01 num-ligne-facture pic 9(3).
       01 lg-libelle       pic x(60).
       01 lg-quantite      pic 9(5).
       01 lg-unite         pic x(3).
       01 lg-montant-ht    pic s9(8)v99.
       01 lg-taux-tva      pic 9(2)v99.

      *----- Entites juridiques -----
       01 fen-status       pic x(2).
       01 fsn-status       pic x(2).
       01 fpe-status       pic x(2).
       01 entite-fichier-absent pic 9.
       01 site-entite-absent pic 9.
       01 piece-entite-absent pic 9.
       01 fin-entite       pic 9.
       01 e                pic 9(2).
       01 nb-entites       pic 9(2).
       01 table-entites.
           02 te-code occurs 20 times pic x(4).
       01 entite-courante  pic x(4).
       01 entite-trouvee   pic x(4).
       01 affect-a-situer  pic 9(6).
       01 nb-factures-entite pic 9(3).
       01 num-facture-edite pic x(12).
       01 num-serie-emise  pic 9(6).
       01 nom-ecritures    pic x(40).
       01 nom-controle     pic x(40).

      *----- Clients particuliers -----
       01 fpv-status       pic x(2).
       01 fap-status       pic x(2).
       01 ffp-status       pic x(2).
       01 client-fichier-absent pic 9.
       01 facture-client-absent pic 9.
       01 fin-client       pic 9.
       01 fin-scan-ap      pic 9.
       01 client-courant   pic 9(4).
       01 client-affect    pic 9(4).
       01 client-facture   pic 9(4).
       01 compagnie-frais  pic 9(4).

      *----- Lignes contestees du releve de prestations -----
       01 frl-status       pic x(2).
       01 litige-fichier-absent pic 9.
       01 affect-en-litige pic 9.
       01 nb-affect-retenues pic 9(4).

      *----- Depot au spool des editions -----
       01 spool-programme  pic x(20).
       01 spool-parametres pic x(40).
       01 spool-source     pic x(40).

      *----- Depot en file d'expedition -----
       01 envoi-type-doc   pic x(2).
       01 envoi-reference  pic x(12).
       01 envoi-dest-type  pic x(1).
       01 envoi-dest-num   pic 9(6).
       01 envoi-fichier    pic x(40).
       01 envoi-num        pic 9(6).

       linkage section.
       01 fr-lot-periode           pic 9(8).
       01 fr-lot-retour            pic 9.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 9 col 2 value
               'Export comptable : ../ext/EcrituresCompta.txt '
               &'(controle : ControleCompta.txt)'.
           02 line 10 col 2 value
               'Entites juridiques : EcrituresCompta-<entite>.txt '
               &'et ControleCompta-<entite>.txt'.
           02 line 11 col 2 value
               'Particuliers : ../ext/FactureClient<num>-<AAAAMM>.txt'.
           02 line 12 col 2 value
               'Affectations contestees retenues hors facture : '.
           02 a-nb-retenues line 12 col 50 pic zzz9
               from nb-affect-retenues.

       01 a-plg-mois-invalide.
           02 line 20 col 1 value 'Mois invalide (01 a 12 attendu).'.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division using fr-lot-periode fr-lot-retour.

      * fr-lot-periode a zero : le mois a facturer est saisi a
      * l'ecran. Sinon (AAAAMM), facturation du mois sans saisie
      * pour les travaux de calendrier de la chaine du soir ;
      * fr-lot-retour vaut 1 si la facturation a abouti.

       move 0 to fr-lot-retour
       open input FCompagnie
       open input FBus
       open input FAffectations

       if fco-status not = '00' or fb-status not = '00'
       or fa-status not = '00' then
           if fr-lot-periode = 0 then
               display a-error-open
               stop ' '
           end-if
           close FCompagnie
           close FBus
           close FAffectations
           open i-o FFactureAffect
       end-if
       if ffl-status not = '00' then
           if fr-lot-periode = 0 then
               display a-error-open
               stop ' '
           end-if
           close FCompagnie
           close FBus
           close FAffectations
           goback
       end-if

       move 0 to jours-fichier-absent
       open i-o FFactureJours
       if ffj-status = '35' then
           open output FFactureJours
           close FFactureJours
           open i-o FFactureJours
       end-if
       if ffj-status not = '00' then
           move 1 to jours-fichier-absent
       end-if

       move 0 to ecart-fichier-absent
       open i-o FContratEcart
       if fcx-status not = '00' then
           move 1 to ecart-fichier-absent
       end-if

       move 0 to frais-fichier-absent
       open i-o FFraisAnnul
       if ffn-status not = '00' then
           move 1 to frais-fichier-absent
       end-if

       move 0 to ligne-fichier-absent
       open i-o FFactureLigne
       if ffg-status = '35' then
           open output FFactureLigne
           close FFactureLigne
           open i-o FFactureLigne
       end-if
       if ffg-status not = '00' then
           move 1 to ligne-fichier-absent
       end-if

       move 0 to refact-fichier-absent
       open i-o FFraisRefact
       if frf-status not = '00' then
           move 1 to refact-fichier-absent
       end-if

       move 0 to acompte-fichier-absent
       open input FAcompte
       if fac-status not = '00' then
           move 1 to acompte-fichier-absent
       else
           open i-o FAcompteImpute
           if fai-status = '35' then
               open output FAcompteImpute
               close FAcompteImpute
               open i-o FAcompteImpute
           end-if
           if fai-status not = '00' then
               close FAcompte
               move 1 to acompte-fichier-absent
           end-if
       end-if

       perform OUVRE-ENTITES
       perform OUVRE-CLIENTS

       move 0 to litige-fichier-absent
       open input FReleveLigne
       if frl-status not = '00' then
           move 1 to litige-fichier-absent
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal

       perform LIT-PARAMETRES

       if fr-lot-periode = 0 then
           display a-plg-titre-global
           display s-plg-mois
           accept s-plg-mois
       else
           divide fr-lot-periode by 100 giving annee-facture
               remainder mois-facture
       end-if

       if mois-facture < 1 or mois-facture > 12 then
           if fr-lot-periode = 0 then
               display a-plg-mois-invalide
               stop ' '
           end-if
           close FCompagnie
           close FBus
           close FAffectations

       accept date-jour from date yyyymmdd
       move 0 to nb-factures
       move 0 to nb-affect-retenues

      * La societe principale d'abord, sous les noms de fichiers
      * habituels, puis chaque entite juridique pour ses sites.
       move spaces to entite-courante
       perform FACTURE-UNE-ENTITE
       perform varying e from 1 by 1 until e > nb-entites
           move te-code(e) to entite-courante
           perform FACTURE-UNE-ENTITE
       end-perform

       move 1 to fr-lot-retour
       if fr-lot-periode = 0 then
           display a-plg-resultat
           display a-plg-message-continuer
           stop ' '
       end-if

       close FCompagnie
       close FBus
       close FAffectations
       close FFactureDat
       close FFactureAffect
       if jours-fichier-absent = 0 then
           close FFactureJours
       end-if
       if ecart-fichier-absent = 0 then
           close FContratEcart
       end-if
       if acompte-fichier-absent = 0 then
           close FAcompte
           close FAcompteImpute
       end-if
       if frais-fichier-absent = 0 then
           close FFraisAnnul
       end-if
       if refact-fichier-absent = 0 then
           close FFraisRefact
       end-if
       if ligne-fichier-absent = 0 then
           close FFactureLigne
       end-if
       if entite-fichier-absent = 0 then
           close FEntite
       end-if
       if site-entite-absent = 0 then
           close FSiteEntite
       end-if
       if piece-entite-absent = 0 then
           close FPieceEntite
       end-if
       if client-fichier-absent = 0 then
           close FClientPrive
           close FAffectClient
       end-if
       if facture-client-absent = 0 then
           close FFactureClient
       end-if
       if litige-fichier-absent = 0 then
           close FReleveLigne
       end-if
       close FJournal
       goback
       .

       OUVRE-CLIENTS.
      * Sans client particulier, toute affectation reste facturee a
      * la compagnie de son bus.
           move 0 to client-fichier-absent
           open input FClientPrive
           if fpv-status not = '00' then
               move 1 to client-fichier-absent
           else
               open input FAffectClient
               if fap-status not = '00' then
                   close FClientPrive
                   move 1 to client-fichier-absent
               end-if
           end-if
           move 0 to facture-client-absent
           open i-o FFactureClient
           if ffp-status = '35' then
               open output FFactureClient
               close FFactureClient
               open i-o FFactureClient
           end-if
           if ffp-status not = '00' then
               move 1 to facture-client-absent
           end-if
       .

       OUVRE-ENTITES.
      * Sans entite declaree, tout est facture par la societe
      * principale comme auparavant.
           move 0 to nb-entites
           move 0 to entite-fichier-absent
           open i-o FEntite
           if fen-status not = '00' then
               move 1 to entite-fichier-absent
           end-if
           move 0 to site-entite-absent
           open input FSiteEntite
           if fsn-status not = '00' then
               move 1 to site-entite-absent
           end-if
           move 0 to piece-entite-absent
           open i-o FPieceEntite
           if fpe-status = '35' then
               open output FPieceEntite
               close FPieceEntite
               open i-o FPieceEntite
           end-if
           if fpe-status not = '00' then
               move 1 to piece-entite-absent
           end-if
           if entite-fichier-absent = 1 then
               exit paragraph
           end-if

           move low-values to en-code
           move 0 to fin-entite
           start FEntite key > en-code
               invalid key
                   move 1 to fin-entite
           end-start
           perform with test after until (fin-entite = 1)
               read FEntite next
                   at end
                       move 1 to fin-entite
                   not at end
                       if nb-entites < 20 then
                           add 1 to nb-entites
                           move en-code to te-code(nb-entites)
                       end-if
               end-read
           end-perform
       .

       FACTURE-UNE-ENTITE.
      * Toutes les compagnies sont facturees pour les seuls bus des
      * sites de l'entite courante ; chaque entite a son propre
      * export comptable et son rapport de controle.
           move spaces to nom-ecritures
           move spaces to nom-controle
           if entite-courante = spaces then
               move '../ext/EcrituresCompta.txt' to nom-ecritures
               move '../ext/ControleCompta.txt' to nom-controle
           else
               string '../ext/EcrituresCompta-'
                   function trim(entite-courante) '.txt'
                   delimited by size into nom-ecritures
               string '../ext/ControleCompta-'
                   function trim(entite-courante) '.txt'
                   delimited by size into nom-controle
           end-if

           open output FEcritures
           move 0 to cumul-debits
           move 0 to cumul-credits
           move 0 to nb-factures-entite

           move 0 to num-compagnie
           move 0 to fin-compagnie
           start FCompagnie key > num-compagnie
               invalid key
                   move 1 to fin-compagnie
           end-start

           move 0 to client-courant
           perform with test after until (fin-compagnie = 1)
               read FCompagnie next
                   at end
                       move 1 to fin-compagnie
                   not at end
                       perform FACTURE-UNE-COMPAGNIE
               end-read
           end-perform

           if client-fichier-absent = 0 then
               move 0 to pv-num
               move 0 to fin-client
               start FClientPrive key > pv-num
                   invalid key
                       move 1 to fin-client
               end-start
               perform with test after until (fin-client = 1)
                   read FClientPrive next
                       at end
                           move 1 to fin-client
                       not at end
                           move pv-num to client-courant
                           perform FACTURE-UN-CLIENT
                   end-read
               end-perform
               move 0 to client-courant
           end-if

      *    les factures d'acompte sont emises par la societe
      *    principale : elles partent dans son export
           if acompte-fichier-absent = 0
           and entite-courante = spaces then
               perform EXPORTE-ACOMPTES-DU-MOIS
           end-if
           close FEcritures
           perform EDITE-CONTROLE-EXPORT
       .

       SITUE-BUS.
      * Entite du site de rattachement du bus lu (espaces = societe
      * principale).
           move spaces to entite-trouvee
           if site-entite-absent = 1 or fb-code-site = spaces then
               exit paragraph
           end-if
           move fb-code-site to sn-code-site
           read FSiteEntite
               invalid key
                   continue
               not invalid key
                   move sn-code-entite to entite-trouvee
           end-read
       .

       SITUE-AFFECTATION.
      * Entite d'une affectation : celle du site de son bus. Une
      * affectation introuvable reste a la societe principale.
           move spaces to entite-trouvee
           if site-entite-absent = 1 or affect-a-situer = 0 then
               exit paragraph
           end-if
           move affect-a-situer to fa-num-affect
           read FAffectations
               invalid key
                   exit paragraph
           end-read
           move fa-num-bus to fb-numero
           read FBus
               invalid key
                   exit paragraph
           end-read
           perform SITUE-BUS
       .

       CHERCHE-CLIENT-AFFECT.
      * Client particulier auquel l'affectation est facturee (0 :
      * la compagnie du bus).
           move 0 to client-affect
           if client-fichier-absent = 1 then
               exit paragraph
           end-if
           move affect-a-situer to ap-num-affect
           read FAffectClient
               invalid key
                   continue
               not invalid key
                   move ap-num-client to client-affect
           end-read
       .

       CHERCHE-LITIGE-AFFECT.
      * Affectation contestee sur le releve de prestations de la
      * periode et pas encore resolue : retenue hors facture. La
      * levee de la contestation la fait reprendre au passage
      * suivant, qui remplace la facture du mois.
           move 0 to affect-en-litige
           if litige-fichier-absent = 1 then
               exit paragraph
           end-if
           move fa-num-affect to rl-num-affect
           move periode-facture to rl-periode
           read FReleveLigne
               invalid key
                   continue
               not invalid key
                   if rl-statut = 'C' then
                       move 1 to affect-en-litige
                   end-if
           end-read
       .

       CHERCHE-CLIENT-FACTURE.
      * Client particulier destinataire d'une facture du grand
      * livre (0 : facture de compagnie).
           move 0 to client-facture
           if facture-client-absent = 1 then
               exit paragraph
           end-if
           move fl-num to fp-num-facture
           read FFactureClient
               invalid key
                   continue
               not invalid key
                   move fp-num-client to client-facture
           end-read
       .

       FACTURE-UN-CLIENT.
      * Facture en nom propre d'un client particulier : ses
      * affectations du mois, sur les bus des sites de l'entite
      * courante, valorisees au prix convenu a la conversion du
      * devis, puis les frais d'annulation et refacturables de ces
      * affectations et les acomptes recus.
           move 0 to facture-ouverte
           move 0 to total-jours
           move 0 to total-montant
           move 0 to nb-tac
           move 0 to montant-acompte-deduit
           move 0 to total-debours-ht
           move 0 to total-debours-tva
           move 0 to num-ligne-facture
           move 0 to num-compagnie
           move 0 to taux-jour-compagnie
           perform PROCHAIN-NUM-FACTURE

           move 0 to fin-scan-ap
           move client-courant to ap-num-client
           start FAffectClient key = ap-num-client
               invalid key
                   move 1 to fin-scan-ap
           end-start
           perform with test after until (fin-scan-ap = 1)
               read FAffectClient next
                   at end
                       move 1 to fin-scan-ap
                   not at end
                       if ap-num-client not = client-courant then
                           move 1 to fin-scan-ap
                       else
                           perform FACTURE-AFFECT-CLIENT
                       end-if
               end-read
           end-perform

           if facture-ouverte = 1 and nb-tac > 0 then
               perform DEDUIT-ACOMPTES
           end-if

           if facture-ouverte = 1 then
               perform ECRIT-TOTAUX-FACTURE
               close FFacture
               add 1 to nb-factures
               add 1 to nb-factures-entite
               perform ENREGISTRE-FACTURE-LEDGER
           end-if
       .

       FACTURE-AFFECT-CLIENT.
           move ap-num-affect to fa-num-affect
           read FAffectations
               invalid key
                   exit paragraph
           end-read
           move fa-num-bus to fb-numero
           read FBus
               invalid key
                   exit paragraph
           end-read
           perform SITUE-BUS
           if entite-trouvee not = entite-courante then
               exit paragraph
           end-if
           move fb-num-compagnie to compagnie-frais

           move 0 to jours-bus
           move 0 to montant-bus
           if fa-statut not = 'I'
           and fa-statut not = 'B'
           and fa-date-debut < mois-fin-exclu
           and fa-date-fin >= mois-debut then
               perform COMPTE-JOURS-AFFECT
           end-if

           if jours-bus > 0 then
               if facture-ouverte = 0 then
                   perform OUVRE-FACTURE
               end-if
               add jours-bus to total-jours
               add montant-bus to total-montant
               move spaces to contenu-facture
               string 'Affectation ' fa-num-affect ' bus ' fb-numero
                   ' du ' fa-date-debut ' : ' jours-bus
                   ' jour(s) = ' montant-bus
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to lg-libelle
               string 'Transport - affectation ' fa-num-affect
                   ' du ' fa-date-debut ' au ' fa-date-fin
                   delimited by size into lg-libelle
               move jours-bus to lg-quantite
               move 'DAY' to lg-unite
               move montant-bus to lg-montant-ht
               move taux-tva to lg-taux-tva
               perform ECRIT-LIGNE-STRUCTUREE
           end-if

      *    frais d'annulation de l'affectation (cle fn-num-affect)
           if frais-fichier-absent = 0 then
               move ap-num-affect to fn-num-affect
               read FFraisAnnul
                   invalid key
                       continue
                   not invalid key
                       if fn-statut = 'C'
                       or (fn-statut = 'F'
                       and fn-periode = periode-facture) then
                           perform FACTURE-FRAIS-ANNULATION
                       end-if
               end-read
           end-if

      *    frais refacturables, saisis sous la compagnie du bus
           if refact-fichier-absent = 0 then
               move 0 to fin-scan-rf
               move compagnie-frais to rf-num-compagnie
               start FFraisRefact key = rf-num-compagnie
                   invalid key
                       move 1 to fin-scan-rf
               end-start
               perform with test after until (fin-scan-rf = 1)
                   read FFraisRefact next
                       at end
                           move 1 to fin-scan-rf
                       not at end
                           if rf-num-compagnie not = compagnie-frais
                           then
                               move 1 to fin-scan-rf
                           else
                               if rf-num-affect = ap-num-affect
                               and ((rf-statut = 'C'
                               and rf-date < mois-fin-exclu)
                               or (rf-statut = 'F'
                               and rf-periode = periode-facture)) then
                                   perform FACTURE-FRAIS-REFACTURE
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       SITUE-FACTURE.
      * Entite emettrice d'une facture deja inscrite au grand livre.
           move spaces to entite-trouvee
           if piece-entite-absent = 1 then
               exit paragraph
           end-if
           move 'F' to pe-type
           move fl-num to pe-num
           read FPieceEntite
               invalid key
                   continue
               not invalid key
                   move pe-code-entite to entite-trouvee
           end-read
       .

       LIT-PARAMETRES.
      * Delai d'echeance accorde aux compagnies ; en l'absence du
      * parametre, 30 jours restent en vigueur.
           move 0 to facture-ouverte
           move 0 to total-jours
           move 0 to total-montant
           move 0 to nb-tac
           move 0 to montant-acompte-deduit
           move 0 to total-debours-ht
           move 0 to total-debours-tva
           move 0 to num-ligne-facture

      *    le numero de la facture a venir est fixe avant le
      *    parcours : chaque affectation comptee peut ainsi etre
                       move 1 to fin-bus
                   not at end
                       if fb-num-compagnie = num-compagnie then
                           perform SITUE-BUS
                           if entite-trouvee = entite-courante then
                               perform FACTURE-UN-BUS
                           end-if
                       end-if
               end-read
           end-perform

           if frais-fichier-absent = 0 then
               perform REPREND-FRAIS-ANNULATION
           end-if

           if refact-fichier-absent = 0 then
               perform REPREND-FRAIS-REFACTURES
           end-if

      *    le contrat cadre est signe par la societe principale
           if ecart-fichier-absent = 0
           and entite-courante = spaces then
               perform REPREND-ECART-CONTRAT
           end-if

           if facture-ouverte = 1 and nb-tac > 0 then
               perform DEDUIT-ACOMPTES
           end-if

           if facture-ouverte = 1 then
               perform ECRIT-TOTAUX-FACTURE
               close FFacture
               add 1 to nb-factures
               add 1 to nb-factures-entite
               perform ENREGISTRE-FACTURE-LEDGER
           end-if
       .

       REPREND-FRAIS-ANNULATION.
      * Les frais d'annulation calcules depuis le dernier passage
      * (statut C) s'ajoutent a la facture de la compagnie, meme
      * sans service dans le mois ; un nouveau passage sur le mois
      * reprend ceux deja portes par la facture remplacee. Les
      * frais remis par un superviseur sont ignores.
           move 0 to fin-scan-fn
           move num-compagnie to fn-num-compagnie
           start FFraisAnnul key = fn-num-compagnie
               invalid key
                   move 1 to fin-scan-fn
           end-start
           perform with test after until (fin-scan-fn = 1)
               read FFraisAnnul next
                   at end
                       move 1 to fin-scan-fn
                   not at end
                       if fn-num-compagnie not = num-compagnie then
                           move 1 to fin-scan-fn
                       else
                           if fn-statut = 'C'
                           or (fn-statut = 'F'
                           and fn-periode = periode-facture) then
                               move fn-num-affect to affect-a-situer
                               perform SITUE-AFFECTATION
                               perform CHERCHE-CLIENT-AFFECT
                               if entite-trouvee = entite-courante
                               and client-affect = 0 then
                                   perform FACTURE-FRAIS-ANNULATION
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       FACTURE-FRAIS-ANNULATION.
           if facture-ouverte = 0 then
               perform OUVRE-FACTURE
           end-if
           add fn-montant to total-montant
           move spaces to contenu-facture
           string 'Frais d''annulation affectation ' fn-num-affect
               ' du ' fn-date-annulation ' (preavis ' fn-delai-heures
               ' h)'
               delimited by size into contenu-facture
           write LigneFacture
           move spaces to contenu-facture
           string '   ' fn-taux ' % de ' fn-montant-base ' = '
               fn-montant
               delimited by size into contenu-facture
           write LigneFacture
           move spaces to lg-libelle
           string 'Frais d''annulation affectation ' fn-num-affect
               ' (' fn-taux ' %)'
               delimited by size into lg-libelle
           move 1 to lg-quantite
           move 'C62' to lg-unite
           move fn-montant to lg-montant-ht
           move taux-tva to lg-taux-tva
           perform ECRIT-LIGNE-STRUCTUREE

           move 'F' to fn-statut
           move periode-facture to fn-periode
           move num-facture-emise to fn-num-facture
           rewrite enr-frais-annul
               invalid key
                   continue
           end-rewrite
       .

       REPREND-FRAIS-REFACTURES.
      * Les frais des chauffeurs approuves et refacturables, engages
      * avant la fin du mois, s'ajoutent a la facture en lignes
      * distinctes, hors remise et hors acompte, avec la TVA de
      * leur propre taux. Marques factures, ils ne repassent pas ;
      * un nouveau passage sur le mois reprend ceux de la facture
      * remplacee.
           move 0 to fin-scan-rf
           move num-compagnie to rf-num-compagnie
           start FFraisRefact key = rf-num-compagnie
               invalid key
                   move 1 to fin-scan-rf
           end-start
           perform with test after until (fin-scan-rf = 1)
               read FFraisRefact next
                   at end
                       move 1 to fin-scan-rf
                   not at end
                       if rf-num-compagnie not = num-compagnie then
                           move 1 to fin-scan-rf
                       else
                           if (rf-statut = 'C'
                           and rf-date < mois-fin-exclu)
                           or (rf-statut = 'F'
                           and rf-periode = periode-facture) then
                               move rf-num-affect to affect-a-situer
                               perform SITUE-AFFECTATION
                               perform CHERCHE-CLIENT-AFFECT
                               if entite-trouvee = entite-courante
                               and client-affect = 0 then
                                   perform FACTURE-FRAIS-REFACTURE
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       FACTURE-FRAIS-REFACTURE.
           if facture-ouverte = 0 then
               perform OUVRE-FACTURE
           end-if
           add rf-montant-ht to total-debours-ht
           add rf-montant-tva to total-debours-tva
           move spaces to contenu-facture
           string 'Frais refacture ' function trim(rf-type)
               ' du ' rf-date ' affectation ' rf-num-affect
               delimited by size into contenu-facture
           write LigneFacture
           move spaces to contenu-facture
           string '   HT ' rf-montant-ht ' + TVA ' rf-taux-tva
               ' % ' rf-montant-tva
               delimited by size into contenu-facture
           write LigneFacture
           move spaces to lg-libelle
           string 'Frais refacture ' function trim(rf-type)
               ' du ' rf-date ' affectation ' rf-num-affect
               delimited by size into lg-libelle
           move 1 to lg-quantite
           move 'C62' to lg-unite
           move rf-montant-ht to lg-montant-ht
           move rf-taux-tva to lg-taux-tva
           perform ECRIT-LIGNE-STRUCTUREE

           move 'F' to rf-statut
           move periode-facture to rf-periode
           move num-facture-emise to rf-num-facture
           rewrite enr-frais-refact
               invalid key
                   continue
           end-rewrite
       .

       REPREND-ECART-CONTRAT.
      * Le bilan mensuel des contrats a chiffre le manque de volume
      * et la penalite de ponctualite : le premier s'ajoute a la
      * facture (meme sans aucun service dans le mois, c'est alors
      * toute la facture), la seconde s'en deduit sans jamais
      * rendre le total negatif. Un nouveau passage sur le mois
      * reprend l'ecart sur la facture de remplacement. Deux
      * contrats en vigueur sur le mois (fin et renouvellement en
      * cours de mois) donnent chacun leur ecart.
           move num-compagnie to cx-num-compagnie
           move periode-facture to cx-periode
           move 0 to cx-num-contrat
           move 0 to fin-scan-cx
           start FContratEcart key >= cx-cle
               invalid key
                   move 1 to fin-scan-cx
           end-start
           perform with test after until (fin-scan-cx = 1)
               read FContratEcart next
                   at end
                       move 1 to fin-scan-cx
                   not at end
                       if cx-num-compagnie not = num-compagnie
                       or cx-periode not = periode-facture then
                           move 1 to fin-scan-cx
                       else
                           perform REPREND-UN-ECART
                       end-if
               end-read
           end-perform
       .

       REPREND-UN-ECART.
           if cx-montant-manque = 0 and cx-montant-penalite = 0 then
               exit paragraph
           end-if

           if cx-montant-manque > 0 then
               if facture-ouverte = 0 then
                   perform OUVRE-FACTURE
               end-if
               add cx-montant-manque to total-montant
               move spaces to contenu-facture
               string 'Complement engagement de volume (contrat '
                   cx-num-contrat ') : ' cx-jours-engages
                   ' j engages, ' cx-jours-livres ' j livres'
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to contenu-facture
               string '   montant ajoute : ' cx-montant-manque
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to lg-libelle
               string 'Complement engagement de volume contrat '
                   cx-num-contrat
                   delimited by size into lg-libelle
               move 1 to lg-quantite
               move 'C62' to lg-unite
               move cx-montant-manque to lg-montant-ht
               move taux-tva to lg-taux-tva
               perform ECRIT-LIGNE-STRUCTUREE
           end-if

           if cx-montant-penalite > 0 and facture-ouverte = 1 then
               move cx-montant-penalite to montant-deduit
               if montant-deduit > total-montant then
                   move total-montant to montant-deduit
               end-if
               subtract montant-deduit from total-montant
               move spaces to contenu-facture
               string 'Penalite de ponctualite (contrat '
                   cx-num-contrat ') : ponctualite ' cx-taux-ponct
                   ' %'
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to contenu-facture
               string '   montant deduit : ' montant-deduit
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to lg-libelle
               string 'Penalite de ponctualite contrat '
                   cx-num-contrat
                   delimited by size into lg-libelle
               move 1 to lg-quantite
               move 'C62' to lg-unite
               compute lg-montant-ht = 0 - montant-deduit
               move taux-tva to lg-taux-tva
               perform ECRIT-LIGNE-STRUCTUREE
           end-if

           if facture-ouverte = 1 then
               move num-facture-emise to cx-num-facture
               rewrite enr-contrat-ecart
                   invalid key
                       continue
               end-rewrite
           end-if
       .

       DEDUIT-ACOMPTES.
      * L'acompte encaisse sur le devis d'une affectation facturee
      * ce mois vient en deduction du HT, dans la limite de ce qui
      * reste a payer ; la TVA deja facturee sur l'acompte n'est
      * ainsi pas comptee deux fois. La part deduite est notee par
      * periode pour les mois suivants et l'etat des acomptes non
      * imputes.
           perform varying k from 1 by 1 until k > nb-tac
               move tac-montant(k) to acompte-a-deduire
               if acompte-a-deduire > total-montant then
                   move total-montant to acompte-a-deduire
               end-if
               subtract acompte-a-deduire from total-montant
               add acompte-a-deduire to montant-acompte-deduit

               move spaces to contenu-facture
               string 'Acompte recu sur devis ' tac-num-devis(k)
                   ' (facture ' tac-num-facture(k) ') deduit : '
                   acompte-a-deduire
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to lg-libelle
               string 'Acompte recu sur devis ' tac-num-devis(k)
                   ' (facture ' tac-num-facture(k) ')'
                   delimited by size into lg-libelle
               move 1 to lg-quantite
               move 'C62' to lg-unite
               compute lg-montant-ht = 0 - acompte-a-deduire
               move taux-tva to lg-taux-tva
               perform ECRIT-LIGNE-STRUCTUREE

               move tac-num-devis(k) to ai-num-devis
               move periode-facture to ai-periode
               move acompte-a-deduire to ai-montant-ht
               move num-facture-emise to ai-num-facture
               write enr-acompte-impute
               invalid key
                   rewrite enr-acompte-impute
                   invalid key
                       continue
                   end-rewrite
               end-write
           end-perform
       .

       CHERCHE-ACOMPTE-AFFECT.
      * Acompte du devis dont est issue l'affectation, facture a la
      * meme compagnie : part HT encaissee (au prorata d'un
      * reglement partiel) moins ce que les autres mois ont deja
      * deduit, plafonnee au montant de l'affectation ce mois-ci.
           move fa-num-affect to ac-num-affect
           read FAcompte key is ac-num-affect
               invalid key
                   exit paragraph
           end-read
           if ac-num-compagnie not = num-compagnie then
               exit paragraph
           end-if

           move ac-num-facture to fl-num
           read FFactureDat
               invalid key
                   exit paragraph
           end-read
           if fl-statut = 'A' or fl-montant-regle = 0 then
               exit paragraph
           end-if
           if fl-montant-regle >= fl-montant then
               move ac-montant-ht to acompte-recu-ht
           else
               compute acompte-recu-ht rounded =
                   fl-montant-regle * ac-montant-ht / ac-montant-ttc
           end-if

           move 0 to acompte-impute
           move ac-num-devis to ai-num-devis
           move 0 to ai-periode
           move 0 to fin-scan-ai
           start FAcompteImpute key > ai-cle
               invalid key
                   move 1 to fin-scan-ai
           end-start
           perform with test after until (fin-scan-ai = 1)
               read FAcompteImpute next
                   at end
                       move 1 to fin-scan-ai
                   not at end
                       if ai-num-devis not = ac-num-devis then
                           move 1 to fin-scan-ai
                       else
                           if ai-periode not = periode-facture then
                               add ai-montant-ht to acompte-impute
                           end-if
                       end-if
               end-read
           end-perform
           if acompte-impute >= acompte-recu-ht then
               exit paragraph
           end-if

           compute acompte-a-deduire =
               acompte-recu-ht - acompte-impute
           if acompte-a-deduire > tarif-montant then
               move tarif-montant to acompte-a-deduire
           end-if
           if nb-tac < 20 then
               add 1 to nb-tac
               move ac-num-devis to tac-num-devis(nb-tac)
               move ac-num-facture to tac-num-facture(nb-tac)
               move acompte-a-deduire to tac-montant(nb-tac)
           end-if
       .

       EXPORTE-ACOMPTES-DU-MOIS.
      * Les factures d'acompte emises dans le mois partent dans le
      * meme export : debit client pour le TTC, credit des avances
      * recues pour le HT et de la TVA collectee pour la taxe.
           move 0 to ac-num-devis
           move 0 to fin-scan-ac
           start FAcompte key > ac-num-devis
               invalid key
                   move 1 to fin-scan-ac
           end-start
           perform with test after until (fin-scan-ac = 1)
               read FAcompte next
                   at end
                       move 1 to fin-scan-ac
                   not at end
                       compute periode-acompte = ac-date / 100
                       if periode-acompte = periode-facture then
                           perform EXPORTE-UN-ACOMPTE
                       end-if
               end-read
           end-perform
       .

       EXPORTE-UN-ACOMPTE.
           move ac-num-facture to fl-num
           read FFactureDat
               invalid key
                   exit paragraph
           end-read
           if fl-statut = 'A' then
               exit paragraph
           end-if

           move 'D' to ec-sens
           move '411     ' to ec-compte
           perform CHERCHE-CLIENT-FACTURE
           if client-facture not = 0 then
               move spaces to ec-compte
               string '411P' client-facture
                   delimited by size into ec-compte
           end-if
           move ac-num-facture to ec-num-facture
           move ac-num-compagnie to ec-num-compagnie
           move periode-facture to ec-periode
           move ac-date to ec-date
           move ac-montant-ttc to ec-montant
           write ligne-ecriture
           add ac-montant-ttc to cumul-debits

           move 'C' to ec-sens
           move '4191    ' to ec-compte
           move ac-montant-ht to ec-montant
           write ligne-ecriture
           add ac-montant-ht to cumul-credits

           if ac-montant-tva > 0 then
               move 'C' to ec-sens
               move '44571   ' to ec-compte
               move ac-montant-tva to ec-montant
               write ligne-ecriture
               add ac-montant-tva to cumul-credits
           end-if
       .

       ENREGISTRE-FACTURE-LEDGER.
      * Chaque facture emise est inscrite au grand livre des comptes
      * clients (Facture.dat) avec son echeance : le suivi des
           move periode-facture to fl-periode
           move date-jour to fl-date-emission
           move date-echeance to fl-date-echeance
           compute fl-montant-ht = total-montant + total-debours-ht
           move total-tva to fl-montant-tva
           move total-ttc to fl-montant
           move 0 to fl-montant-regle
           write enr-facture
           invalid key
               continue
           not invalid key
               perform SCELLE-FACTURE
               if client-courant not = 0 then
                   perform ECRIT-FACTURE-CLIENT
               end-if
               perform DEPOSE-ENVOI-FACTURE
           end-write

           perform ECRIT-ECRITURES-COMPTA
       .

       SCELLE-FACTURE.
      * La facture est scellee des son emission : le controle de
      * scellement de la chaine du soir detecte ensuite toute
      * retouche, suppression ou rupture de numerotation.
           move 'F' to sceau-type
           move spaces to sceau-piece
           move enr-facture to sceau-piece
           call 'ss-sceau-depose' using sceau-type sceau-piece
               sceau-retour
       .

       DEPOSE-ENVOI-FACTURE.
      * La facture part au client par la file d'expedition.
           move 'FA' to envoi-type-doc
           move spaces to envoi-reference
           move fl-num to envoi-reference
           if client-courant not = 0 then
               move 'P' to envoi-dest-type
               move client-courant to envoi-dest-num
           else
               move 'C' to envoi-dest-type
               move num-compagnie to envoi-dest-num
           end-if
           move nom-facture to envoi-fichier
           call 'ss-envoi-depose' using envoi-type-doc
               envoi-reference envoi-dest-type envoi-dest-num
               envoi-fichier envoi-num
       .

       ECRIT-FACTURE-CLIENT.
           if facture-client-absent = 1 then
               exit paragraph
           end-if
           move fl-num to fp-num-facture
           move client-courant to fp-num-client
           write enr-facture-client
           invalid key
               rewrite enr-facture-client
               invalid key
                   continue
               end-rewrite
           end-write
       .

       ANNULE-FACTURES-REMPLACEES.
      * Toute facture encore ouverte de la meme compagnie sur la
      * meme periode, emise par la meme entite, passe au statut 'A'
      * (annulee), avec une ligne au journal d'audit ; un reglement
      * deja encaisse dessus la laisse en l'etat, le cas se regle a
      * la main.
           move 0 to fin-scan-fl
           move num-compagnie to fl-num-compagnie
           start FFactureDat key = fl-num-compagnie
                       if fl-num-compagnie not = num-compagnie then
                           move 1 to fin-scan-fl
                       else
                           perform CONTROLE-FACTURE-ACOMPTE
                           perform SITUE-FACTURE
                           perform CHERCHE-CLIENT-FACTURE
                           if fl-periode = periode-facture
                           and entite-trouvee = entite-courante
                           and client-facture = client-courant
                           and fl-statut = 'O'
                           and fl-montant-regle = 0
                           and est-acompte = 0 then
                               move 'A' to fl-statut
                               move fl-num to num-facture-annulee
                               rewrite enr-facture
           end-perform
       .

       CONTROLE-FACTURE-ACOMPTE.
      * Une facture d'acompte porte le mois de son emission mais ne
      * facture pas le mois : elle n'est jamais remplacee.
           move 0 to est-acompte
           if acompte-fichier-absent = 0 then
               move fl-num to ac-num-facture
               read FAcompte key is ac-num-facture
                   invalid key
                       continue
                   not invalid key
                       move 1 to est-acompte
               end-read
           end-if
       .

       ECRIT-JOURNAL-ANNULATION.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time
      * L'ecriture comptable de la facture : debit du compte client
      * pour le TTC, credit des ventes pour le HT et de la TVA
      * collectee pour la taxe. L'export part equilibre par
      * construction ; le rapport de controle le verifie. La piece
      * y porte le numero de la serie de l'entite emettrice.
           move 'D' to ec-sens
           move '411     ' to ec-compte
      *    un particulier a son compte auxiliaire 411P<client>
           if client-courant not = 0 then
               move spaces to ec-compte
               string '411P' client-courant
                   delimited by size into ec-compte
           end-if
           move num-serie-emise to ec-num-facture
           move num-compagnie to ec-num-compagnie
           move fl-periode to ec-periode
           move date-jour to ec-date

           move 'C' to ec-sens
           move '706     ' to ec-compte
           compute ec-montant = total-montant + montant-acompte-deduit
           write ligne-ecriture
           add ec-montant to cumul-credits

      *    les frais refactures sont credites a part des ventes
           if total-debours-ht > 0 then
               move 'C' to ec-sens
               move '708     ' to ec-compte
               move total-debours-ht to ec-montant
               write ligne-ecriture
               add total-debours-ht to cumul-credits
           end-if

      *    l'acompte deduit solde d'autant les avances recues
           if montant-acompte-deduit > 0 then
               move 'D' to ec-sens
               move '4191    ' to ec-compte
               move montant-acompte-deduit to ec-montant
               write ligne-ecriture
               add montant-acompte-deduit to cumul-debits
           end-if

           if total-tva > 0 then
               move 'C' to ec-sens
               ' du ' date-jour ' -----'
               delimited by size into contenu-controle
           write LigneControle
           if entite-courante not = spaces then
               move spaces to contenu-controle
               string 'Entite juridique : ' entite-courante
                   delimited by size into contenu-controle
               write LigneControle
           end-if
           move spaces to contenu-controle
           write LigneControle
           move spaces to contenu-controle
           string 'Factures exportees : ' nb-factures-entite
               delimited by size into contenu-controle
           write LigneControle
           move cumul-debits to ed-debits
           write LigneControle
           move spaces to contenu-controle
           write LigneControle
           string 'Fichier a importer : ' nom-ecritures
               delimited by size into contenu-controle
           write LigneControle

           close FControle
           move 'ss-facturation' to spool-programme
           move spaces to spool-parametres
           string 'controle export comptable ' annee-facture '/'
               mois-facture ' ' entite-courante
               delimited by size into spool-parametres
           move nom-controle to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source
       .
                       if fa-num-bus not = fb-numero then
                           move 1 to fin-affect
                       else
                           move fa-num-affect to affect-a-situer
                           perform CHERCHE-CLIENT-AFFECT
                           if fa-statut not = 'I'
                           and fa-statut not = 'B'
                           and fa-date-debut < mois-fin-exclu
                           and fa-date-fin >= mois-debut
                           and client-affect = 0 then
                               perform CHERCHE-LITIGE-AFFECT
                               if affect-en-litige = 1 then
                                   add 1 to nb-affect-retenues
                               else
                                   perform COMPTE-JOURS-AFFECT
                               end-if
                           end-if
                       end-if
               end-read
               move spaces to contenu-facture
               string 'Bus ' fb-numero ' ('
                   function trim(fb-marque) ') : '
                   jours-bus ' jour(s) au prix convenu = '
                   montant-bus
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to lg-libelle
               string 'Transport - bus ' fb-numero ' ('
                   function trim(fb-marque) ') ' mois-facture '/'
                   annee-facture
                   delimited by size into lg-libelle
               move jours-bus to lg-quantite
               move 'DAY' to lg-unite
               move montant-bus to lg-montant-ht
               move taux-tva to lg-taux-tva
               perform ECRIT-LIGNE-STRUCTUREE
           end-if
       .

       COMPTE-JOURS-AFFECT.
      * Chaque affectation du mois est valorisee au prix fige a sa
      * confirmation ; a defaut, par la grille tarifaire commune aux
      * devis : le taux de la grille de la compagnie pour la
      * categorie du bus et la saison (sinon le tarif contractuel),
      * majore pour les dimanches, feries et departs de nuit.
           move fa-date-debut to deb-effectif
           if deb-effectif < mois-debut then
               move mois-debut to deb-effectif
           if fin-effective > mois-fin-exclu then
               move mois-fin-exclu to fin-effective
           end-if
           call 'ss-prix-affect' using fa-num-affect num-compagnie
               fb-categorie-requise fb-nbplace deb-effectif
               fin-effective fa-heure-debut fa-heure-fin
               taux-jour-compagnie tarif-montant tarif-nb-jours
           add tarif-nb-jours to jours-bus
           add tarif-montant to montant-bus
           if tarif-nb-jours > 0 then
               perform MARQUE-AFFECT-FACTUREE
               if acompte-fichier-absent = 0
               and tarif-montant > 0 then
                   perform CHERCHE-ACOMPTE-AFFECT
               end-if
           end-if
       .

       ECRIT-LIGNE-STRUCTUREE.
      * Une ligne de detail de la facture en cours pour l'export
      * electronique ; la numerotation repart a chaque facture.
           if ligne-fichier-absent = 1 then
               exit paragraph
           end-if
           add 1 to num-ligne-facture
           move num-facture-emise to fg-num-facture
           move num-ligne-facture to fg-ligne
           move lg-libelle to fg-libelle
           move lg-quantite to fg-quantite
           move lg-unite to fg-unite
           move lg-montant-ht to fg-montant-ht
           move lg-taux-tva to fg-taux-tva
           write enr-facture-ligne
           invalid key
               rewrite enr-facture-ligne
               invalid key
                   continue
               end-rewrite
           end-write
       .

       MARQUE-AFFECT-FACTUREE.
                   continue
               end-rewrite
           end-write

           if jours-fichier-absent = 1 then
               exit paragraph
           end-if
           move fa-num-affect to fj-num-affect
           move periode-facture to fj-periode
           move num-facture-emise to fj-num-facture
           move tarif-nb-jours to fj-nb-jours
           write enr-facture-jours
           invalid key
               rewrite enr-facture-jours
               invalid key
                   continue
               end-rewrite
           end-write
       .

       OUVRE-FACTURE.
           perform NUMEROTE-FACTURE-ENTITE
           move spaces to nom-facture
           evaluate true
               when client-courant not = 0
               and entite-courante not = spaces
                   string '../ext/FactureClient' client-courant '-'
                       annee-facture mois-facture '-'
                       function trim(entite-courante) '.txt'
                       delimited by size into nom-facture
               when client-courant not = 0
                   string '../ext/FactureClient' client-courant '-'
                       annee-facture mois-facture '.txt'
                       delimited by size into nom-facture
               when entite-courante = spaces
                   string '../ext/Facture' num-compagnie '-'
                       annee-facture mois-facture '.txt'
                       delimited by size into nom-facture
               when other
                   string '../ext/Facture' num-compagnie '-'
                       annee-facture mois-facture '-'
                       function trim(entite-courante) '.txt'
                       delimited by size into nom-facture
           end-evaluate
           open output FFacture
           move 1 to facture-ouverte

               ' du ' date-jour ' -----'
               delimited by size into contenu-facture
           write LigneFacture
           if entite-courante not = spaces then
               perform ECRIT-IDENTITE-ENTITE
           end-if
           move spaces to contenu-facture
           string 'Facture numero ' function trim(num-facture-edite)
               ' - echeance au ' date-echeance
               delimited by size into contenu-facture
           write LigneFacture
           if client-courant not = 0 then
               move spaces to contenu-facture
               string 'Client particulier ' client-courant ' : '
                   function trim(pv-nom)
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to contenu-facture
               move pv-adresse to contenu-facture
               write LigneFacture
               move spaces to contenu-facture
               string pv-code-postal ' ' function trim(pv-ville)
                   delimited by size into contenu-facture
               write LigneFacture
           else
               move spaces to contenu-facture
               string 'Compagnie ' num-compagnie ' : '
                   function trim(nom-compagnie)
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to contenu-facture
               move adresse-compagnie to contenu-facture
               write LigneFacture
           end-if
           move spaces to contenu-facture
           write LigneFacture
       .

       NUMEROTE-FACTURE-ENTITE.
      * La societe principale garde la numerotation generale. Une
      * entite numerote ses factures dans sa propre serie, sous son
      * prefixe ; la piece lui est rattachee dans PieceEntite.dat
      * (le numero general reste la cle du grand livre).
           move spaces to num-facture-edite
           move num-facture-emise to num-facture-edite
           move num-facture-emise to num-serie-emise
           if entite-courante = spaces then
               exit paragraph
           end-if
           move entite-courante to en-code
           read FEntite
               invalid key
                   exit paragraph
           end-read
           add 1 to en-dernier-facture
           rewrite enr-entite
               invalid key
                   continue
           end-rewrite
           move en-dernier-facture to num-serie-emise
           move spaces to num-facture-edite
           string function trim(en-prefixe) '-' en-dernier-facture
               delimited by size into num-facture-edite

           if piece-entite-absent = 0 then
               move 'F' to pe-type
               move num-facture-emise to pe-num
               move entite-courante to pe-code-entite
               move en-dernier-facture to pe-num-serie
               write enr-piece-entite
               invalid key
                   rewrite enr-piece-entite
                   invalid key
                       continue
                   end-rewrite
               end-write
           end-if
       .

       ECRIT-IDENTITE-ENTITE.
      * Identite legale de l'entite emettrice et ses coordonnees
      * bancaires pour le reglement par virement.
           move spaces to contenu-facture
           string 'Emetteur : ' function trim(en-raison-sociale)
               delimited by size into contenu-facture
           write LigneFacture
           move spaces to contenu-facture
           string function trim(en-adresse) ' ' en-code-postal ' '
               function trim(en-ville)
               delimited by size into contenu-facture
           write LigneFacture
           move spaces to contenu-facture
           string 'SIRET ' en-siret ' - TVA ' en-tva-intra
               delimited by size into contenu-facture
           write LigneFacture
           move spaces to contenu-facture
           string 'IBAN ' en-iban ' - BIC ' en-bic
               delimited by size into contenu-facture
           write LigneFacture
       .

      * ressaisir les montants pour la declaration.
           compute total-tva rounded =
               total-montant * taux-tva / 100
           add total-debours-tva to total-tva
           compute total-ttc =
               total-montant + total-debours-ht + total-tva

           move spaces to contenu-facture
           write LigneFacture
           string 'Total HT       : ' total-montant
               delimited by size into contenu-facture
           write LigneFacture
           if total-debours-ht > 0 then
               move spaces to contenu-facture
               string 'Frais refactures HT : ' total-debours-ht
                   delimited by size into contenu-facture
               write LigneFacture
               move spaces to contenu-facture
               string 'TVA (' taux-tva ' % et taux des frais) : '
                   total-tva
                   delimited by size into contenu-facture
               write LigneFacture
           else
               move spaces to contenu-facture
               string 'TVA (' taux-tva ' %) : ' total-tva
                   delimited by size into contenu-facture
               write LigneFacture
           end-if
           move spaces to contenu-facture
           string 'Total TTC a payer : ' total-ttc
               delimited by size into contenu-facture
