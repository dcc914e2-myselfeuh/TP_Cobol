       01 compagnie-encore-utilisee pic 9.
       01 i                        pic 9(2).
       01 type-formulaire          pic 9.
       01 choix-action             pic 99.
       01 quitter                  pic 9.
       01 id-compagnie             pic 9(4).

       01 nv-contact-compagnie     pic x(20).
       01 nv-taux-jour             pic 9(4)v99.
       01 nom-ssprog               pic x(40).
       01 lot-periode              pic 9(8) value 0.
       01 lot-retour               pic 9.

      *----- Changement de taux soumis au double controle -----
       01 vd-objet                 pic x(10).
       01 vd-cle                   pic x(20).
       01 vd-libelle               pic x(40).
       01 vd-ancien                pic 9(8)v99.
       01 vd-nouveau               pic 9(8)v99.
       01 vd-num                   pic 9(6).
       01 vd-retour                pic 9.

       screen section.

               '8: Indexation annuelle des taux'.
           02 line 11 col 2 value
               '0: Prestations sous-traitees'.
           02 line 12 col 1 value
               '10: Contrats (volumes engages, ponctualite)'.
           02 line 13 col 1 value
               '11: Tarifs par categorie de vehicule et saison'.
           02 line 14 col 1 value
               '12: Mandats de prelevement SEPA'.
           02 line 15 col 1 value
               '13: Plafond de credit et blocage'.
           02 line 16 col 1 value
               '14: Factures electroniques (UBL)'.
           02 line 17 col 1 value
               '15: Controle du scellement des factures'.
           02 line 18 col 1 value
               '16: Releves de prestations avant facturation'.
           02 line 19 col 2 value '9: Quitter'.
           02 line 19 col 40 value
               '17: Expedition des documents'.
       01 s-plg-fonctionnalites.
           02 line 21 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic zz to choix-action
           required.

      *----- Recherche -----
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-taux-soumis.
           02 line 21 col 1 value
               'Nouveau taux soumis a validation, demande : '.
           02 a-vd-num pic 9(6) from vd-num.
       01 a-plg-taux-deja-soumis.
           02 line 21 col 1 value
               'Taux deja en attente de validation, demande : '.
           02 a-vd-num-attente pic 9(6) from vd-num.
       01 a-plg-compagnie-encore-utilisee.
           02 line 20 col 1 value
               'Compagnie encore affectee a un bus : suppression '
               when 7 perform GRILLE-TARIFAIRE
               when 8 perform INDEXATION-TAUX
               when 0 perform SOUS-TRAITANCE
               when 10 perform CONTRATS
               when 11 perform TARIFS-COMPAGNIE
               when 12 perform MANDATS-SEPA
               when 13 perform CREDIT-COMPAGNIE
               when 14 perform FACTURES-ELECTRONIQUES
               when 15 perform CONTROLE-SCELLEMENT
               when 16 perform RELEVES-PRESTATIONS
               when 17 perform EXPEDITION-DOCUMENTS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
               then
                   move nv-contact-compagnie to contact-compagnie
               end-if

               rewrite enr-compagnie
               invalid key
               not invalid key
                   display a-plg-modif-succes
               end-rewrite

      *        le taux journalier n'est change qu'apres validation
      *        d'un second superviseur (ss-validation)
               if nv-taux-jour not = zeros and low-value
               and nv-taux-jour not = taux-jour-compagnie then
                   perform DEMANDE-VALIDATION-TAUX
               end-if
           end-read.

           stop ' '
           close FBus

           move 'ss-facturation' to nom-ssprog
           call nom-ssprog using lot-periode lot-retour

           open i-o FCompagnie
           open input FBus
           close FBus

           move 'ss-facture-ledger' to nom-ssprog
           call nom-ssprog using lot-periode lot-retour

           open i-o FCompagnie
           open input FBus
           open input FBus
       .

       CONTRATS.
           close FCompagnie
           close FBus

           move 'ss-contrat-modif' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       TARIFS-COMPAGNIE.
           close FCompagnie
           close FBus

           move 'ss-tarif-compagnie-modif' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       MANDATS-SEPA.
           close FCompagnie
           close FBus

           move 'ss-mandat-modif' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       CREDIT-COMPAGNIE.
           close FCompagnie
           close FBus

           move 'ss-credit-modif' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       FACTURES-ELECTRONIQUES.
           close FCompagnie
           close FBus

           move 'ss-efacture' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       CONTROLE-SCELLEMENT.
           close FCompagnie
           close FBus

           move 'ss-sceau-controle' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       RELEVES-PRESTATIONS.
           close FCompagnie
           close FBus

           move 'ss-releve-prestations' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       EXPEDITION-DOCUMENTS.
           close FCompagnie
           close FBus

           move 'ss-envoi' to nom-ssprog
           call nom-ssprog

           open i-o FCompagnie
           open input FBus
       .

       INDEXATION-TAUX.
           close FCompagnie
           close FBus
           open input FBus
       .

       DEMANDE-VALIDATION-TAUX.
           move 'COMPAGNIE' to vd-objet
           move spaces to vd-cle
           move num-compagnie to vd-cle(1:4)
           move spaces to vd-libelle
           string 'Taux jour ' nom-compagnie
               delimited by size into vd-libelle
           move taux-jour-compagnie to vd-ancien
           move nv-taux-jour to vd-nouveau
           call 'ss-validation-demande' using vd-objet vd-cle
               vd-libelle vd-ancien vd-nouveau vd-num vd-retour
           evaluate vd-retour
               when 0 display a-plg-taux-soumis
               when 1 display a-plg-taux-deja-soumis
               when other display a-plg-modif-erreur
           end-evaluate
       .

       RECHERCHE-COMPAGNIE.
           display s-plg-recherche-id
           accept s-plg-recherche-id
