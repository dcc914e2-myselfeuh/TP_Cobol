               organization is sequential
               status ftva-status.

           select FComptes assign to "../ext/ComptesClients.txt"
               organization is sequential
               status fcpt-status.

           select FClientPrive assign to "../ext/ClientPrive.dat"
               organization is indexed
               access mode is dynamic
                   record key is pv-num
               status fpv-status.

           select FFactureClient assign to "../ext/FactureClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is fp-num-facture
                   alternate record key is fp-num-client
                       with duplicates
               status ffp-status.

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

           select FRelanceFacture assign to "../ext/RelanceFacture.dat"
               organization is indexed
               access mode is dynamic
                   record key is rl-num-facture
               status frl-status.

           select FEnvoi assign to "../ext/Envoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is ev-num
                   alternate record key is ev-document
                       with duplicates
               status fev-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.
       01 LigneTva.
           02 contenu-tva pic x(80).

       FD FComptes.
       01 LigneComptes.
           02 contenu-comptes pic x(80).

      * Clients particuliers, factures en nom propre : une facture
      * a zero en compagnie trouve son client dans FactureClient.
       fd FClientPrive.
           01 enr-client-prive.
               02 pv-num           pic 9(4).
               02 pv-nom           pic x(30).
               02 pv-adresse       pic x(40).
               02 pv-code-postal   pic x(5).
               02 pv-ville         pic x(30).
               02 pv-contact       pic x(30).
               02 pv-acompte-requis pic x(1).

       fd FFactureClient.
           01 enr-facture-client.
               02 fp-num-facture   pic 9(6).
               02 fp-num-client    pic 9(4).

      * Entites juridiques et pieces emises a leur nom : la balance
      * agee peut se restreindre aux factures d'une seule entite.
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

      * Dernier niveau de relance adresse pour une facture (1 =
      * relance, 2 = second rappel, 3 = mise en demeure) et l'envoi
      * qui l'a porte : le niveau suivant attend que la passerelle
      * ait confirme l'envoi du precedent.
       fd FRelanceFacture.
           01 enr-relance-facture.
               02 rl-num-facture   pic 9(6).
               02 rl-niveau        pic 9(1).
               02 rl-date-relance  pic 9(8).
               02 rl-num-envoi     pic 9(6).

      * File d'expedition des documents (voir ss-envoi-depose).
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

       fd FJournal.
           01 ligne-journal pic x(200).

       01 nom-relance              pic x(40).

       01 i                        pic 9(2).
       01 choix-action             pic 99.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 ed-col-3                 pic zzzzzz9.99.
       01 ed-col-4                 pic zzzzzz9.99.
       01 ed-col-5                 pic zzzzzz9.99.
       01 fen-status               pic x(2).
       01 fpe-status               pic x(2).
       01 piece-entite-absent      pic 9.
       01 entite-selection         pic x(4).
       01 entite-trouvee           pic x(4).

      *----- Relances -----
       01 nb-relances              pic 9(4).
       01 nb-relances-retenues     pic 9(4).
       01 frl-status               pic x(2).
       01 fev-status               pic x(2).
       01 envoi-fichier-absent     pic 9.
       01 relance-existante        pic 9.
       01 niveau-relance           pic 9(1).
       01 delai-relance-jours      pic 9(3) value 15.
       01 jours-envoi              pic 9(7).
       01 envoi-type-doc           pic x(2).
       01 envoi-reference          pic x(12).
       01 envoi-dest-type          pic x(1).
       01 envoi-dest-num           pic 9(6).
       01 envoi-fichier            pic x(40).
       01 envoi-num                pic 9(6).

      *----- Comptes clients, compagnies et particuliers -----
       01 fcpt-status              pic x(2).
       01 fpv-status               pic x(2).
       01 ffp-status               pic x(2).
       01 client-fichier-absent    pic 9.
       01 client-facture           pic 9(4).
       01 fin-scan-fp              pic 9.
       01 cpt-type                 pic x(1).
       01 cpt-num                  pic 9(4).
       01 cpt-nom                  pic x(30).
       01 cpt-facture              pic 9(9)v99.
       01 cpt-regle                pic 9(9)v99.
       01 cpt-solde                pic 9(9)v99.
       01 cpt-echu                 pic 9(9)v99.
       01 tot-cpt-facture          pic 9(9)v99.
       01 tot-cpt-regle            pic 9(9)v99.
       01 tot-cpt-solde            pic 9(9)v99.
       01 tot-cpt-echu             pic 9(9)v99.
       01 nb-comptes               pic 9(4).

      *----- Recapitulatif TVA mensuel -----
       01 fav-status               pic x(2).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       linkage section.
       01 lg-lot-periode           pic 9(8).
       01 lg-lot-retour            pic 9.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
               '6: Recapitulatif TVA mensuel'.
           02 line 9 col 2 value
               '7: Import du releve bancaire (CSV)'.
           02 line 10 col 2 value
               '8: Prelevements SEPA (remises, rejets)'.
           02 line 11 col 2 value
               '10: Comptes clients (compagnies et particuliers)'.
           02 line 12 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic zz to choix-action
           required.

       01 s-plg-mois-tva.
               from fl-montant-regle.
           02 a-l-statut line i col 68 pic x from fl-statut.

       01 s-plg-entite-balance.
           02 line 3 col 2 value
               'Entite (code, * = societe principale, '
               &'vide = toutes) : '.
           02 s-entite-selection pic x(4) to entite-selection.
       01 a-plg-entite-introuvable.
           02 line 20 col 1 value 'Entite introuvable.'.

       01 a-plg-comptes-edites.
           02 line 20 col 1 value 'Comptes clients edites : '.
           02 a-nb-comptes pic zzz9 from nb-comptes.
           02 line 20 col 31 value '(../ext/ComptesClients.txt)'.

       01 a-plg-balance-editee.
           02 line 20 col 1 value
               'Balance agee editee : ../ext/BalanceAgee.txt'.
       01 a-plg-relances-editees.
           02 line 20 col 1 value 'Lettres de relance : '.
           02 a-nb-relances pic zzz9 from nb-relances.
           02 line 20 col 27 value '(../ext/Relance<num>-<niv>.txt)'.
           02 line 21 col 1 value
               'Retenues, precedente non envoyee : '.
           02 a-nb-retenues pic zzz9 from nb-relances-retenues.

       01 a-plg-facture-introuvable.
           02 line 20 col 1 value 'Facture introuvable.'.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division using lg-lot-periode lg-lot-retour.

      * lg-lot-periode a zero : menu habituel. Sinon (AAAAMM), seul
      * le recapitulatif TVA du mois est edite, sans saisie, pour
      * les travaux de calendrier de la chaine du soir ;
      * lg-lot-retour vaut 1 si le recapitulatif est edite.

       move 0 to lg-lot-retour
       open i-o FFactureDat
       if ffl-status = '35' then
           open output FFactureDat
       open input FCompagnie

       if ffl-status not = '00' or fco-status not = '00' then
           if lg-lot-periode = 0 then
               display a-error-open
               stop ' '
           end-if
           close FFactureDat
           close FCompagnie
           goback
           close FSession
       end-if

      * les particuliers n'existent pas partout : sans leurs
      * fichiers, les factures a zero en compagnie restent anonymes
       move 0 to client-fichier-absent
       open input FClientPrive
       if fpv-status not = '00' then
           move 1 to client-fichier-absent
       else
           open input FFactureClient
           if ffp-status not = '00' then
               close FClientPrive
               move 1 to client-fichier-absent
           end-if
       end-if

       accept date-jour from date yyyymmdd
       compute jours-aujourdhui =
           function integer-of-date(date-jour)

       if lg-lot-periode not = 0 then
           divide lg-lot-periode by 100 giving annee-tva
               remainder mois-tva
           perform EDITE-TVA-MENSUEL
           move 1 to quitter
       else
           display a-plg-titre-global
           move 0 to quitter
       end-if


       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
               when 1 perform ENREGISTRE-REGLEMENT
               when 2 perform LISTE-FACTURES-OUVERTES
               when 3 perform EDITE-BALANCE-AGEE
               when 10 perform EDITE-COMPTES-CLIENTS
               when 4 perform EDITE-RELANCES
               when 5 perform ETABLIT-AVOIRS
               when 6 perform EDITE-TVA-MENSUEL
               when 7 perform IMPORT-RELEVE
               when 8 perform PRELEVEMENTS-SEPA
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       close FFactureDat
       close FCompagnie
       close FJournal
       if client-fichier-absent = 0 then
           close FClientPrive
           close FFactureClient
       end-if

       goback
       .
           open extend FJournal
       .

       PRELEVEMENTS-SEPA.
           close FFactureDat
           close FCompagnie
           close FJournal

           call 'ss-prelevement'

           open i-o FFactureDat
           open input FCompagnie
           open extend FJournal
       .

       ENREGISTRE-REGLEMENT.
      * Le reglement s'impute sur la facture ; une facture couverte
      * passe soldee avec sa date de reglement, un reglement partiel
      * laisse la facture ouverte sur son solde. Une facture en
      * prelevement (S) se solde de meme a l'arrivee des fonds.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-facture
               exit paragraph
           end-read

           if fl-statut not = 'O' and fl-statut not = 'S' then
               display a-plg-facture-deja-soldee
               stop ' '
               exit paragraph
                   at end
                       move 1 to fin-scan
                   not at end
                       if (fl-statut = 'O' or fl-statut = 'S')
                       and i < 20 then
                           display a-plg-facture-data
                           add 1 to i
                           move 0 to aucun-resultat
       EDITE-BALANCE-AGEE.
      * Une ligne par compagnie ayant un encours : le solde ouvert
      * ventile en non echu / 0-30 / 31-60 / 61-90 / +90 jours de
      * retard sur l'echeance, puis la ligne de totaux. Une entite
      * juridique choisie limite la balance aux factures emises a
      * son nom ('*' : celles de la societe principale).
           display a-plg-efface-ecran
           display a-plg-titre-global
           move spaces to entite-selection
           display s-plg-entite-balance
           accept s-plg-entite-balance
           move function upper-case(entite-selection)
               to entite-selection

           move spaces to en-raison-sociale
           if entite-selection not = spaces
           and entite-selection not = '*' then
               open input FEntite
               if fen-status not = '00' then
                   display a-plg-entite-introuvable
                   stop ' '
                   exit paragraph
               end-if
               move entite-selection to en-code
               read FEntite
                   invalid key
                       close FEntite
                       display a-plg-entite-introuvable
                       stop ' '
                       exit paragraph
               end-read
               close FEntite
           end-if

           move 0 to piece-entite-absent
           open input FPieceEntite
           if fpe-status not = '00' then
               move 1 to piece-entite-absent
           end-if

           open output FBalance
           if fbal-status not = '00' then
               display a-plg-modif-erreur
               date-jour ' -----'
               delimited by size into contenu-balance
           write LigneBalance
           evaluate entite-selection
               when spaces
                   continue
               when '*'
                   move 'Entite : societe principale'
                       to contenu-balance
                   write LigneBalance
               when other
                   move spaces to contenu-balance
                   string 'Entite : ' entite-selection ' '
                       function trim(en-raison-sociale)
                       delimited by size into contenu-balance
                   write LigneBalance
           end-evaluate
           move 'Cie  Nom                  Non echu      0-30'
               &'     31-60     61-90       +90' to contenu-balance
           write LigneBalance
           write LigneBalance

           close FBalance
           if piece-entite-absent = 0 then
               close FPieceEntite
           end-if

           move 'ss-facture-ledger' to spool-programme
           move spaces to spool-parametres
           string 'balance agee au ' date-jour ' ' entite-selection
               delimited by size into spool-parametres
           move '../ext/BalanceAgee.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
                       if fl-num-compagnie not = num-compagnie then
                           move 1 to fin-scan-fl
                       else
                           perform SITUE-FACTURE
                           if (fl-statut = 'O' or fl-statut = 'S')
                           and (entite-selection = spaces
                           or entite-trouvee = entite-selection)
                           then
                               perform VENTILE-SOLDE-FACTURE
                           end-if
                       end-if
           end-if
       .

       SITUE-FACTURE.
      * Entite emettrice de la facture lue ('*' = societe
      * principale, qui n'a pas de piece dans PieceEntite.dat).
           move '*' to entite-trouvee
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

       VENTILE-SOLDE-FACTURE.
           compute solde-facture =
               fl-montant - fl-montant-regle

       EDITE-RELANCES.
      * Une lettre par facture ouverte dont l'echeance est depassee,
      * adressee a la compagnie, avec le solde restant du. Les
      * factures remises au prelevement (S) ne sont pas relancees :
      * un rejet les rouvre. Chaque relance monte d'un niveau
      * (relance, second rappel, mise en demeure) seulement si la
      * precedente est partie (accuse d'envoi de la passerelle)
      * depuis le delai de relance ; sinon elle est retenue et le
      * suivi se fait par les envois non aboutis.
           move 0 to nb-relances
           move 0 to nb-relances-retenues

           open i-o FRelanceFacture
           if frl-status = '35' then
               open output FRelanceFacture
               close FRelanceFacture
               open i-o FRelanceFacture
           end-if
           if frl-status not = '00' then
               display a-error-open
               stop ' '
               exit paragraph
           end-if
           move 0 to envoi-fichier-absent
           open input FEnvoi
           if fev-status not = '00' then
               move 1 to envoi-fichier-absent
           end-if

           move 0 to fl-num
           move 0 to fin-scan
                           compute solde-facture =
                               fl-montant - fl-montant-regle
                           if solde-facture > 0 then
                               perform DECIDE-NIVEAU-RELANCE
                               if niveau-relance > 0 then
                                   perform ECRIT-LETTRE-RELANCE
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           close FRelanceFacture
           if envoi-fichier-absent = 0 then
               close FEnvoi
           end-if

           display a-plg-relances-editees
           stop ' '
       .

       DECIDE-NIVEAU-RELANCE.
      * Niveau de la lettre a adresser pour la facture lue, 0 si
      * rien a envoyer. Une relance qui n'a jamais pu entrer dans la
      * file d'expedition est refaite au meme niveau.
           move 0 to niveau-relance
           move fl-num to rl-num-facture
           read FRelanceFacture
               invalid key
                   move 0 to relance-existante
                   move 1 to niveau-relance
                   exit paragraph
           end-read
           move 1 to relance-existante

           if rl-num-envoi = 0 then
               move rl-niveau to niveau-relance
               exit paragraph
           end-if
           if rl-niveau >= 3 then
               exit paragraph
           end-if

           if envoi-fichier-absent = 1 then
               add 1 to nb-relances-retenues
               exit paragraph
           end-if
           move rl-num-envoi to ev-num
           read FEnvoi
               invalid key
                   add 1 to nb-relances-retenues
                   exit paragraph
           end-read
           if ev-statut not = 'E' then
               add 1 to nb-relances-retenues
               exit paragraph
           end-if

           compute jours-envoi =
               function integer-of-date(ev-date-statut)
           if jours-aujourdhui - jours-envoi >= delai-relance-jours
           then
               compute niveau-relance = rl-niveau + 1
           end-if
       .

       ECRIT-LETTRE-RELANCE.
           move fl-num-compagnie to num-compagnie
           read FCompagnie
               move spaces to nom-compagnie
               move spaces to adresse-compagnie
           end-read
           move 0 to client-facture
           if fl-num-compagnie = 0 then
               perform CHERCHE-CLIENT-FACTURE
           end-if

           move spaces to nom-relance
           string '../ext/Relance' fl-num '-' niveau-relance '.txt'
               delimited by size into nom-relance
           open output FRelance
           if frel-status not = '00' then
               exit paragraph
           end-if

           evaluate niveau-relance
               when 1
                   move '            ----- Lettre de relance -----'
                       to contenu-relance
               when 2
                   move '            ----- Second rappel -----'
                       to contenu-relance
               when other
                   move '            ----- Mise en demeure -----'
                       to contenu-relance
           end-evaluate
           write LigneRelance
           move spaces to contenu-relance
           write LigneRelance
           if client-facture not = 0 then
               move spaces to contenu-relance
               string 'A : ' function trim(pv-nom)
                   delimited by size into contenu-relance
               write LigneRelance
               move spaces to contenu-relance
               move pv-adresse to contenu-relance
               write LigneRelance
               move spaces to contenu-relance
               string pv-code-postal ' ' function trim(pv-ville)
                   delimited by size into contenu-relance
               write LigneRelance
           else
               move spaces to contenu-relance
               string 'A : ' function trim(nom-compagnie)
                   delimited by size into contenu-relance
               write LigneRelance
               move spaces to contenu-relance
               move adresse-compagnie to contenu-relance
               write LigneRelance
           end-if
           move spaces to contenu-relance
           write LigneRelance
           move spaces to contenu-relance
           write LigneRelance
           move spaces to contenu-relance
           write LigneRelance
           evaluate niveau-relance
               when 1
                   move 'Nous vous remercions de regulariser sous '
                       &'huitaine.' to contenu-relance
                   write LigneRelance
               when 2
                   move 'Notre precedente relance etant restee sans '
                       &'effet, nous vous prions' to contenu-relance
                   write LigneRelance
                   move 'de regler ce solde sous huitaine.'
                       to contenu-relance
                   write LigneRelance
               when other
                   move 'Malgre nos relances, ce solde reste impaye. '
                       &'Faute de reglement' to contenu-relance
                   write LigneRelance
                   move 'sous huitaine, nous engagerons le '
                       &'recouvrement par voie judiciaire.'
                       to contenu-relance
                   write LigneRelance
           end-evaluate

           close FRelance
           add 1 to nb-relances

      *    la lettre part par la file d'expedition, qui dira si
      *    elle a ete envoyee avant tout niveau suivant
           move 'RL' to envoi-type-doc
           move spaces to envoi-reference
           string fl-num '-' niveau-relance
               delimited by size into envoi-reference
           if client-facture not = 0 then
               move 'P' to envoi-dest-type
               move client-facture to envoi-dest-num
           else
               move 'C' to envoi-dest-type
               move fl-num-compagnie to envoi-dest-num
           end-if
           move nom-relance to envoi-fichier
           if envoi-fichier-absent = 0 then
               close FEnvoi
           end-if
           call 'ss-envoi-depose' using envoi-type-doc
               envoi-reference envoi-dest-type envoi-dest-num
               envoi-fichier envoi-num
           move 0 to envoi-fichier-absent
           open input FEnvoi
           if fev-status not = '00' then
               move 1 to envoi-fichier-absent
           end-if

           move fl-num to rl-num-facture
           move niveau-relance to rl-niveau
           move date-jour to rl-date-relance
           move envoi-num to rl-num-envoi
           if relance-existante = 0 then
               write enr-relance-facture
                   invalid key
                       continue
               end-write
           else
               rewrite enr-relance-facture
                   invalid key
                       continue
               end-rewrite
           end-if
       .

       CHERCHE-CLIENT-FACTURE.
      * Client particulier destinataire de la facture lue.
           move 0 to client-facture
           if client-fichier-absent = 1 then
               exit paragraph
           end-if
           move fl-num to fp-num-facture
           read FFactureClient
               invalid key
                   exit paragraph
           end-read
           move fp-num-client to pv-num
           read FClientPrive
               invalid key
                   move spaces to pv-nom pv-adresse pv-ville
                   move spaces to pv-code-postal
           end-read
           move fp-num-client to client-facture
       .

       EDITE-COMPTES-CLIENTS.
      * Vue d'ensemble des comptes clients, compagnies (C) puis
      * particuliers (P) : facture, regle, solde et part echue des
      * factures non annulees, une ligne par client ayant facture.
           open output FComptes
           if fcpt-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move 0 to nb-comptes
           move 0 to tot-cpt-facture tot-cpt-regle tot-cpt-solde
               tot-cpt-echu

           move spaces to contenu-comptes
           string '----- Comptes clients (compagnies et particuliers)'
               ' au ' date-jour ' -----'
               delimited by size into contenu-comptes
           write LigneComptes
           move 'T Num  Nom                  Facture     Regle'
               &'     Solde      Echu' to contenu-comptes
           write LigneComptes
           move spaces to contenu-comptes
           write LigneComptes

           move 0 to num-compagnie
           move 0 to fin-scan
           start FCompagnie key > num-compagnie
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FCompagnie next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform COMPTE-UNE-COMPAGNIE
               end-read
           end-perform

           if client-fichier-absent = 0 then
               move 0 to pv-num
               move 0 to fin-scan
               start FClientPrive key > pv-num
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FClientPrive next
                       at end
                           move 1 to fin-scan
                       not at end
                           perform COMPTE-UN-PARTICULIER
                   end-read
               end-perform
           end-if

           move spaces to contenu-comptes
           write LigneComptes
           move tot-cpt-facture to ed-col-1
           move tot-cpt-regle to ed-col-2
           move tot-cpt-solde to ed-col-3
           move tot-cpt-echu to ed-col-4
           move spaces to contenu-comptes
           string 'TOTAL                     ' ed-col-1 ' ' ed-col-2
               ' ' ed-col-3 ' ' ed-col-4
               delimited by size into contenu-comptes
           write LigneComptes

           close FComptes

           move 'ss-facture-ledger' to spool-programme
           move spaces to spool-parametres
           string 'comptes clients au ' date-jour
               delimited by size into spool-parametres
           move '../ext/ComptesClients.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-comptes-edites
           stop ' '
       .

       COMPTE-UNE-COMPAGNIE.
           move 0 to cpt-facture cpt-regle cpt-solde cpt-echu
           move 0 to fin-scan-fl
           move num-compagnie to fl-num-compagnie
           start FFactureDat key = fl-num-compagnie
               invalid key
                   move 1 to fin-scan-fl
           end-start
           perform with test after until (fin-scan-fl = 1)
               read FFactureDat next
                   at end
                       move 1 to fin-scan-fl
                   not at end
                       if fl-num-compagnie not = num-compagnie then
                           move 1 to fin-scan-fl
                       else
                           perform CUMULE-COMPTE-FACTURE
                       end-if
               end-read
           end-perform
           move 'C' to cpt-type
           move num-compagnie to cpt-num
           move nom-compagnie to cpt-nom
           perform ECRIT-LIGNE-COMPTE
       .

       COMPTE-UN-PARTICULIER.
           move 0 to cpt-facture cpt-regle cpt-solde cpt-echu
           move 0 to fin-scan-fp
           move pv-num to fp-num-client
           start FFactureClient key = fp-num-client
               invalid key
                   move 1 to fin-scan-fp
           end-start
           perform with test after until (fin-scan-fp = 1)
               read FFactureClient next
                   at end
                       move 1 to fin-scan-fp
                   not at end
                       if fp-num-client not = pv-num then
                           move 1 to fin-scan-fp
                       else
                           move fp-num-facture to fl-num
                           read FFactureDat
                               invalid key
                                   continue
                               not invalid key
                                   perform CUMULE-COMPTE-FACTURE
                           end-read
                       end-if
               end-read
           end-perform
           move 'P' to cpt-type
           move pv-num to cpt-num
           move pv-nom to cpt-nom
           perform ECRIT-LIGNE-COMPTE
       .

       CUMULE-COMPTE-FACTURE.
           if fl-statut = 'A' then
               exit paragraph
           end-if
           add fl-montant to cpt-facture
           add fl-montant-regle to cpt-regle
           if fl-montant > fl-montant-regle then
               compute solde-facture = fl-montant - fl-montant-regle
               add solde-facture to cpt-solde
               if fl-date-echeance < date-jour then
                   add solde-facture to cpt-echu
               end-if
           end-if
       .

       ECRIT-LIGNE-COMPTE.
           if cpt-facture = 0 then
               exit paragraph
           end-if
           add 1 to nb-comptes
           add cpt-facture to tot-cpt-facture
           add cpt-regle to tot-cpt-regle
           add cpt-solde to tot-cpt-solde
           add cpt-echu to tot-cpt-echu
           move cpt-facture to ed-col-1
           move cpt-regle to ed-col-2
           move cpt-solde to ed-col-3
           move cpt-echu to ed-col-4
           move spaces to contenu-comptes
           string cpt-type ' ' cpt-num ' ' cpt-nom(1:18) ' '
               ed-col-1 ' ' ed-col-2 ' ' ed-col-3 ' ' ed-col-4
               delimited by size into contenu-comptes
           write LigneComptes
       .

       EDITE-TVA-MENSUEL.
      * Totalise la TVA collectee sur les factures du mois, nette
      * des avoirs emis sur cette periode : le chiffre attendu par
      * la comptabilite pour la declaration.
           if lg-lot-periode = 0 then
               display a-plg-efface-ecran
               display a-plg-titre-global
               display s-plg-mois-tva
               accept s-plg-mois-tva
           end-if

           if mois-tva < 1 or mois-tva > 12 then
               if lg-lot-periode = 0 then
                   display a-plg-mois-invalide
                   stop ' '
               end-if
               exit paragraph
           end-if
           compute periode-tva = annee-tva * 100 + mois-tva

           open output FTvaRpt
           if ftva-status not = '00' then
               if lg-lot-periode = 0 then
                   display a-plg-modif-erreur
                   stop ' '
               end-if
               exit paragraph
           end-if

           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           move 1 to lg-lot-retour
           if lg-lot-periode = 0 then
               display a-plg-tva-editee
               stop ' '
           end-if
       .

       ECRIT-JOURNAL-REGLEMENT.
