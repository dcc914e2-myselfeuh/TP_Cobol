       program-id. ss-mandat-modif.

       input-output section.
           file-control.
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

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Mandat de prelevement SEPA signe par une compagnie : reference
      * unique du mandat (RUM), date de signature, compte a debiter
      * et type de sequence du prochain prelevement (FRST tant que le
      * premier n'est pas passe, RCUR ensuite). mn-statut : A = actif,
      * R = revoque (plus aucun prelevement).
       fd FMandat.
           01 enr-mandat.
               02 mn-num-compagnie pic 9(4).
               02 mn-reference     pic x(35).
               02 mn-date-signature pic 9(8).
               02 mn-iban          pic x(34).
               02 mn-bic           pic x(11).
               02 mn-sequence      pic x(4).
               02 mn-statut        pic x(1).

      * Nos propres coordonnees de creancier, un seul enregistrement :
      * raison sociale, identifiant creancier SEPA (ICS) et compte
      * credite par les remises.
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

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fmn-status               pic x(2).
       01 fcr-status               pic x(2).
       01 fco-status               pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 confirme-suppr           pic 9.
       01 resultat-date-valide     pic 9.
       01 mandat-existant          pic 9.
       01 date-jour                pic 9(8).

       01 id-compagnie             pic 9(4).

       01 nv-reference             pic x(35).
       01 nv-date-signature        pic 9(8).
       01 nv-iban                  pic x(34).
       01 nv-bic                   pic x(11).
       01 nv-sequence              pic x(4).
       01 nv-nom-creancier         pic x(30).
       01 nv-ics                   pic x(35).

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

       01 operation-journal        pic x(5).
       01 ancien-mandat            pic x(60).
       01 nouveau-mandat           pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.

      *----- Titres -----
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Mandats de prelevement SEPA -'.

      *----- Menu -----
       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Saisir ou modifier le mandat d''une compagnie'.
           02 line 4 col 2 value '2: Revoquer un mandat'.
           02 line 5 col 2 value '3: Lister les mandats'.
           02 line 6 col 2 value
               '4: Coordonnees du creancier (ICS, compte credite)'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

      *----- Recherche -----
       01 s-plg-id-compagnie.
           02 line 3 col 2 value 'Numero de compagnie : '.
           02 s-id-compagnie pic zzzz to id-compagnie required.
       01 a-plg-nom-compagnie.
           02 line 3 col 30 pic x(30) from nom-compagnie.

      * --------- Formulaires -----------
       01 a-plg-mandat-actuel.
           02 line 5 col 2 value 'Mandat actuel : '.
           02 a-mn-reference pic x(35) from mn-reference.
           02 line 6 col 2 value 'Signe le : '.
           02 a-mn-date pic 9(8) from mn-date-signature.
           02 line 6 col 30 value 'Sequence : '.
           02 a-mn-sequence pic x(4) from mn-sequence.
           02 line 6 col 50 value 'Statut : '.
           02 a-mn-statut pic x(1) from mn-statut.
           02 line 7 col 2 value 'IBAN : '.
           02 a-mn-iban pic x(34) from mn-iban.
           02 line 7 col 46 value 'BIC : '.
           02 a-mn-bic pic x(11) from mn-bic.

       01 s-plg-form-mandat-r.
           02 line 9 col 2 value 'Reference du mandat (RUM) : '.
           02 s-nv-reference pic x(35) to nv-reference required.
           02 line 10 col 2 value 'Date de signature (AAAAMMJJ) : '.
           02 s-nv-date pic 9(8) to nv-date-signature required.
           02 line 11 col 2 value 'IBAN du debiteur : '.
           02 s-nv-iban pic x(34) to nv-iban required.
           02 line 12 col 2 value 'BIC de sa banque : '.
           02 s-nv-bic pic x(11) to nv-bic required.
           02 line 13 col 2 value
               'Sequence (FRST premier prelevement, RCUR suivants) : '.
           02 s-nv-sequence pic x(4) to nv-sequence required.

       01 s-plg-form-mandat.
           02 line 9 col 2 value
               'Laisser a blanc pour conserver la valeur actuelle.'.
           02 line 10 col 2 value 'Nouvelle reference : '.
           02 s-nv-reference pic x(35) to nv-reference.
           02 line 11 col 2 value 'Nouvelle date de signature : '.
           02 s-nv-date pic 9(8) to nv-date-signature.
           02 line 12 col 2 value 'Nouvel IBAN : '.
           02 s-nv-iban pic x(34) to nv-iban.
           02 line 13 col 2 value 'Nouveau BIC : '.
           02 s-nv-bic pic x(11) to nv-bic.
           02 line 14 col 2 value 'Nouvelle sequence (FRST/RCUR) : '.
           02 s-nv-sequence pic x(4) to nv-sequence.

       01 a-plg-creancier-actuel.
           02 line 3 col 2 value 'Creancier : '.
           02 a-cr-nom pic x(30) from cr-nom.
           02 line 4 col 2 value 'ICS : '.
           02 a-cr-ics pic x(35) from cr-ics.
           02 line 5 col 2 value 'IBAN : '.
           02 a-cr-iban pic x(34) from cr-iban.
           02 line 5 col 46 value 'BIC : '.
           02 a-cr-bic pic x(11) from cr-bic.
       01 s-plg-form-creancier.
           02 line 7 col 2 value 'Raison sociale : '.
           02 s-nv-nom-creancier pic x(30) to nv-nom-creancier
               required.
           02 line 8 col 2 value 'Identifiant creancier SEPA : '.
           02 s-nv-ics pic x(35) to nv-ics required.
           02 line 9 col 2 value 'IBAN credite : '.
           02 s-nv-iban pic x(34) to nv-iban required.
           02 line 10 col 2 value 'BIC : '.
           02 s-nv-bic pic x(11) to nv-bic required.

      *----- Confirmation de revocation -----
       01 s-plg-confirme-suppr.
           02 line 9 col 2 value
               '1-Confirmer la revocation / 9-Annuler : '.
           02 s-confirme-suppr pic 9 to confirme-suppr required.

      *----- Liste -----
       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Cie'.
           02 line 3 col 7 value 'Reference'.
           02 line 3 col 33 value 'Signe le'.
           02 line 3 col 43 value 'Seq.'.
           02 line 3 col 48 value 'St'.
           02 line 3 col 51 value 'IBAN'.
       01 a-plg-mandat-data.
           02 a-l-cie line i col 2 pic 9(4) from mn-num-compagnie.
           02 a-l-ref line i col 7 pic x(25) from mn-reference.
           02 a-l-date line i col 33 pic 9(8) from mn-date-signature.
           02 a-l-seq line i col 43 pic x(4) from mn-sequence.
           02 a-l-statut line i col 48 pic x(1) from mn-statut.
           02 a-l-iban line i col 51 pic x(27) from mn-iban.

      *------ Messages utilisateur ------
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-compagnie-introuvable.
           02 line 20 col 1 value 'Compagnie introuvable.'.
       01 a-plg-mandat-introuvable.
           02 line 20 col 1 value 'Aucun mandat pour cette compagnie.'.
       01 a-plg-mandat-deja-revoque.
           02 line 20 col 1 value 'Mandat deja revoque.'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value
               'Date de signature invalide ou dans le futur.'.
       01 a-plg-iban-invalide.
           02 line 20 col 1 value
               'IBAN invalide (cle de controle fausse).'.
       01 a-plg-sequence-invalide.
           02 line 20 col 1 value 'Sequence attendue : FRST ou RCUR.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun mandat.'.
       01 a-plg-suppr-annulee.
           02 line 20 col 1 value 'Revocation annulee.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FMandat
       if fmn-status = '35' then
           open output FMandat
           close FMandat
           open i-o FMandat
       end-if
       open input FCompagnie
       if fmn-status not = '00' or fco-status not = '00' then
           display a-error-open
           stop ' '
           close FMandat
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
               when 1 perform SAISIT-MANDAT
               when 2 perform REVOQUE-MANDAT
               when 3 perform LISTE-MANDATS
               when 4 perform SAISIT-CREANCIER
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FMandat
       close FCompagnie
       close FJournal

       goback
       .

       LIT-COMPAGNIE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-compagnie
           accept s-plg-id-compagnie

           move id-compagnie to num-compagnie
           read FCompagnie
           invalid key
               move 0 to num-compagnie
               display a-plg-compagnie-introuvable
           not invalid key
               display a-plg-nom-compagnie
           end-read
       .

       SAISIT-MANDAT.
      * Un mandat par compagnie : la saisie cree le mandat ou le
      * remplace champ par champ. Un mandat revoque puis ressaisi
      * redevient actif et repart en FRST.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if

           move id-compagnie to mn-num-compagnie
           read FMandat
           invalid key
               move 0 to mandat-existant
           not invalid key
               move 1 to mandat-existant
               display a-plg-mandat-actuel
           end-read

           move spaces to nv-reference nv-iban nv-bic nv-sequence
           move 0 to nv-date-signature
           if mandat-existant = 0 then
               display s-plg-form-mandat-r
               accept s-plg-form-mandat-r
               move spaces to ancien-mandat
               move id-compagnie to mn-num-compagnie
               move spaces to mn-reference mn-iban mn-bic
               move 0 to mn-date-signature
               move 'FRST' to mn-sequence
           else
               display s-plg-form-mandat
               accept s-plg-form-mandat
               perform DECRIT-MANDAT-ANCIEN
               if mn-statut = 'R' then
                   move 'FRST' to mn-sequence
               end-if
           end-if

           if nv-reference not = spaces and low-value then
               move function upper-case(nv-reference) to mn-reference
           end-if
           if nv-date-signature not = zeros then
               move nv-date-signature to mn-date-signature
           end-if
           if nv-iban not = spaces and low-value then
               move nv-iban to iban-saisi
               perform CONTROLE-IBAN
               if iban-valide = 0 then
                   display a-plg-iban-invalide
                   stop ' '
                   exit paragraph
               end-if
               move iban-compact to mn-iban
           end-if
           if nv-bic not = spaces and low-value then
               move function upper-case(nv-bic) to mn-bic
           end-if
           if nv-sequence not = spaces and low-value then
               move function upper-case(nv-sequence) to nv-sequence
               if nv-sequence not = 'FRST'
               and nv-sequence not = 'RCUR' then
                   display a-plg-sequence-invalide
                   stop ' '
                   exit paragraph
               end-if
               move nv-sequence to mn-sequence
           end-if

           call 'ss-date-valide' using mn-date-signature
               resultat-date-valide
           if resultat-date-valide not = 0
           or mn-date-signature > date-jour then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           move 'A' to mn-statut

           if mandat-existant = 0 then
               write enr-mandat
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   move 'AJOUT' to operation-journal
                   perform DECRIT-MANDAT-NOUVEAU
                   perform ECRIT-JOURNAL
                   display a-plg-modif-succes
               end-write
           else
               rewrite enr-mandat
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   move 'MODIF' to operation-journal
                   perform DECRIT-MANDAT-NOUVEAU
                   perform ECRIT-JOURNAL
                   display a-plg-modif-succes
               end-rewrite
           end-if

           stop ' '
       .

       REVOQUE-MANDAT.
      * Le mandat n'est pas supprime : il reste la reference des
      * prelevements deja remis et des rejets qui peuvent encore
      * revenir de la banque.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if

           move id-compagnie to mn-num-compagnie
           read FMandat
           invalid key
               display a-plg-mandat-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-mandat-actuel
           if mn-statut = 'R' then
               display a-plg-mandat-deja-revoque
               stop ' '
               exit paragraph
           end-if

           display s-plg-confirme-suppr
           accept s-plg-confirme-suppr
           if confirme-suppr not = 1 then
               display a-plg-suppr-annulee
               stop ' '
               exit paragraph
           end-if

           perform DECRIT-MANDAT-ANCIEN
           move 'R' to mn-statut
           rewrite enr-mandat
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'REVOC' to operation-journal
               perform DECRIT-MANDAT-NOUVEAU
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-rewrite

           stop ' '
       .

       LISTE-MANDATS.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move 0 to mn-num-compagnie
           move 0 to fin-scan
           start FMandat key > mn-num-compagnie
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FMandat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if i < 20 then
                           display a-plg-mandat-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       SAISIT-CREANCIER.
           display a-plg-efface-ecran
           display a-plg-titre-global

           move spaces to enr-creancier
           open input FCreancier
           if fcr-status = '00' then
               read FCreancier
                   at end
                       move spaces to enr-creancier
               end-read
               close FCreancier
           end-if
           display a-plg-creancier-actuel

           display s-plg-form-creancier
           accept s-plg-form-creancier

           move nv-iban to iban-saisi
           perform CONTROLE-IBAN
           if iban-valide = 0 then
               display a-plg-iban-invalide
               stop ' '
               exit paragraph
           end-if

           move spaces to ancien-mandat
           string cr-ics ' ' cr-iban
               delimited by size into ancien-mandat

           move function upper-case(nv-nom-creancier) to cr-nom
           move function upper-case(nv-ics) to cr-ics
           move iban-compact to cr-iban
           move function upper-case(nv-bic) to cr-bic

           open output FCreancier
           if fcr-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           write enr-creancier
           close FCreancier

           move 'MODIF' to operation-journal
           move spaces to nouveau-mandat
           string cr-ics ' ' cr-iban
               delimited by size into nouveau-mandat
           move 0 to mn-num-compagnie
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

       DECRIT-MANDAT-ANCIEN.
           move spaces to ancien-mandat
           string mn-reference(1:20) ' ' mn-date-signature
               ' ' mn-sequence ' ' mn-statut ' ' mn-iban(1:14)
               delimited by size into ancien-mandat
       .

       DECRIT-MANDAT-NOUVEAU.
           move spaces to nouveau-mandat
           string mn-reference(1:20) ' ' mn-date-signature
               ' ' mn-sequence ' ' mn-statut ' ' mn-iban(1:14)
               delimited by size into nouveau-mandat
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'MANDAT' ' | ' operation-journal
               ' | id=' mn-num-compagnie
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ancien=' ancien-mandat
               ' | nouveau=' nouveau-mandat
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-mandat-modif.
