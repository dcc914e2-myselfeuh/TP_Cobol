       program-id. ss-credit-modif.

       input-output section.
           file-control.
           select FCredit assign to "../ext/CompagnieCredit.dat"
               organization is indexed
               access mode is dynamic
                   record key is cc-num-compagnie
               status fcc-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

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
      * Plafond d'encours accorde a la compagnie (0 = sans plafond)
      * et blocage des nouvelles reservations (cc-bloque = 'O').
       fd FCredit.
           01 enr-credit.
               02 cc-num-compagnie pic 9(4).
               02 cc-plafond       pic 9(8)v99.
               02 cc-bloque        pic x(1).
               02 cc-date-blocage  pic 9(8).
               02 cc-motif-blocage pic x(30).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

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
       01 fcc-status               pic x(2).
       01 fco-status               pic x(2).
       01 ffl-status               pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 nom-rapport              pic x(40).

       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-fl              pic 9.
       01 id-compagnie             pic 9(4).
       01 credit-existant          pic 9.
       01 date-jour                pic 9(8).
       01 entier-limite            pic 9(7).
       01 date-limite-retard       pic 9(8).

       01 nv-plafond               pic 9(8)v99.
       01 nv-bloque                pic x(1).
       01 nv-motif-blocage         pic x(30).
       01 ancien-credit            pic x(30).
       01 nouveau-credit           pic x(30).

      *----- Encours (calcule par ss-credit-controle) -----
       01 montant-nul              pic 9(8)v99 value 0.
       01 encours                  pic 9(9)v99.
       01 plafond                  pic 9(8)v99.
       01 retour-credit            pic 9.
       01 nb-retard-90             pic 9(3).
       01 nb-lignes-etat           pic 9(4).
       01 ed-encours               pic zzzzzzzz9.99.
       01 ed-plafond               pic zzzzzzz9.99.
       01 marque-etat              pic x(10).
       01 nom-etat                 pic x(30).

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
               '- Plafond de credit et blocage des compagnies -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Plafond et blocage d''une compagnie'.
           02 line 4 col 2 value
               '2: Etat des encours (plafonds, retards > 90 jours)'.
           02 line 6 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 8 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-id-compagnie.
           02 line 3 col 2 value 'Numero de compagnie : '.
           02 s-id-compagnie pic zzzz to id-compagnie required.
       01 a-plg-nom-compagnie.
           02 line 3 col 30 pic x(30) from nom-compagnie.

       01 a-plg-credit-actuel.
           02 line 5 col 2 value 'Plafond actuel (0 = aucun) : '.
           02 a-cc-plafond pic zzzzzzz9.99 from cc-plafond.
           02 line 6 col 2 value 'Bloquee : '.
           02 a-cc-bloque pic x(1) from cc-bloque.
           02 line 6 col 20 value 'depuis '.
           02 a-cc-date pic 9999/99/99 from cc-date-blocage.
           02 line 6 col 40 pic x(30) from cc-motif-blocage.
           02 line 7 col 2 value 'Encours actuel : '.
           02 a-encours pic zzzzzzzz9.99 from encours.

       01 s-plg-form-credit.
           02 line 9 col 2 value 'Nouveau plafond (0 = aucun) : '.
           02 s-nv-plafond pic zzzzzzz9.99 to nv-plafond required.
           02 line 10 col 2 value 'Bloquer (O/N) : '.
           02 s-nv-bloque pic x(1) to nv-bloque required.
           02 line 11 col 2 value 'Motif du blocage : '.
           02 s-nv-motif pic x(30) to nv-motif-blocage.

       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Rapport edite : '.
           02 a-nom-rapport pic x(40) from nom-rapport.

       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-compagnie-introuvable.
           02 line 20 col 1 value 'Compagnie introuvable.'.
       01 a-plg-bloque-invalide.
           02 line 20 col 1 value 'Blocage attendu : O ou N.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FCredit
       if fcc-status = '35' then
           open output FCredit
           close FCredit
           open i-o FCredit
       end-if
       open input FCompagnie
       if fcc-status not = '00' or fco-status not = '00' then
           display a-error-open
           stop ' '
           close FCredit
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
               when 1 perform SAISIT-CREDIT
               when 2 perform EDITE-ENCOURS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FCredit
       close FCompagnie
       close FJournal

       goback
       .

       SAISIT-CREDIT.
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
           display a-plg-nom-compagnie

           move id-compagnie to cc-num-compagnie
           read FCredit
           invalid key
               move 0 to credit-existant
               move 0 to cc-plafond
               move 'N' to cc-bloque
               move 0 to cc-date-blocage
               move spaces to cc-motif-blocage
           not invalid key
               move 1 to credit-existant
           end-read
           move spaces to ancien-credit
           string cc-plafond '/' cc-bloque
               delimited by size into ancien-credit

      *    les fichiers sont rendus le temps du calcul
           close FCredit
           close FCompagnie
           call 'ss-credit-controle' using id-compagnie montant-nul
               encours plafond retour-credit
           open input FCompagnie
           open i-o FCredit
           move id-compagnie to cc-num-compagnie
           read FCredit
           invalid key
               continue
           end-read
           display a-plg-credit-actuel

           move spaces to nv-motif-blocage
           display s-plg-form-credit
           accept s-plg-form-credit
           move function upper-case(nv-bloque) to nv-bloque
           if nv-bloque not = 'O' and nv-bloque not = 'N' then
               display a-plg-bloque-invalide
               stop ' '
               exit paragraph
           end-if

           move id-compagnie to cc-num-compagnie
           move nv-plafond to cc-plafond
           if nv-bloque = 'O' and cc-bloque not = 'O' then
               move date-jour to cc-date-blocage
           end-if
           if nv-bloque = 'N' then
               move 0 to cc-date-blocage
               move spaces to cc-motif-blocage
           end-if
           move nv-bloque to cc-bloque
           if nv-bloque = 'O' and nv-motif-blocage not = spaces then
               move nv-motif-blocage to cc-motif-blocage
           end-if

           if credit-existant = 1 then
               rewrite enr-credit
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           else
               write enr-credit
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-write
           end-if

           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       EDITE-ENCOURS.
      * Pour chaque compagnie : plafond, encours, depassement,
      * blocage, et nombre de factures en retard de plus de 90
      * jours (celles qui motivent un blocage).
           move '../ext/EncoursCredit.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           compute entier-limite =
               function integer-of-date(date-jour) - 90
           move function date-of-integer(entier-limite)
               to date-limite-retard

           move spaces to contenu-rapport
           string '----- Encours des compagnies au ' date-jour
               ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Cie  Nom                       Plafond       Encours'
               & '  Ret>90 Etat' to contenu-rapport
           write LigneRapport

           move 0 to nb-lignes-etat
           close FCredit
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
                       move num-compagnie to id-compagnie
                       move nom-compagnie to nom-etat
                       close FCompagnie
                       perform EDITE-ENCOURS-COMPAGNIE
                       open input FCompagnie
                       move id-compagnie to num-compagnie
                       start FCompagnie key > num-compagnie
                           invalid key
                               move 1 to fin-scan
                       end-start
               end-read
           end-perform
           open i-o FCredit

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Compagnies listees : ' nb-lignes-etat
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-credit-modif' to spool-programme
           move spaces to spool-parametres
           string 'encours des compagnies au ' date-jour
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       EDITE-ENCOURS-COMPAGNIE.
           call 'ss-credit-controle' using id-compagnie montant-nul
               encours plafond retour-credit

           move 0 to nb-retard-90
           open input FFactureDat
           if ffl-status = '00' then
               move 0 to fin-scan-fl
               move id-compagnie to fl-num-compagnie
               start FFactureDat key = fl-num-compagnie
                   invalid key
                       move 1 to fin-scan-fl
               end-start
               perform with test after until (fin-scan-fl = 1)
                   read FFactureDat next
                       at end
                           move 1 to fin-scan-fl
                       not at end
                           if fl-num-compagnie not = id-compagnie
                           then
                               move 1 to fin-scan-fl
                           else
                               if (fl-statut = 'O' or fl-statut = 'S')
                               and fl-date-echeance <
                                   date-limite-retard then
                                   add 1 to nb-retard-90
                               end-if
                           end-if
                   end-read
               end-perform
               close FFactureDat
           end-if

           if encours = 0 and plafond = 0 and retour-credit = 0
           and nb-retard-90 = 0 then
               exit paragraph
           end-if

           evaluate retour-credit
               when 2 move 'BLOQUEE' to marque-etat
               when 1 move 'DEPASSE' to marque-etat
               when other move spaces to marque-etat
           end-evaluate
           move encours to ed-encours
           move plafond to ed-plafond
           add 1 to nb-lignes-etat
           move spaces to contenu-rapport
           string id-compagnie ' ' nom-etat(1:22) ' '
               ed-plafond ' ' ed-encours '  ' nb-retard-90 '    '
               marque-etat
               delimited by size into contenu-rapport
           write LigneRapport
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to nouveau-credit
           string cc-plafond '/' cc-bloque
               delimited by size into nouveau-credit

           move spaces to ligne-journal
           string
               'CREDIT' ' | ' 'MODIF'
               ' | id=' cc-num-compagnie
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ancien=' ancien-credit
               ' | nouveau=' nouveau-credit
               ' | motif=' cc-motif-blocage
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-credit-modif.
