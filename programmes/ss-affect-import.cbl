                       with duplicates
               status FAbsenceStatus.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FCompteurs assign to "../ext/Compteurs.dat"
               organization is indexed
               access mode is dynamic
               02 ab-date-debut    pic 9(8).
               02 ab-date-fin      pic 9(8).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       fd FCompteurs.
           01 enr-compteurs.
               02 ct-id                pic 9(1).
       working-storage section.
       01 fimp-status              pic x(2).
       01 FCompteursStatus         pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).
       01 delta-compteur           pic s9(4) comp.

       01 frej-status              pic x(2).
       01 code-rejet               pic x(20).
       01 ligne-rejetee            pic 9.

      *----- Controle de credit de la compagnie du bus -----
       01 nb-avert-credit          pic 9(5).
       01 imp-heure-debut          pic 9(4) value 0.
       01 imp-heure-fin            pic 9(4) value 2400.
       01 credit-compagnie         pic 9(4).
       01 credit-montant           pic 9(8)v99.
       01 credit-encours           pic 9(9)v99.
       01 credit-plafond           pic 9(8)v99.
       01 credit-retour            pic 9.
       01 credit-derogee           pic 9.
       01 credit-choix             pic 9.

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-affect-import'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 9 col 2 value 'Rejetees : '.
           02 a-nb-rejetees line 9 col 18 pic zzzz9
               from nb-rejetees.
           02 line 10 col 2 value 'Plafond de credit depasse : '.
           02 a-nb-avert-credit line 10 col 31 pic zzzz9
               from nb-avert-credit.

       01 a-plg-credit-bloque.
           02 line 12 col 2 value 'Compagnie '.
           02 a-credit-cie line 12 col 12 pic 9(4)
               from credit-compagnie.
           02 line 12 col 17 value 'bloquee pour la ligne :'.
           02 a-ligne-bloquee line 13 col 2 pic x(60)
               from ligne-import.
       01 s-plg-credit-derogation.
           02 line 14 col 2 value
               '1-Deroger (superviseur) / 9-Rejeter la ligne : '.
           02 s-credit-choix pic 9 to credit-choix required.

       01 a-plg-import-absent.
           02 line 7 col 2 value

       procedure division.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       display a-plg-titre-global
       display a-plg-explication


       open output FRejets

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

       move 0 to nb-avert-credit
       move 0 to nb-lues
       move 0 to nb-creees
       move 0 to nb-rejetees
       close fAffectation
       close FChaufNouv
       close FBus
       close FJournal
       if absence-fichier-absent = 0 then
           close FAbsence
       end-if
       move nb-creees to delta-compteur
       perform MAJ-COMPTEUR-AFFECT

       move nb-lues to stat-nb-lus
       move nb-creees to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '
      * manuelle : existence et statut du chauffeur, existence du
      * bus, capacite, categorie de permis, ordre des dates, absence
      * declaree et double reservation. Le premier controle en echec
      * donne son code de motif a la ligne de rejet. La compagnie
      * du bus est enfin controlee : bloquee, la ligne est rejetee
      * sauf derogation d'un superviseur ; au-dela de son plafond,
      * la ligne passe et est comptee en avertissement.
           move 0 to ligne-rejetee
           move 0 to credit-derogee
           move spaces to code-rejet

           perform DECOUPE-LIGNE
           if ligne-rejetee = 0 then
               perform CONTROLE-ABSENCE
           end-if
           if ligne-rejetee = 0 then
               perform CONTROLE-CREDIT
           end-if

           if ligne-rejetee = 1 then
               add 1 to nb-rejetees
               write ligne-rejet
           else
               add 1 to nb-creees
               if credit-derogee = 1 then
                   perform JOURNALISE-DEROGATION-CREDIT
               end-if
      *        l'index par date suit chaque affectation creee
               call 'ss-affect-index' using idx-operation numAffect
                   idx-date-zero idx-date-zero
           end-if
       .

       CONTROLE-CREDIT.
           close fAffectation
           call 'ss-credit-affect' using imp-num-bus imp-date-debut
               imp-date-fin imp-heure-debut imp-heure-fin
               credit-compagnie credit-montant credit-encours
               credit-plafond credit-retour
           open i-o fAffectation

           if credit-retour = 1 then
               add 1 to nb-avert-credit
           end-if
           if credit-retour = 2 then
               move 1 to ligne-rejetee
               move 'ERR-CREDIT-BLOQUE' to code-rejet
               if session-role = 'S' then
                   display a-plg-credit-bloque
                   display s-plg-credit-derogation
                   accept s-plg-credit-derogation
                   if credit-choix = 1 then
                       move 0 to ligne-rejetee
                       move spaces to code-rejet
                       move 1 to credit-derogee
                   end-if
               end-if
           end-if
       .

       JOURNALISE-DEROGATION-CREDIT.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'CREDIT' ' | ' 'DEROGATION'
               ' | id=' numAffect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | compagnie=' credit-compagnie
               ' | encours=' credit-encours
               ' | plafond=' credit-plafond
               ' | import'
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-affect-import.
