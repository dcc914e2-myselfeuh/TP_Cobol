       program-id. ss-frais-annul.

       input-output section.
           file-control.
           select FFraisAnnul assign to "../ext/FraisAnnulation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fn-num-affect
                   alternate record key is fn-num-compagnie
                       with duplicates
               status ffn-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
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

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 ffn-status               pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).

       01 id-affect                pic 9(6).
       01 confirme-remise          pic 9.
       01 nv-motif-remise          pic x(30).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Remise de frais d''annulation -'.

       01 s-plg-id-affect.
           02 line 3 col 2 value 'Numero d''affectation (0=fin) : '.
           02 s-id-affect pic zzzzzz to id-affect required.

       01 a-plg-frais-data.
           02 line 5 col 2 value 'Compagnie : '.
           02 a-cie pic 9(4) from fn-num-compagnie.
           02 line 5 col 22 value 'Annulee le '.
           02 a-date pic 9999/99/99 from fn-date-annulation.
           02 line 5 col 46 value 'Preavis (h) : '.
           02 a-delai pic zzzz9 from fn-delai-heures.
           02 line 6 col 2 value 'Prix de l''affectation : '.
           02 a-base pic zzzzzzz9.99 from fn-montant-base.
           02 line 7 col 2 value 'Frais : '.
           02 a-taux pic zz9 from fn-taux.
           02 line 7 col 14 value '% soit '.
           02 a-montant pic zzzzzzz9.99 from fn-montant.
           02 line 8 col 2 value 'Statut : '.
           02 a-statut pic x(1) from fn-statut.
           02 line 8 col 14 value
               '(C a facturer, F facture, R remis)'.
       01 a-plg-frais-remis.
           02 line 9 col 2 value 'Remis par '.
           02 a-oper pic x(8) from fn-oper-remise.
           02 line 9 col 22 value ': '.
           02 a-motif pic x(30) from fn-motif-remise.
       01 a-plg-frais-facture.
           02 line 9 col 2 value 'Facture '.
           02 a-facture pic 9(6) from fn-num-facture.
           02 line 9 col 18 value 'periode '.
           02 a-periode pic 9(6) from fn-periode.

       01 s-plg-remise.
           02 line 11 col 2 value 'Motif de la remise : '.
           02 s-motif pic x(30) to nv-motif-remise required.
           02 line 12 col 2 value
               '1-Remettre le frais / 9-Annuler : '.
           02 s-confirme pic 9 to confirme-remise required.

       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value
               'Remise de frais reservee au superviseur.'.
       01 a-plg-frais-introuvable.
           02 line 20 col 1 value
               'Aucun frais d''annulation pour cette affectation.'.
       01 a-plg-frais-non-remissible.
           02 line 20 col 1 value
               'Frais deja facture ou remis : passer par un avoir.'.
       01 a-plg-remise-annulee.
           02 line 20 col 1 value 'Remise annulee.'.
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

      * Seul un superviseur peut renoncer a un frais d'annulation
      * (geste commercial, annulation de force majeure...) tant
      * qu'il n'est pas facture. Chaque remise est tracee au
      * journal avec le montant et le motif.

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

       if session-role not = 'S' then
           display a-plg-titre-global
           display a-plg-reserve-superviseur
           stop ' '
           goback
       end-if

       open i-o FFraisAnnul
       if ffn-status = '35' then
           open output FFraisAnnul
           close FFraisAnnul
           open i-o FFraisAnnul
       end-if
       if ffn-status not = '00' then
           display a-error-open
           stop ' '
           goback
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if

       perform with test after until id-affect = 0
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-affect
           accept s-plg-id-affect
           if id-affect not = 0 then
               perform REMET-FRAIS
           end-if
       end-perform

       close FFraisAnnul
       close FJournal
       goback
       .

       REMET-FRAIS.
           move id-affect to fn-num-affect
           read FFraisAnnul
           invalid key
               display a-plg-frais-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-frais-data

           if fn-statut = 'R' then
               display a-plg-frais-remis
           end-if
           if fn-statut = 'F' then
               display a-plg-frais-facture
           end-if
           if fn-statut not = 'C' then
               display a-plg-frais-non-remissible
               stop ' '
               exit paragraph
           end-if

           display s-plg-remise
           accept s-plg-remise
           if confirme-remise not = 1 then
               display a-plg-remise-annulee
               stop ' '
               exit paragraph
           end-if

           move 'R' to fn-statut
           move session-code to fn-oper-remise
           move nv-motif-remise to fn-motif-remise
           rewrite enr-frais-annul
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'FRAIS-ANNUL' ' | ' 'REMISE'
               ' | id=' fn-num-affect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | compagnie=' fn-num-compagnie
               ' | montant=' fn-montant
               ' | motif=' fn-motif-remise
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-frais-annul.
