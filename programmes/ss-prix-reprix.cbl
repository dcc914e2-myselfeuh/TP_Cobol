       program-id. ss-prix-reprix.

       input-output section.
           file-control.
           select FPrixAffect assign to "../ext/PrixAffect.dat"
               organization is indexed
               access mode is dynamic
                   record key is px-num-affect
               status fpx-status.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
       fd FPrixAffect.
           01 enr-prix-affect.
               02 px-num-affect    pic 9(6).
               02 px-taux-jour     pic 9(4)v99.
               02 px-pct-dimanche  pic 9(3).
               02 px-pct-ferie     pic 9(3).
               02 px-pct-nuit      pic 9(3).
               02 px-date-gel      pic 9(8).
               02 px-origine       pic x(1).
               02 px-oper          pic x(8).

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

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fpx-status               pic x(2).
       01 fstatus                  pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).

       01 id-affect                pic 9(6).
       01 prix-existant            pic 9.
       01 confirme-reprix          pic 9.
       01 date-jour                pic 9(8).

       01 nv-taux-jour             pic 9(4)v99.
       01 nv-pct-dimanche          pic 9(3).
       01 nv-pct-ferie             pic 9(3).
       01 nv-pct-nuit              pic 9(3).

       01 ancien-prix              pic x(30).
       01 nouveau-prix             pic x(30).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Reprix d''une affectation confirmee -'.

       01 s-plg-id-affect.
           02 line 3 col 2 value 'Numero d''affectation (0=fin) : '.
           02 s-id-affect pic zzzzzz to id-affect required.

       01 a-plg-affect-data.
           02 line 5 col 2 value 'Bus : '.
           02 a-bus pic 9(6) from numBusA.
           02 line 5 col 20 value 'Du '.
           02 a-deb pic 9999/99/99 from dateDebAffectA.
           02 line 5 col 36 value 'au '.
           02 a-fin pic 9999/99/99 from dateFinAffectA.
           02 line 5 col 52 value 'Statut : '.
           02 a-statut pic x(1) from statutA.

       01 a-plg-prix-actuel.
           02 line 7 col 2 value 'Prix fige le '.
           02 a-date-gel pic 9999/99/99 from px-date-gel.
           02 line 7 col 26 value 'par '.
           02 a-oper pic x(8) from px-oper.
           02 line 7 col 40 value 'origine '.
           02 a-origine pic x(1) from px-origine.
           02 line 8 col 2 value 'Taux jour : '.
           02 a-taux pic zzz9.99 from px-taux-jour.
           02 line 8 col 24 value 'Dim. % '.
           02 a-dim pic zz9 from px-pct-dimanche.
           02 line 8 col 36 value 'Ferie % '.
           02 a-fer pic zz9 from px-pct-ferie.
           02 line 8 col 49 value 'Nuit % '.
           02 a-nuit pic zz9 from px-pct-nuit.
       01 a-plg-prix-absent.
           02 line 7 col 2 value
               'Aucun prix fige : l''affectation suit le tarif '
               &'courant.'.

       01 s-plg-nouveau-prix.
           02 line 10 col 2 value 'Nouveau taux jour : '.
           02 s-taux pic zzz9.99 to nv-taux-jour required.
           02 line 11 col 2 value 'Majoration dimanche % : '.
           02 s-dim pic zz9 to nv-pct-dimanche required.
           02 line 12 col 2 value 'Majoration ferie % : '.
           02 s-fer pic zz9 to nv-pct-ferie required.
           02 line 13 col 2 value 'Majoration nuit % : '.
           02 s-nuit pic zz9 to nv-pct-nuit required.
       01 s-plg-confirme.
           02 line 15 col 2 value
               '1-Confirmer le nouveau prix / 9-Annuler : '.
           02 s-confirme pic 9 to confirme-reprix required.

       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value 'Reprix reserve au superviseur.'.
       01 a-plg-affect-introuvable.
           02 line 20 col 1 value 'Affectation introuvable.'.
       01 a-plg-reprix-annule.
           02 line 20 col 1 value 'Reprix annule.'.
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

      * Seul un superviseur peut changer un prix convenu : geste
      * commercial, erreur de saisie du devis... Chaque reprix est
      * trace au journal avec l'ancien et le nouveau prix.

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

       open i-o FPrixAffect
       if fpx-status = '35' then
           open output FPrixAffect
           close FPrixAffect
           open i-o FPrixAffect
       end-if
       open input fAffectation
       if fpx-status not = '00' or fstatus not = '00' then
           display a-error-open
           stop ' '
           close FPrixAffect
           close fAffectation
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
               perform REPRIX-AFFECTATION
           end-if
       end-perform

       close FPrixAffect
       close fAffectation
       close FJournal
       goback
       .

       REPRIX-AFFECTATION.
           move id-affect to numAffect
           read fAffectation
           invalid key
               display a-plg-affect-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-affect-data

           move id-affect to px-num-affect
           read FPrixAffect
           invalid key
               move 0 to prix-existant
               move spaces to ancien-prix
               display a-plg-prix-absent
           not invalid key
               move 1 to prix-existant
               move spaces to ancien-prix
               string px-taux-jour '/' px-pct-dimanche '/'
                   px-pct-ferie '/' px-pct-nuit
                   delimited by size into ancien-prix
               display a-plg-prix-actuel
           end-read

           display s-plg-nouveau-prix
           accept s-plg-nouveau-prix
           display s-plg-confirme
           accept s-plg-confirme
           if confirme-reprix not = 1 then
               display a-plg-reprix-annule
               stop ' '
               exit paragraph
           end-if

           accept date-jour from date yyyymmdd
           move id-affect to px-num-affect
           move nv-taux-jour to px-taux-jour
           move nv-pct-dimanche to px-pct-dimanche
           move nv-pct-ferie to px-pct-ferie
           move nv-pct-nuit to px-pct-nuit
           move date-jour to px-date-gel
           move 'R' to px-origine
           move session-code to px-oper

           if prix-existant = 1 then
               rewrite enr-prix-affect
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           else
               write enr-prix-affect
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

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to nouveau-prix
           string px-taux-jour '/' px-pct-dimanche '/'
               px-pct-ferie '/' px-pct-nuit
               delimited by size into nouveau-prix

           move spaces to ligne-journal
           string
               'PRIX' ' | ' 'REPRIX'
               ' | id=' px-num-affect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ancien=' ancien-prix
               ' | nouveau=' nouveau-prix
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-prix-reprix.
