       program-id. ss-sceau-controle.

       input-output section.
           file-control.
           select FSceau assign to "../ext/Scellement.dat"
               organization is indexed
               access mode is dynamic
                   record key is sc-seq
                   alternate record key is sc-piece
               status fsc-status.

           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

           select FAvoir assign to "../ext/Avoir.dat"
               organization is indexed
               access mode is dynamic
                   record key is av-num
                   alternate record key is av-num-affect
                       with duplicates
               status fav-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FControle assign to "../ext/ControleSceau.dat"
               organization is sequential
               status fcs-status.

           select FRapport assign to "../ext/CertificatScellement.txt"
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
       fd FSceau.
           01 enr-sceau.
               02 sc-seq           pic 9(8).
               02 sc-piece.
                   03 sc-type       pic x(1).
                   03 sc-num        pic 9(6).
               02 sc-date          pic 9(8).
               02 sc-heure         pic 9(8).
               02 sc-contenu       pic x(120).
               02 sc-empreinte-prec pic 9(12).
               02 sc-empreinte     pic 9(12).

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

       fd FAvoir.
           01 enr-avoir.
               02 av-num           pic 9(6).
               02 av-num-affect    pic 9(6).
               02 av-num-compagnie pic 9(4).
               02 av-periode       pic 9(6).
               02 av-date          pic 9(8).
               02 av-num-facture   pic 9(6).
               02 av-jours         pic 9(4).
               02 av-taux          pic 9(4)v99.
               02 av-montant-ht    pic 9(8)v99.
               02 av-montant-tva   pic 9(8)v99.
               02 av-montant       pic 9(8)v99.
               02 av-motif         pic x(40).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

      * Resultat du dernier controle, lu par le briefing du matin :
      * cs-resultat 'O' = conforme, 'N' = anomalies.
       fd FControle.
           01 enr-controle.
               02 cs-date          pic 9(8).
               02 cs-heure         pic 9(8).
               02 cs-resultat      pic x(1).
               02 cs-nb-anomalies  pic 9(5).
               02 cs-nb-sceaux     pic 9(8).
               02 cs-signature     pic 9(12).

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
       01 fsc-status               pic x(2).
       01 ffl-status               pic x(2).
       01 fav-status               pic x(2).
       01 fpa-status               pic x(2).
       01 fcs-status               pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 avoir-fichier-absent     pic 9.
       01 registre-absent          pic 9.
       01 controle-deja-fait       pic 9.

       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).
       01 fin-scan                 pic 9.
       01 cle-sceau                pic 9(8) value 19730211.
       01 donnees-sceau            pic x(200).
       01 empreinte-calculee       pic 9(12).
       01 empreinte-precedente     pic 9(12).
       01 seq-attendue             pic 9(8).
       01 num-precedent            pic 9(6).
       01 num-manquant-debut       pic 9(6).
       01 num-manquant-fin         pic 9(6).
       01 contenu-actuel           pic x(120).

      *----- Compteurs du certificat -----
       01 nb-sceaux                pic 9(8).
       01 nb-factures              pic 9(6).
       01 nb-avoirs                pic 9(6).
       01 nb-anomalies             pic 9(5).
       01 nb-scelles-initial       pic 9(6).
       01 resultat-controle        pic x(1).
       01 verdict                  pic x(14).
       01 signature-certificat     pic 9(12).

      *----- Scellement initial du stock existant -----
       01 sceau-type               pic x(1).
       01 sceau-piece              pic x(120).
       01 sceau-retour             pic 9.

       01 libelle-anomalie         pic x(50).
       01 piece-anomalie           pic x(7).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-sceau-controle'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Controle du scellement des factures -'.

       01 a-plg-resultat.
           02 line 3 col 2 value 'Sceaux verifies : '.
           02 a-nb-sceaux line 3 col 30 pic zzzzzzz9 from nb-sceaux.
           02 line 4 col 2 value 'Factures controlees : '.
           02 a-nb-factures line 4 col 33 pic zzzzz9
               from nb-factures.
           02 line 5 col 2 value 'Avoirs controles : '.
           02 a-nb-avoirs line 5 col 33 pic zzzzz9 from nb-avoirs.
           02 line 6 col 2 value 'Scellement initial : '.
           02 a-nb-initial line 6 col 33 pic zzzzz9
               from nb-scelles-initial.
           02 line 8 col 2 value 'Anomalies : '.
           02 a-nb-anomalies line 8 col 34 pic zzzz9
               from nb-anomalies.
           02 line 9 col 2 value 'Verdict : '.
           02 a-verdict line 9 col 25 pic x(14) from verdict.
           02 line 11 col 2 value
               'Certificat : ../ext/CertificatScellement.txt (et au '
               &'catalogue du spool)'.

       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Verification du registre des sceaux : chaque maillon doit
      * suivre le precedent et garder son empreinte, chaque piece
      * scellee doit exister encore telle qu'elle a ete emise, et
      * les numeros de factures et d'avoirs doivent se suivre sans
      * trou ni piece non scellee. Le certificat est signe d'une
      * empreinte calculee sur son propre resultat ; le resultat
      * est laisse dans ControleSceau.dat pour le briefing.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time
       accept date-jour from date yyyymmdd
       accept heure-jour from time

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

       open input FParametres
       if fpa-status = '00' then
           move 'SCEAU-CLE' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to cle-sceau
           end-read
           close FParametres
       end-if

       move 0 to nb-sceaux
       move 0 to nb-factures
       move 0 to nb-avoirs
       move 0 to nb-anomalies
       move 0 to nb-scelles-initial

       open output FRapport
       if frap-status not = '00' then
           display a-error-open
           stop ' '
           goback
       end-if
       move spaces to contenu-rapport
       string '===== Certificat de scellement des factures du '
           date-jour ' ====='
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport

       perform SCELLEMENT-INITIAL

       open input FFactureDat
       if ffl-status not = '00' then
           display a-error-open
           stop ' '
           close FRapport
           move 'E' to stat-statut
           call 'ss-stats-batch' using stat-etape stat-date-debut
               stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut
           goback
       end-if
       move 0 to avoir-fichier-absent
       open input FAvoir
       if fav-status not = '00' then
           move 1 to avoir-fichier-absent
       end-if

       perform CONTROLE-CHAINE
       perform CONTROLE-NUMEROTATION-FACTURES
       if avoir-fichier-absent = 0 then
           perform CONTROLE-NUMEROTATION-AVOIRS
       end-if

       close FFactureDat
       if avoir-fichier-absent = 0 then
           close FAvoir
       end-if
       if registre-absent = 0 then
           close FSceau
       end-if

       perform ECRIT-CERTIFICAT
       perform ECRIT-RESULTAT
       perform ECRIT-JOURNAL

       compute stat-nb-lus = nb-sceaux + nb-factures + nb-avoirs
       move nb-anomalies to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       move 'ss-sceau-controle' to spool-programme
       move spaces to spool-parametres
       string 'certificat de scellement du ' date-jour
           delimited by size into spool-parametres
       move '../ext/CertificatScellement.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       display a-plg-titre-global
       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       goback
       .

       SCELLEMENT-INITIAL.
      * Au tout premier controle, les pieces emises avant la mise
      * en place du scellement entrent au registre dans l'ordre de
      * leurs numeros (celles deja scellees a leur emission sont
      * laissees telles quelles). Une fois un controle passe, une
      * piece sans sceau ou un registre disparu est une anomalie
      * et rien n'est rescelle.
           move 0 to controle-deja-fait
           open input FControle
           if fcs-status = '00' then
               move 1 to controle-deja-fait
               close FControle
           end-if
           if controle-deja-fait = 1 then
               exit paragraph
           end-if

           open input FFactureDat
           if ffl-status = '00' then
               move 'F' to sceau-type
               move 0 to fl-num
               move 0 to fin-scan
               start FFactureDat key > fl-num
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FFactureDat next
                       at end
                           move 1 to fin-scan
                       not at end
                           move spaces to sceau-piece
                           move enr-facture to sceau-piece
                           call 'ss-sceau-depose' using sceau-type
                               sceau-piece sceau-retour
                           if sceau-retour = 0 then
                               add 1 to nb-scelles-initial
                           end-if
                   end-read
               end-perform
               close FFactureDat
           end-if

           open input FAvoir
           if fav-status = '00' then
               move 'A' to sceau-type
               move 0 to av-num
               move 0 to fin-scan
               start FAvoir key > av-num
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FAvoir next
                       at end
                           move 1 to fin-scan
                       not at end
                           move spaces to sceau-piece
                           move enr-avoir to sceau-piece
                           call 'ss-sceau-depose' using sceau-type
                               sceau-piece sceau-retour
                           if sceau-retour = 0 then
                               add 1 to nb-scelles-initial
                           end-if
                   end-read
               end-perform
               close FAvoir
           end-if

           move spaces to contenu-rapport
           string 'Scellement initial des pieces deja emises : '
               nb-scelles-initial
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
       .

       CONTROLE-CHAINE.
           move '1. Chainage du registre des sceaux :'
               to contenu-rapport
           write LigneRapport

           move 0 to registre-absent
           open input FSceau
           if fsc-status not = '00' then
               move 1 to registre-absent
               move spaces to piece-anomalie
               move 'REGISTRE DES SCEAUX ABSENT' to libelle-anomalie
               perform ECRIT-ANOMALIE
               exit paragraph
           end-if

           move 0 to empreinte-precedente
           move 1 to seq-attendue
           move 0 to sc-seq
           move 0 to fin-scan
           start FSceau key > sc-seq
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FSceau next
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to nb-sceaux
                       perform CONTROLE-UN-SCEAU
               end-read
           end-perform
       .

       CONTROLE-UN-SCEAU.
           move sc-piece to piece-anomalie

           if sc-seq not = seq-attendue then
               move spaces to libelle-anomalie
               string 'maillon ' sc-seq ' au lieu de ' seq-attendue
                   ' (sceau supprime)'
                   delimited by size into libelle-anomalie
               perform ECRIT-ANOMALIE
           end-if
           compute seq-attendue = sc-seq + 1

           if sc-empreinte-prec not = empreinte-precedente then
               move 'CHAINAGE ROMPU (maillon precedent change)'
                   to libelle-anomalie
               perform ECRIT-ANOMALIE
           end-if
           move sc-empreinte to empreinte-precedente

           move spaces to donnees-sceau
           move enr-sceau(1:163) to donnees-sceau
           call 'ss-sceau-empreinte' using cle-sceau donnees-sceau
               empreinte-calculee
           if empreinte-calculee not = sc-empreinte then
               move 'SCEAU ALTERE (empreinte fausse)'
                   to libelle-anomalie
               perform ECRIT-ANOMALIE
           end-if

      *    la piece doit exister telle qu'elle a ete scellee
           move spaces to contenu-actuel
           if sc-type = 'F' then
               move sc-num to fl-num
               read FFactureDat
                   invalid key
                       move 'FACTURE SUPPRIMEE' to libelle-anomalie
                       perform ECRIT-ANOMALIE
                       exit paragraph
               end-read
               move enr-facture(1:62) to contenu-actuel
           else
               if avoir-fichier-absent = 1 then
                   move 'AVOIR SUPPRIME' to libelle-anomalie
                   perform ECRIT-ANOMALIE
                   exit paragraph
               end-if
               move sc-num to av-num
               read FAvoir
                   invalid key
                       move 'AVOIR SUPPRIME' to libelle-anomalie
                       perform ECRIT-ANOMALIE
                       exit paragraph
               end-read
               move enr-avoir(1:116) to contenu-actuel
           end-if
           if contenu-actuel not = sc-contenu then
               move 'PIECE MODIFIEE DEPUIS SON EMISSION'
                   to libelle-anomalie
               perform ECRIT-ANOMALIE
           end-if
       .

       CONTROLE-NUMEROTATION-FACTURES.
           move spaces to contenu-rapport
           write LigneRapport
           move '2. Numerotation et scellement des factures :'
               to contenu-rapport
           write LigneRapport

           move 0 to num-precedent
           move 0 to fl-num
           move 0 to fin-scan
           start FFactureDat key > fl-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactureDat next
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to nb-factures
                       move 'F' to sc-type
                       move fl-num to sc-num
                       perform CONTROLE-NUMERO
               end-read
           end-perform
       .

       CONTROLE-NUMEROTATION-AVOIRS.
           move spaces to contenu-rapport
           write LigneRapport
           move '3. Numerotation et scellement des avoirs :'
               to contenu-rapport
           write LigneRapport

           move 0 to num-precedent
           move 0 to av-num
           move 0 to fin-scan
           start FAvoir key > av-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAvoir next
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to nb-avoirs
                       move 'A' to sc-type
                       move av-num to sc-num
                       perform CONTROLE-NUMERO
               end-read
           end-perform
       .

       CONTROLE-NUMERO.
      * sc-piece porte la piece lue ; un trou dans la suite des
      * numeros est signale une fois pour toute la plage manquante.
           move sc-piece to piece-anomalie
           if num-precedent > 0 and sc-num > num-precedent + 1 then
               compute num-manquant-debut = num-precedent + 1
               compute num-manquant-fin = sc-num - 1
               move spaces to libelle-anomalie
               string 'NUMEROS MANQUANTS DE ' num-manquant-debut
                   ' A ' num-manquant-fin
                   delimited by size into libelle-anomalie
               perform ECRIT-ANOMALIE
           end-if
           move sc-num to num-precedent

           if registre-absent = 0 then
               read FSceau key is sc-piece
                   invalid key
                       move 'PIECE NON SCELLEE' to libelle-anomalie
                       perform ECRIT-ANOMALIE
               end-read
           end-if
       .

       ECRIT-ANOMALIE.
           add 1 to nb-anomalies
           move spaces to contenu-rapport
           string '   ' piece-anomalie ' ' libelle-anomalie
               delimited by size into contenu-rapport
           write LigneRapport
       .

       ECRIT-CERTIFICAT.
           if nb-anomalies = 0 then
               move 'O' to resultat-controle
               move 'CONFORME' to verdict
               move '   (aucune anomalie)' to contenu-rapport
               write LigneRapport
           else
               move 'N' to resultat-controle
               move 'NON CONFORME' to verdict
           end-if

      *    signature : empreinte du resultat sous la cle de
      *    scellement, chainee sur le dernier sceau du registre
           move spaces to donnees-sceau
           string date-jour heure-jour resultat-controle
               nb-anomalies nb-sceaux nb-factures nb-avoirs
               empreinte-precedente
               delimited by size into donnees-sceau
           call 'ss-sceau-empreinte' using cle-sceau donnees-sceau
               signature-certificat

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Sceaux verifies : ' nb-sceaux
               '   Factures : ' nb-factures
               '   Avoirs : ' nb-avoirs
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Anomalies : ' nb-anomalies
               '   Verdict : ' verdict
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Empreinte du dernier sceau : '
               empreinte-precedente
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Certificat etabli le ' date-jour ' a '
               heure-jour(1:6) ' par ' session-code
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Signature du certificat : ' signature-certificat
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport
       .

       ECRIT-RESULTAT.
           open output FControle
           if fcs-status not = '00' then
               exit paragraph
           end-if
           move date-jour to cs-date
           move heure-jour to cs-heure
           move resultat-controle to cs-resultat
           move nb-anomalies to cs-nb-anomalies
           move nb-sceaux to cs-nb-sceaux
           move signature-certificat to cs-signature
           write enr-controle
           close FControle
       .

       ECRIT-JOURNAL.
           open extend FJournal
           if FJournalStatus = '35' then
               open output FJournal
               close FJournal
               open extend FJournal
           end-if
           if FJournalStatus not = '00' then
               exit paragraph
           end-if

           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'SCEAU' ' | ' 'CONTROLE'
               ' | id=' nb-sceaux
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | verdict=' verdict
               ' anomalies=' nb-anomalies
               ' signature=' signature-certificat
               delimited by size into ligne-journal
           write ligne-journal
           close FJournal
       .

       end program ss-sceau-controle.
