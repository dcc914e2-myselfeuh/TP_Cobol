       program-id. ss-contrat-modif.

       input-output section.
           file-control.
           select FContrat assign to "../ext/Contrat.dat"
               organization is indexed
               access mode is dynamic
                   record key is cn-cle
               status fcn-status.

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
      * Contrat cadre d'une compagnie : periode de validite, volume
      * engage en jours-bus par mois (le manque est facture au
      * pourcentage convenu du tarif jour) et objectif de
      * ponctualite (chaque point manque retire cn-penalite-point %
      * du montant des services du mois). Plusieurs contrats
      * successifs par compagnie, numerotes a partir de 1.
       fd FContrat.
           01 enr-contrat.
               02 cn-cle.
                   03 cn-num-compagnie pic 9(4).
                   03 cn-num-contrat  pic 9(3).
               02 cn-reference     pic x(20).
               02 cn-date-debut    pic 9(8).
               02 cn-date-fin      pic 9(8).
               02 cn-jours-engages pic 9(4).
               02 cn-pct-manque    pic 9(3).
               02 cn-objectif-ponct pic 9(3).
               02 cn-penalite-point pic 9(2)v99.

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
       01 fcn-status               pic x(2).
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

       01 id-compagnie             pic 9(4).
       01 id-contrat               pic 9(3).
       01 dernier-contrat          pic 9(3).

       01 nv-reference             pic x(20).
       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-jours-engages         pic 9(4).
       01 nv-pct-manque            pic 9(3).
       01 nv-objectif-ponct        pic 9(3).
       01 nv-penalite-point        pic 9(2)v99.

       01 operation-journal        pic x(5).
       01 ancien-contrat           pic x(60).
       01 nouveau-contrat          pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.

      *----- Titres -----
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Contrats compagnies (volumes et ponctualite) -'.

      *----- Menu -----
       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Ajouter un contrat'.
           02 line 4 col 2 value '2: Modifier un contrat'.
           02 line 5 col 2 value '3: Supprimer un contrat'.
           02 line 6 col 2 value
               '4: Lister les contrats d''une compagnie'.
           02 line 7 col 2 value
               '5: Bilan mensuel des engagements'.
           02 line 9 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 11 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

      *----- Recherche -----
       01 s-plg-id-compagnie.
           02 line 3 col 2 value 'Numero de compagnie : '.
           02 s-id-compagnie pic zzzz to id-compagnie required.
       01 a-plg-nom-compagnie.
           02 line 3 col 30 pic x(30) from nom-compagnie.
       01 s-plg-id-contrat.
           02 line 4 col 2 value 'Numero de contrat : '.
           02 s-id-contrat pic zz9 to id-contrat required.

      * --------- Formulaires -----------
       01 s-plg-form-contrat-r.
           02 line 6 col 2 value 'Reference du contrat : '.
           02 s-nv-reference pic x(20) to nv-reference required.
           02 line 7 col 2 value 'Debut de validite (AAAAMMJJ) : '.
           02 s-nv-date-debut pic 9(8) to nv-date-debut required.
           02 line 8 col 2 value 'Fin de validite (AAAAMMJJ) : '.
           02 s-nv-date-fin pic 9(8) to nv-date-fin required.
           02 line 9 col 2 value 'Jours-bus engages par mois : '.
           02 s-nv-jours pic zzz9 to nv-jours-engages required.
           02 line 10 col 2 value
               '% du tarif jour facture par jour manquant : '.
           02 s-nv-pct-manque pic zz9 to nv-pct-manque required.
           02 line 11 col 2 value
               'Objectif de ponctualite (% departs a l''heure) : '.
           02 s-nv-objectif pic zz9 to nv-objectif-ponct required.
           02 line 12 col 2 value
               'Penalite par point manque (% du mois) : '.
           02 s-nv-penalite pic z9.99 to nv-penalite-point required.

       01 s-plg-form-contrat.
           02 line 6 col 2 value 'Reference : '.
           02 a-cn-reference pic x(20) from cn-reference.
           02 line 6 col 40 value 'Nouvelle : '.
           02 s-nv-reference pic x(20) to nv-reference.
           02 line 7 col 2 value 'Debut : '.
           02 a-cn-date-debut pic 9(8) from cn-date-debut.
           02 line 7 col 40 value 'Nouveau : '.
           02 s-nv-date-debut pic 9(8) to nv-date-debut.
           02 line 8 col 2 value 'Fin : '.
           02 a-cn-date-fin pic 9(8) from cn-date-fin.
           02 line 8 col 40 value 'Nouvelle : '.
           02 s-nv-date-fin pic 9(8) to nv-date-fin.
           02 line 9 col 2 value 'Jours-bus / mois : '.
           02 a-cn-jours pic zzz9 from cn-jours-engages.
           02 line 9 col 40 value 'Nouveau : '.
           02 s-nv-jours pic zzz9 to nv-jours-engages.
           02 line 10 col 2 value '% jour manquant : '.
           02 a-cn-pct-manque pic zz9 from cn-pct-manque.
           02 line 10 col 40 value 'Nouveau : '.
           02 s-nv-pct-manque pic zz9 to nv-pct-manque.
           02 line 11 col 2 value 'Objectif ponctualite % : '.
           02 a-cn-objectif pic zz9 from cn-objectif-ponct.
           02 line 11 col 40 value 'Nouveau : '.
           02 s-nv-objectif pic zz9 to nv-objectif-ponct.
           02 line 12 col 2 value 'Penalite par point % : '.
           02 a-cn-penalite pic z9.99 from cn-penalite-point.
           02 line 12 col 40 value 'Nouvelle : '.
           02 s-nv-penalite pic z9.99 to nv-penalite-point.

      *----- Confirmation de suppression -----
       01 s-plg-confirme-suppr.
           02 line 8 col 2 value
               '1-Confirmer la suppression / 9-Annuler : '.
           02 s-confirme-suppr pic 9 to confirme-suppr required.

      *----- Liste -----
       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Num'.
           02 line 5 col 7 value 'Reference'.
           02 line 5 col 29 value 'Debut'.
           02 line 5 col 39 value 'Fin'.
           02 line 5 col 49 value 'J/mois'.
           02 line 5 col 57 value 'Ponct%'.
           02 line 5 col 65 value 'Pen.%'.
       01 a-plg-contrat-data.
           02 a-l-num line i col 2 pic zz9 from cn-num-contrat.
           02 a-l-ref line i col 7 pic x(20) from cn-reference.
           02 a-l-deb line i col 29 pic 9(8) from cn-date-debut.
           02 a-l-fin line i col 39 pic 9(8) from cn-date-fin.
           02 a-l-jours line i col 49 pic zzz9 from cn-jours-engages.
           02 a-l-obj line i col 57 pic zz9 from cn-objectif-ponct.
           02 a-l-pen line i col 65 pic z9.99 from cn-penalite-point.

      *------ Messages utilisateur ------
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-compagnie-introuvable.
           02 line 20 col 1 value 'Compagnie introuvable.'.
       01 a-plg-contrat-introuvable.
           02 line 20 col 1 value 'Contrat introuvable.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides ou fin avant debut.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun contrat pour cette compagnie.'.
       01 a-plg-suppr-annulee.
           02 line 20 col 1 value 'Suppression annulee.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FContrat
       if fcn-status = '35' then
           open output FContrat
           close FContrat
           open i-o FContrat
       end-if
       open input FCompagnie
       if fcn-status not = '00' or fco-status not = '00' then
           display a-error-open
           stop ' '
           close FContrat
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

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform AJOUTE
               when 2 perform MODIFIE
               when 3 perform SUPPRIME
               when 4 perform LISTE-CONTRATS
               when 5 perform BILAN-MENSUEL
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FContrat
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

       LIT-CONTRAT.
           display s-plg-id-contrat
           accept s-plg-id-contrat

           move id-compagnie to cn-num-compagnie
           move id-contrat to cn-num-contrat
           read FContrat
           invalid key
               move 0 to cn-num-contrat
               display a-plg-contrat-introuvable
           end-read
       .

       AJOUTE.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if

      *    numero suivant le dernier contrat de la compagnie
           move 0 to dernier-contrat
           move id-compagnie to cn-num-compagnie
           move 0 to cn-num-contrat
           move 0 to fin-scan
           start FContrat key > cn-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FContrat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if cn-num-compagnie not = id-compagnie then
                           move 1 to fin-scan
                       else
                           move cn-num-contrat to dernier-contrat
                       end-if
               end-read
           end-perform

           display s-plg-form-contrat-r
           accept s-plg-form-contrat-r

           perform CONTROLE-DATES
           if resultat-date-valide not = 0 then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if

           move id-compagnie to cn-num-compagnie
           compute cn-num-contrat = dernier-contrat + 1
           move function upper-case(nv-reference) to cn-reference
           move nv-date-debut to cn-date-debut
           move nv-date-fin to cn-date-fin
           move nv-jours-engages to cn-jours-engages
           move nv-pct-manque to cn-pct-manque
           move nv-objectif-ponct to cn-objectif-ponct
           move nv-penalite-point to cn-penalite-point

           write enr-contrat
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'AJOUT' to operation-journal
               move spaces to ancien-contrat
               perform DECRIT-CONTRAT-NOUVEAU
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       MODIFIE.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if
           perform LIT-CONTRAT
           if cn-num-contrat = 0 then
               stop ' '
               exit paragraph
           end-if

           perform DECRIT-CONTRAT-ANCIEN

           move spaces to nv-reference
           move 0 to nv-date-debut nv-date-fin nv-jours-engages
               nv-pct-manque nv-objectif-ponct nv-penalite-point
           display s-plg-form-contrat
           accept s-plg-form-contrat

           if nv-reference not = spaces and low-value then
               move function upper-case(nv-reference) to cn-reference
           end-if
           if nv-date-debut not = zeros then
               move nv-date-debut to cn-date-debut
           end-if
           if nv-date-fin not = zeros then
               move nv-date-fin to cn-date-fin
           end-if
           if nv-jours-engages not = zeros then
               move nv-jours-engages to cn-jours-engages
           end-if
           if nv-pct-manque not = zeros then
               move nv-pct-manque to cn-pct-manque
           end-if
           if nv-objectif-ponct not = zeros then
               move nv-objectif-ponct to cn-objectif-ponct
           end-if
           if nv-penalite-point not = zeros then
               move nv-penalite-point to cn-penalite-point
           end-if

           move cn-date-debut to nv-date-debut
           move cn-date-fin to nv-date-fin
           perform CONTROLE-DATES
           if resultat-date-valide not = 0 then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if

           rewrite enr-contrat
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'MODIF' to operation-journal
               perform DECRIT-CONTRAT-NOUVEAU
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-rewrite

           stop ' '
       .

       SUPPRIME.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if
           perform LIT-CONTRAT
           if cn-num-contrat = 0 then
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

           perform DECRIT-CONTRAT-ANCIEN
           delete FContrat
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'SUPPR' to operation-journal
               move spaces to nouveau-contrat
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-delete

           stop ' '
       .

       LISTE-CONTRATS.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if

           display a-plg-titre-colonne
           move 6 to i
           move 1 to aucun-resultat
           move id-compagnie to cn-num-compagnie
           move 0 to cn-num-contrat
           move 0 to fin-scan
           start FContrat key > cn-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FContrat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if cn-num-compagnie not = id-compagnie then
                           move 1 to fin-scan
                       else
                           display a-plg-contrat-data
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

       BILAN-MENSUEL.
      * Le bilan lit les affectations et les pointages : on ferme
      * nos fichiers le temps de l'appel.
           close FContrat
           close FCompagnie

           call 'ss-contrat-bilan'

           open i-o FContrat
           open input FCompagnie
       .

       CONTROLE-DATES.
           call 'ss-date-valide' using nv-date-debut
               resultat-date-valide
           if resultat-date-valide = 0 then
               call 'ss-date-valide' using nv-date-fin
                   resultat-date-valide
           end-if
           if resultat-date-valide = 0
           and nv-date-fin < nv-date-debut then
               move 1 to resultat-date-valide
           end-if
       .

       DECRIT-CONTRAT-ANCIEN.
           move spaces to ancien-contrat
           string cn-date-debut '-' cn-date-fin
               ' j=' cn-jours-engages ' m=' cn-pct-manque
               ' p=' cn-objectif-ponct ' pen=' cn-penalite-point
               delimited by size into ancien-contrat
       .

       DECRIT-CONTRAT-NOUVEAU.
           move spaces to nouveau-contrat
           string cn-date-debut '-' cn-date-fin
               ' j=' cn-jours-engages ' m=' cn-pct-manque
               ' p=' cn-objectif-ponct ' pen=' cn-penalite-point
               delimited by size into nouveau-contrat
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'CONTRAT' ' | ' operation-journal
               ' | id=' cn-num-compagnie '-' cn-num-contrat
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ancien=' ancien-contrat
               ' | nouveau=' nouveau-contrat
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-contrat-modif.
