       program-id. ss-travaux-modif.

       input-output section.
           file-control.
           select FPlanTravaux assign to "../ext/PlanTravaux.dat"
               organization is indexed
               access mode is dynamic
                   record key is pt-travail
               status fpt-status.

           select FTravauxLog assign to "../ext/TravauxLog.dat"
               organization is indexed
               access mode is dynamic
                   record key is tl-cle
               status ftl-status.

       data division.
       file section.
       fd FPlanTravaux.
           01 enr-plan-travaux.
               02 pt-travail       pic x(16).
               02 pt-libelle       pic x(30).
               02 pt-frequence     pic x(1).
               02 pt-site          pic x(4).
               02 pt-prerequis     pic x(16) occurs 3 times.

       fd FTravauxLog.
           01 enr-travaux-log.
               02 tl-cle.
                   03 tl-travail   pic x(16).
                   03 tl-periode   pic 9(8).
               02 tl-date          pic 9(8).
               02 tl-heure         pic 9(8).
               02 tl-statut        pic x(1).
               02 tl-motif         pic x(40).

       working-storage section.
       01 fpt-status               pic x(2).
       01 ftl-status               pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 motif-refus              pic x(30).

       01 nv-travail               pic x(16).
       01 nv-libelle               pic x(30).
       01 nv-frequence             pic x(1).
       01 nv-site                  pic x(4).
       01 nv-prerequis-1           pic x(16).
       01 nv-prerequis-2           pic x(16).
       01 nv-prerequis-3           pic x(16).
       01 id-travail               pic x(16).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Travaux de calendrier de la chaine du soir -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Inscrire ou modifier un travail'.
           02 line 4 col 2 value '2: Retirer un travail du plan'.
           02 line 5 col 2 value '3: Lister le plan'.
           02 line 6 col 2 value '4: Derniers passages'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-travail.
           02 line 3 col 2 value
               'Travail (FACTURATION, TVA, STATISTIQUES, CLOTURE,'.
           02 line 4 col 2 value
               '         CLOTURE-ANNUELLE) : '.
           02 s-nv-travail pic x(16) to nv-travail required.
           02 line 5 col 2 value 'Libelle : '.
           02 s-nv-libelle pic x(30) to nv-libelle.
           02 line 6 col 2 value
               'Frequence (Q soir, D fin de mois, P 1er du mois, '
               &'A 1er janvier) : '.
           02 s-nv-frequence pic x to nv-frequence required.
           02 line 7 col 2 value 'Site (blanc = tous) : '.
           02 s-nv-site pic x(4) to nv-site.
           02 line 8 col 2 value 'Prerequis 1 : '.
           02 s-nv-prerequis-1 pic x(16) to nv-prerequis-1.
           02 line 9 col 2 value 'Prerequis 2 : '.
           02 s-nv-prerequis-2 pic x(16) to nv-prerequis-2.
           02 line 10 col 2 value 'Prerequis 3 : '.
           02 s-nv-prerequis-3 pic x(16) to nv-prerequis-3.

       01 s-plg-id-travail.
           02 line 3 col 2 value 'Travail : '.
           02 s-id-travail pic x(16) to id-travail required.

       01 a-plg-titre-plan.
           02 line 3 col 2 value 'Travail'.
           02 line 3 col 19 value 'F'.
           02 line 3 col 21 value 'Site'.
           02 line 3 col 26 value 'Prerequis'.
       01 a-plg-plan-data.
           02 a-pt-travail line i col 2 pic x(16) from pt-travail.
           02 a-pt-freq line i col 19 pic x from pt-frequence.
           02 a-pt-site line i col 21 pic x(4) from pt-site.
           02 a-pt-pre1 line i col 26 pic x(16)
               from pt-prerequis(1).
           02 a-pt-pre2 line i col 43 pic x(16)
               from pt-prerequis(2).
           02 a-pt-pre3 line i col 60 pic x(16)
               from pt-prerequis(3).

       01 a-plg-titre-log.
           02 line 3 col 2 value 'Travail'.
           02 line 3 col 19 value 'Periode'.
           02 line 3 col 28 value 'Passe le'.
           02 line 3 col 39 value 'S'.
           02 line 3 col 41 value 'Motif'.
       01 a-plg-log-data.
           02 a-tl-travail line i col 2 pic x(16) from tl-travail.
           02 a-tl-periode line i col 19 pic z(7)9 from tl-periode.
           02 a-tl-date line i col 28 pic 9999/99/99 from tl-date.
           02 a-tl-statut line i col 39 pic x from tl-statut.
           02 a-tl-motif line i col 41 pic x(38) from tl-motif.

       01 a-plg-refus.
           02 line 20 col 1 value 'Inscription refusee : '.
           02 a-motif-refus pic x(30) from motif-refus.
       01 a-plg-travail-introuvable.
           02 line 20 col 1 value 'Travail absent du plan.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune ligne.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Plan des travaux que la chaine du soir lance d'elle-meme
      * selon le calendrier (facturation et TVA du mois, statistiques,
      * arrete de periode, cloture de l'exercice), et consultation
      * des passages enregistres par periode.

       open i-o FPlanTravaux
       if fpt-status = '35' then
           open output FPlanTravaux
           close FPlanTravaux
           open i-o FPlanTravaux
       end-if
       if fpt-status not = '00' then
           display a-error-open
           stop ' '
           goback
       end-if

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform INSCRIT-TRAVAIL
               when 2 perform RETIRE-TRAVAIL
               when 3 perform LISTE-PLAN
               when 4 perform LISTE-PASSAGES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FPlanTravaux
       goback
       .

       INSCRIT-TRAVAIL.
      * Seuls les travaux du catalogue de ss-travaux-calendrier ont
      * un sens ; un travail ne peut se prendre pour prerequis.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-travail
           accept s-plg-form-travail

           move function upper-case(nv-travail) to nv-travail
           move function upper-case(nv-frequence) to nv-frequence
           move function upper-case(nv-site) to nv-site
           move function upper-case(nv-prerequis-1) to nv-prerequis-1
           move function upper-case(nv-prerequis-2) to nv-prerequis-2
           move function upper-case(nv-prerequis-3) to nv-prerequis-3

           move spaces to motif-refus
           if nv-travail not = 'FACTURATION'
           and nv-travail not = 'TVA'
           and nv-travail not = 'STATISTIQUES'
           and nv-travail not = 'CLOTURE'
           and nv-travail not = 'CLOTURE-ANNUELLE' then
               move 'travail inconnu' to motif-refus
           end-if
           if nv-frequence not = 'Q' and nv-frequence not = 'D'
           and nv-frequence not = 'P' and nv-frequence not = 'A' then
               move 'frequence invalide' to motif-refus
           end-if
           if nv-prerequis-1 = nv-travail
           or nv-prerequis-2 = nv-travail
           or nv-prerequis-3 = nv-travail then
               move 'prerequis de lui-meme' to motif-refus
           end-if
           if motif-refus not = spaces then
               display a-plg-refus
               stop ' '
               exit paragraph
           end-if

           move nv-travail to pt-travail
           move nv-libelle to pt-libelle
           move nv-frequence to pt-frequence
           move nv-site to pt-site
           move nv-prerequis-1 to pt-prerequis(1)
           move nv-prerequis-2 to pt-prerequis(2)
           move nv-prerequis-3 to pt-prerequis(3)
           write enr-plan-travaux
               invalid key
                   rewrite enr-plan-travaux
                       invalid key
                           display a-plg-modif-erreur
                       not invalid key
                           display a-plg-modif-succes
                   end-rewrite
               not invalid key
                   display a-plg-modif-succes
           end-write
           stop ' '
       .

       RETIRE-TRAVAIL.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-travail
           accept s-plg-id-travail

           move function upper-case(id-travail) to pt-travail
           read FPlanTravaux
           invalid key
               display a-plg-travail-introuvable
           not invalid key
               delete FPlanTravaux
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-delete
           end-read
           stop ' '
       .

       LISTE-PLAN.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-plan
           move 4 to i
           move 1 to aucun-resultat

           move low-values to pt-travail
           move 0 to fin-scan
           start FPlanTravaux key > pt-travail
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FPlanTravaux next
                   at end
                       move 1 to fin-scan
                   not at end
                       if i < 19 then
                           display a-plg-plan-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       LISTE-PASSAGES.
      * Par travail puis par periode, les plus recentes en fin de
      * liste pour chaque travail.
           display a-plg-efface-ecran
           display a-plg-titre-global
           open input FTravauxLog
           if ftl-status not = '00' then
               display a-plg-aucun-resultat
               display a-plg-message-continuer
               stop ' '
               exit paragraph
           end-if

           display a-plg-titre-log
           move 4 to i
           move 1 to aucun-resultat
           move low-values to tl-cle
           move 0 to fin-scan
           start FTravauxLog key > tl-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FTravauxLog next
                   at end
                       move 1 to fin-scan
                   not at end
                       if i < 19 then
                           display a-plg-log-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform
           close FTravauxLog

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       end program ss-travaux-modif.
