       program-id. ss-chauffeur-grade.

       input-output section.
           file-control.
           select FGrade assign to "../ext/Grade.dat"
               organization is indexed
               access mode is dynamic
                   record key is gr-code
               status fgr-status.

           select FTaux assign to "../ext/TauxChauffeur.dat"
               organization is indexed
               access mode is dynamic
                   record key is tx-cle
               status ftx-status.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FRapport assign to "../ext/GradesAnciennete.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
       fd FGrade.
           01 enr-grade.
               02 gr-code          pic x(02).
               02 gr-libelle       pic x(30).
               02 gr-anciennete-mois pic 9(3).
               02 gr-taux-base     pic 9(3)v99.

       fd FTaux.
           01 enr-taux.
               02 tx-cle.
                   03 tx-num-chauff    pic 9(6).
                   03 tx-date-effet    pic 9(8).
               02 tx-grade         pic x(02).
               02 tx-taux-horaire  pic 9(3)v99.
               02 tx-motif         pic x(30).
               02 tx-operateur     pic x(8).

       fd FChaufNouv.
           01 ChaufNouv.
               02 numChaufN    pic 9(6).
               02 nomN         pic x(30).
               02 prenomN      pic x(30).
               02 datePermisN  pic 9(8).
               02 categoriePermisN pic x(02).
               02 statutN      pic x(01).
               02 codeSiteN    pic x(04).
               02 telephoneN   pic x(14).
               02 adresseN     pic x(40).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fgr-status               pic x(2).
       01 ftx-status               pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 fpa-status               pic x(2).
       01 FSessionStatus           pic x(2).
       01 frap-status              pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-chauf                pic 9.
       01 aucun-resultat           pic 9.
       01 grade-existe             pic 9.
       01 chauffeur-introuvable    pic 9.
       01 resultat-date-valide     pic 9.
       01 session-code             pic x(8).

       01 nv-code-grade            pic x(02).
       01 nv-libelle               pic x(30).
       01 nv-anciennete-mois       pic 9(3).
       01 nv-taux-base             pic 9(3)v99.
       01 nv-num-chauff            pic 9(6).
       01 nv-date-effet            pic 9(8).
       01 nv-taux-horaire          pic 9(3)v99.
       01 nv-motif                 pic x(30).
       01 id-chauf                 pic 9(6).

      *----- Rapport d'anciennete -----
       01 preavis-mois             pic 9(3) value 3.
       01 nb-a-promouvoir          pic 9(4).
       01 nb-a-venir               pic 9(4).
       01 grade-actuel             pic x(02).
       01 grade-suivant            pic x(02).
       01 seuil-suivant            pic 9(3).
       01 historique-vu            pic 9.
       01 date-entree              pic 9(8).
       01 date-entree-r redefines date-entree.
           02 entree-annee         pic 9(4).
           02 entree-mois          pic 9(2).
           02 entree-jour          pic 9(2).
       01 date-jour                pic 9(8).
       01 date-jour-r redefines date-jour.
           02 jour-annee           pic 9(4).
           02 jour-mois            pic 9(2).
           02 jour-jour            pic 9(2).
       01 date-echeance            pic 9(8).
       01 date-echeance-r redefines date-echeance.
           02 echeance-annee       pic 9(4).
           02 echeance-mois        pic 9(2).
           02 echeance-jour        pic 9(2).
       01 mois-anciennete          pic s9(5).
       01 mois-cumul               pic 9(7).
       01 etat-grade               pic x(12).
       01 ed-anciennete            pic zz9.
       01 ed-seuil                 pic zz9.
       01 ed-date                  pic 9999/99/99.
       01 ed-nb                    pic zzz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Grades et taux horaires des chauffeurs -'.
       01 a-plg-titre-grade.
           02 blank screen.
           02 line 1 col 10 value '- Grille des grades -'.
       01 a-plg-titre-taux.
           02 blank screen.
           02 line 1 col 10 value
               '- Nouveau grade / taux d''un chauffeur -'.
       01 a-plg-titre-liste.
           02 blank screen.
           02 line 1 col 10 value
               '- Historique des taux d''un chauffeur -'.
       01 a-plg-titre-rapport.
           02 blank screen.
           02 line 1 col 10 value
               '- Anciennete et passages de grade -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Declarer ou modifier un grade (grille)'.
           02 line 4 col 2 value
               '2: Nouveau grade / taux d''un chauffeur (date '
               &'d''effet)'.
           02 line 5 col 2 value
               '3: Historique des taux d''un chauffeur'.
           02 line 6 col 2 value
               '4: Rapport d''anciennete (passages de grade dus)'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-code-grade.
           02 line 3 col 2 value 'Code du grade (01, 02... dans '
               &'l''ordre de progression) : '.
           02 s-code-grade pic x(2) to nv-code-grade required.

       01 s-plg-form-grade.
           02 line 5 col 2 value 'Libelle : '.
           02 s-gr-libelle pic x(30) using nv-libelle required.
           02 line 6 col 2 value
               'Anciennete requise (mois depuis l''entree) : '.
           02 s-gr-anciennete pic zz9 using nv-anciennete-mois.
           02 line 7 col 2 value 'Taux horaire de base (EUR) : '.
           02 s-gr-taux pic zz9.99 using nv-taux-base required.

       01 s-plg-form-taux.
           02 line 3 col 2 value 'Numero du chauffeur : '.
           02 s-tx-num-chauff pic zzzzzz to nv-num-chauff required.
           02 line 4 col 2 value 'Date d''effet (AAAAMMJJ) : '.
           02 s-tx-date pic 9(8) using nv-date-effet required.
           02 line 5 col 2 value 'Grade : '.
           02 s-tx-grade pic x(2) to nv-code-grade required.
           02 line 6 col 2 value
               'Taux horaire (EUR, 0 = base du grade) : '.
           02 s-tx-taux pic zz9.99 to nv-taux-horaire.
           02 line 7 col 2 value 'Motif : '.
           02 s-tx-motif pic x(30) to nv-motif.

       01 s-plg-recherche-chauf.
           02 line 3 col 2 value 'Numero du chauffeur : '.
           02 s-id-chauf pic zzzzzz to id-chauf required.

       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Effet le'.
           02 line 5 col 15 value 'Grade'.
           02 line 5 col 22 value 'Taux'.
           02 line 5 col 31 value 'Motif'.
           02 line 5 col 63 value 'Saisi par'.
       01 a-plg-taux-data.
           02 a-tx-date line i col 2 pic 9999/99/99
               from tx-date-effet.
           02 a-tx-grade line i col 15 pic x(2) from tx-grade.
           02 a-tx-taux line i col 22 pic zz9.99
               from tx-taux-horaire.
           02 a-tx-motif line i col 31 pic x(30) from tx-motif.
           02 a-tx-operateur line i col 63 pic x(8)
               from tx-operateur.

       01 a-plg-chauffeur-introuvable.
           02 line 20 col 1 value 'Chauffeur introuvable.'.
       01 a-plg-grade-introuvable.
           02 line 20 col 1 value
               'Grade inconnu : le declarer d''abord dans la grille.'.
       01 a-plg-taux-nul.
           02 line 20 col 1 value
               'Taux horaire nul : ni saisi ni prevu par le grade.'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value
               'Aucun taux enregistre pour ce chauffeur.'.
       01 a-plg-taux-corrige.
           02 line 21 col 1 value
               'Taux a cette date d''effet corrige.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Rapport : ../ext/GradesAnciennete.txt'.
       01 a-plg-rapport-compte.
           02 line 21 col 1 value 'Passages de grade dus : '.
           02 a-nb-a-promouvoir pic zzz9 from nb-a-promouvoir.
           02 line 21 col 32 value 'a venir : '.
           02 a-nb-a-venir pic zzz9 from nb-a-venir.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 21 col 1 value 'Operation effectuee'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Grille des grades de conduite (anciennete requise et taux de
      * base) et historique date des grades et taux horaires de
      * chaque chauffeur : la paye valorise les heures au taux en
      * vigueur chaque jour, la rentabilite et le cout de possession
      * chiffrent les chauffeurs a leur cout reel. L'entree du
      * chauffeur est la premiere date d'effet de son historique ;
      * le rapport d'anciennete signale les passages de grade dus.

       open i-o FGrade
       if fgr-status = '35' then
           open output FGrade
           close FGrade
           open i-o FGrade
       end-if
       open i-o FTaux
       if ftx-status = '35' then
           open output FTaux
           close FTaux
           open i-o FTaux
       end-if
       open input FChaufNouv

       if fgr-status not = '00' or ftx-status not = '00'
       or FChaufNouvStatus not = '00' then
           display a-error-open
           stop ' '
           perform FERME-FICHIERS
           goback
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

       perform LIT-PARAMETRES
       accept date-jour from date yyyymmdd

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform DECLARE-GRADE
               when 2 perform SAISIE-TAUX
               when 3 perform LISTE-TAUX
               when 4 perform RAPPORT-ANCIENNETE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FGrade
           close FTaux
           close FChaufNouv
       .

       LIT-PARAMETRES.
      * Horizon, en mois, des passages de grade annonces a l'avance.
           open input FParametres
           if fpa-status = '00' then
               move 'GRADE-PREAVIS-MOIS' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to preavis-mois
               end-read
               close FParametres
           end-if
       .

       DECLARE-GRADE.
           display a-plg-efface-ecran
           display a-plg-titre-grade
           display s-plg-code-grade
           accept s-plg-code-grade

           move function upper-case(nv-code-grade) to nv-code-grade
           move nv-code-grade to gr-code
           move 1 to grade-existe
           read FGrade
               invalid key
                   move 0 to grade-existe
           end-read
           if grade-existe = 1 then
               move gr-libelle to nv-libelle
               move gr-anciennete-mois to nv-anciennete-mois
               move gr-taux-base to nv-taux-base
           else
               move spaces to nv-libelle
               move 0 to nv-anciennete-mois
               move 0 to nv-taux-base
           end-if
           display s-plg-form-grade
           accept s-plg-form-grade

           move nv-code-grade to gr-code
           move nv-libelle to gr-libelle
           move nv-anciennete-mois to gr-anciennete-mois
           move nv-taux-base to gr-taux-base
           if grade-existe = 1 then
               rewrite enr-grade
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           else
               write enr-grade
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-write
           end-if
           stop ' '
       .

       SAISIE-TAUX.
      * Une ligne d'historique par date d'effet : une nouvelle saisie
      * a la meme date corrige la ligne existante. Le taux saisi a 0
      * reprend le taux de base du grade.
           display a-plg-efface-ecran
           display a-plg-titre-taux
           move date-jour to nv-date-effet
           move 0 to nv-taux-horaire
           move spaces to nv-motif
           display s-plg-form-taux
           accept s-plg-form-taux

           move nv-num-chauff to numChaufN
           move 0 to chauffeur-introuvable
           read FChaufNouv
               invalid key
                   move 1 to chauffeur-introuvable
           end-read
           if chauffeur-introuvable = 1 then
               display a-plg-chauffeur-introuvable
               stop ' '
               exit paragraph
           end-if

           call 'ss-date-valide' using nv-date-effet
               resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-code-grade) to nv-code-grade
           move nv-code-grade to gr-code
           read FGrade
               invalid key
                   display a-plg-grade-introuvable
                   stop ' '
                   exit paragraph
           end-read
           if nv-taux-horaire = 0 then
               move gr-taux-base to nv-taux-horaire
           end-if
           if nv-taux-horaire = 0 then
               display a-plg-taux-nul
               stop ' '
               exit paragraph
           end-if

           move nv-num-chauff to tx-num-chauff
           move nv-date-effet to tx-date-effet
           move nv-code-grade to tx-grade
           move nv-taux-horaire to tx-taux-horaire
           move nv-motif to tx-motif
           move session-code to tx-operateur
           write enr-taux
           invalid key
               rewrite enr-taux
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-taux-corrige
               end-rewrite
           not invalid key
               display a-plg-modif-succes
           end-write
           stop ' '
       .

       LISTE-TAUX.
           display a-plg-efface-ecran
           display a-plg-titre-liste
           display s-plg-recherche-chauf
           accept s-plg-recherche-chauf

           move 6 to i
           move 1 to aucun-resultat
           display a-plg-titre-colonne

           move 0 to fin-scan
           move id-chauf to tx-num-chauff
           move 0 to tx-date-effet
           start FTaux key >= tx-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform until (fin-scan = 1)
               read FTaux next
                   at end
                       move 1 to fin-scan
                   not at end
                       if tx-num-chauff not = id-chauf then
                           move 1 to fin-scan
                       else
                           if i < 19 then
                               display a-plg-taux-data
                               add 1 to i
                           end-if
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       RAPPORT-ANCIENNETE.
      * Pour chaque chauffeur actif ayant un historique : grade en
      * vigueur, anciennete en mois depuis l'entree, et grade
      * suivant de la grille. Passage du si l'anciennete atteint le
      * seuil du grade suivant, annonce si elle l'atteint dans les
      * GRADE-PREAVIS-MOIS prochains mois.
           display a-plg-efface-ecran
           display a-plg-titre-rapport

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move date-jour to ed-date
           move spaces to contenu-rapport
           string '----- Anciennete et passages de grade au '
               ed-date ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move preavis-mois to ed-seuil
           move spaces to contenu-rapport
           string 'Entree = premiere date d''effet du chauffeur ;'
               ' passages annonces ' ed-seuil ' mois a l''avance.'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Numero Nom                  Gr  Vers Anc  Seuil  E'
               &'cheance    Etat' to contenu-rapport
           write LigneRapport

           move 0 to nb-a-promouvoir
           move 0 to nb-a-venir
           move 0 to numChaufN
           move 0 to fin-chauf
           start FChaufNouv key > numChaufN
               invalid key
                   move 1 to fin-chauf
           end-start
           perform until (fin-chauf = 1)
               read FChaufNouv next
                   at end
                       move 1 to fin-chauf
                   not at end
                       if statutN not = 'I' then
                           perform APPRECIE-GRADE-CHAUFFEUR
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move nb-a-promouvoir to ed-nb
           move spaces to contenu-rapport
           string 'Passages de grade dus : ' ed-nb
               delimited by size into contenu-rapport
           write LigneRapport
           move nb-a-venir to ed-nb
           move spaces to contenu-rapport
           string 'Passages a venir      : ' ed-nb
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-chauffeur-grade' to spool-programme
           move spaces to spool-parametres
           string 'anciennete grades ' date-jour
               delimited by size into spool-parametres
           move '../ext/GradesAnciennete.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           display a-plg-rapport-compte
           stop ' '
       .

       APPRECIE-GRADE-CHAUFFEUR.
      *    entree et grade en vigueur d'apres l'historique
           move 0 to historique-vu
           move spaces to grade-actuel
           move 0 to fin-scan
           move numChaufN to tx-num-chauff
           move 0 to tx-date-effet
           start FTaux key >= tx-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FTaux next
                   at end
                       move 1 to fin-scan
                   not at end
                       if tx-num-chauff not = numChaufN
                       or tx-date-effet > date-jour then
                           move 1 to fin-scan
                       else
                           if historique-vu = 0 then
                               move tx-date-effet to date-entree
                               move 1 to historique-vu
                           end-if
                           move tx-grade to grade-actuel
                       end-if
               end-read
           end-perform
           if historique-vu = 0 then
               exit paragraph
           end-if

      *    grade suivant de la grille ; aucun au sommet de la grille
           move grade-actuel to gr-code
           start FGrade key > gr-code
               invalid key
                   exit paragraph
           end-start
           read FGrade next
               at end
                   exit paragraph
           end-read
           move gr-code to grade-suivant
           move gr-anciennete-mois to seuil-suivant

      *    anciennete en mois revolus depuis l'entree
           compute mois-anciennete =
               (jour-annee * 12 + jour-mois)
               - (entree-annee * 12 + entree-mois)
           if jour-jour < entree-jour then
               subtract 1 from mois-anciennete
           end-if

      *    echeance : entree + seuil du grade suivant (jour ramene
      *    au 28 pour rester une date valide)
           compute mois-cumul = entree-annee * 12 + entree-mois - 1
               + seuil-suivant
           compute echeance-annee = mois-cumul / 12
           compute echeance-mois = function mod(mois-cumul, 12) + 1
           move entree-jour to echeance-jour
           if echeance-jour > 28 then
               move 28 to echeance-jour
           end-if

           if mois-anciennete >= seuil-suivant then
               move 'A PROMOUVOIR' to etat-grade
               add 1 to nb-a-promouvoir
           else
               if mois-anciennete + preavis-mois >= seuil-suivant then
                   move 'a venir' to etat-grade
                   add 1 to nb-a-venir
               else
                   exit paragraph
               end-if
           end-if

           move mois-anciennete to ed-anciennete
           move seuil-suivant to ed-seuil
           move date-echeance to ed-date
           move spaces to contenu-rapport
           string numChaufN ' ' nomN(1:20) ' ' grade-actuel '  '
               grade-suivant '   ' ed-anciennete '    ' ed-seuil
               '  ' ed-date '  ' etat-grade
               delimited by size into contenu-rapport
           write LigneRapport
       .

       end program ss-chauffeur-grade.
