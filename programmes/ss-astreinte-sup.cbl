       program-id. ss-astreinte-sup.

       input-output section.
           file-control.
           select FAstreinteSup assign to "../ext/AstreinteSup.dat"
               organization is indexed
               access mode is dynamic
                   record key is su-num
               status fsu-status.

           select FAlerte assign to "../ext/AlerteChaine.dat"
               organization is indexed
               access mode is dynamic
                   record key is al-num
               status fal-status.

           select FUtilisateur assign to "../ext/Utilisateur.dat"
               organization is indexed
               access mode is dynamic
                   record key is ut-code
               status ut-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Astreinte des superviseurs : meme tenue que Astreinte.dat,
      * un operateur superviseur par creneau et par rang d'appel.
       fd FAstreinteSup.
           01 enr-astreinte-sup.
               02 su-num           pic 9(4).
               02 su-date-debut    pic 9(8).
               02 su-date-fin      pic 9(8).
               02 su-code-oper     pic x(8).
               02 su-telephone     pic x(14).
               02 su-rang          pic 9(1).

       fd FAlerte.
           01 enr-alerte.
               02 al-num           pic 9(6).
               02 al-origine       pic x(1).
               02 al-reference     pic x(16).
               02 al-date          pic 9(8).
               02 al-heure         pic 9(8).
               02 al-motif         pic x(60).
               02 al-rang          pic 9(1).
               02 al-code-oper     pic x(8).
               02 al-telephone     pic x(14).
               02 al-date-appel    pic 9(8).
               02 al-heure-appel   pic 9(8).
               02 al-nb-appels     pic 9(2).
               02 al-statut        pic x(1).
               02 al-date-acquit   pic 9(8).
               02 al-heure-acquit  pic 9(8).
               02 al-oper-acquit   pic x(8).

       fd FUtilisateur.
           01 enr-utilisateur.
               02 ut-code          pic x(8).
               02 ut-mdp-hash      pic 9(9).
               02 ut-role          pic x(1).
               02 ut-date-mdp      pic 9(8).
               02 ut-echecs        pic 9(2).
               02 ut-bloque        pic x(1).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fsu-status               pic x(2).
       01 fal-status               pic x(2).
       01 ut-status                pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).

       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-code-oper             pic x(8).
       01 nv-telephone             pic x(14).
       01 nv-rang                  pic 9(1).
       01 id-astreinte             pic 9(4).
       01 id-alerte                pic 9(6).
       01 motif-refus              pic x(30).
       01 libelle-statut           pic x(10).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Astreinte des superviseurs (chaine du soir) -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Inscrire une astreinte superviseur'.
           02 line 4 col 2 value
               '2: Supprimer une astreinte superviseur'.
           02 line 5 col 2 value '3: Liste des astreintes superviseur'.
           02 line 6 col 2 value '4: Alertes de chaine recentes'.
           02 line 7 col 2 value '5: Acquitter une alerte'.
           02 line 8 col 2 value
               '6: Lancer la veille de chaine (verrou, escalade)'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-astreinte.
           02 line 3 col 2 value 'Du (AAAAMMJJ): '.
           02 s-nv-date-debut pic 9(8) to nv-date-debut required.
           02 line 4 col 2 value 'Au (AAAAMMJJ): '.
           02 s-nv-date-fin pic 9(8) to nv-date-fin required.
           02 line 5 col 2 value 'Code operateur superviseur : '.
           02 s-nv-code-oper pic x(8) to nv-code-oper required.
           02 line 6 col 2 value 'Telephone d''astreinte : '.
           02 s-nv-telephone pic x(14) to nv-telephone required.
           02 line 7 col 2 value 'Rang (1 = premier appele) : '.
           02 s-nv-rang pic 9 to nv-rang required.

       01 s-plg-id-astreinte.
           02 line 3 col 2 value 'Numero de l''astreinte : '.
           02 s-id-astreinte pic zzzz to id-astreinte required.

       01 s-plg-id-alerte.
           02 line 3 col 2 value 'Numero de l''alerte : '.
           02 s-id-alerte pic zzzzzz to id-alerte required.

       01 a-plg-titre-colonne.
           02 line 6 col 2 value 'Num'.
           02 line 6 col 8 value 'Du'.
           02 line 6 col 20 value 'Au'.
           02 line 6 col 32 value 'Operateur'.
           02 line 6 col 42 value 'Rang'.
           02 line 6 col 48 value 'Telephone'.
       01 a-plg-astreinte-data.
           02 a-su-num line i col 2 pic 9(4) from su-num.
           02 a-su-deb line i col 8 pic 9999/99/99
               from su-date-debut.
           02 a-su-fin line i col 20 pic 9999/99/99
               from su-date-fin.
           02 a-su-oper line i col 32 pic x(8) from su-code-oper.
           02 a-su-rang line i col 42 pic 9 from su-rang.
           02 a-su-tel line i col 48 pic x(14) from su-telephone.

       01 a-plg-titre-alertes.
           02 line 3 col 2 value 'Num'.
           02 line 3 col 9 value 'Emise le'.
           02 line 3 col 20 value 'Statut'.
           02 line 3 col 31 value 'Rang'.
           02 line 3 col 36 value 'Appele'.
           02 line 3 col 45 value 'Appels'.
           02 line 3 col 52 value 'Acquit par'.
       01 a-plg-alerte-data.
           02 a-al-num line i col 2 pic 9(6) from al-num.
           02 a-al-date line i col 9 pic 9999/99/99 from al-date.
           02 a-al-statut line i col 20 pic x(10)
               from libelle-statut.
           02 a-al-rang line i col 31 pic 9 from al-rang.
           02 a-al-oper line i col 36 pic x(8) from al-code-oper.
           02 a-al-appels line i col 45 pic z9 from al-nb-appels.
           02 a-al-acquit line i col 52 pic x(8)
               from al-oper-acquit.
       01 a-plg-alerte-motif.
           02 a-al-motif line i col 9 pic x(60) from al-motif.

       01 a-plg-refus.
           02 line 20 col 1 value 'Inscription refusee : '.
           02 a-motif-refus pic x(30) from motif-refus.
       01 a-plg-astreinte-introuvable.
           02 line 20 col 1 value 'Astreinte introuvable.'.
       01 a-plg-alerte-introuvable.
           02 line 20 col 1 value 'Alerte introuvable.'.
       01 a-plg-alerte-deja-acquittee.
           02 line 20 col 1 value 'Alerte deja acquittee.'.
       01 a-plg-aucune-astreinte.
           02 line 20 col 1 value 'Aucune astreinte superviseur.'.
       01 a-plg-aucune-alerte.
           02 line 20 col 1 value 'Aucune alerte de chaine.'.
       01 a-plg-veille-faite.
           02 line 20 col 1 value
               'Veille passee : voir les alertes de chaine.'.
       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value
               'Operation reservee au superviseur.'.
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

      * Qui est appele quand la chaine du soir tombe : creneaux
      * d'astreinte des superviseurs par rang, suivi et acquittement
      * des alertes emises par la chaine et par ss-chaine-veille.
      * Reserve aux superviseurs.

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

       display a-plg-titre-global
       if session-role not = 'S' then
           display a-plg-reserve-superviseur
           stop ' '
           goback
       end-if

       open i-o FAstreinteSup
       if fsu-status = '35' then
           open output FAstreinteSup
           close FAstreinteSup
           open i-o FAstreinteSup
       end-if
       open input FUtilisateur

       if fsu-status not = '00' or ut-status not = '00' then
           display a-error-open
           stop ' '
           close FAstreinteSup
           close FUtilisateur
           goback
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform INSCRIT-ASTREINTE
               when 2 perform SUPPRIME-ASTREINTE
               when 3 perform LISTE-ASTREINTES
               when 4 perform LISTE-ALERTES
               when 5 perform ACQUITTE-ALERTE
               when 6 perform LANCE-VEILLE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FAstreinteSup
       close FUtilisateur
       close FJournal

       goback
       .

       INSCRIT-ASTREINTE.
      * Seul un superviseur actif peut tenir l'astreinte : c'est lui
      * qui relance ou reprend la chaine.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-astreinte
           accept s-plg-form-astreinte

           move spaces to motif-refus
           move function upper-case(nv-code-oper) to nv-code-oper
           move nv-code-oper to ut-code
           read FUtilisateur
           invalid key
               move 'operateur inconnu' to motif-refus
           not invalid key
               if ut-role not = 'S' then
                   move 'operateur non superviseur' to motif-refus
               end-if
               if ut-bloque = 'O' then
                   move 'operateur bloque' to motif-refus
               end-if
           end-read
           if motif-refus = spaces
           and nv-date-fin < nv-date-debut then
               move 'fin avant le debut' to motif-refus
           end-if
           if motif-refus = spaces and nv-rang = 0 then
               move 'rang nul' to motif-refus
           end-if

           if motif-refus not = spaces then
               display a-plg-refus
           else
               perform ECRIT-ASTREINTE
           end-if

           stop ' '
       .

       ECRIT-ASTREINTE.
           move 9999 to su-num
           start FAstreinteSup key < su-num
           invalid key
               move 0 to su-num
           not invalid key
               read FAstreinteSup next
                   at end
                       move 0 to su-num
                   not at end
                       continue
               end-read
           end-start

           compute su-num = su-num + 1
           move nv-date-debut to su-date-debut
           move nv-date-fin to su-date-fin
           move nv-code-oper to su-code-oper
           move nv-telephone to su-telephone
           move nv-rang to su-rang

           write enr-astreinte-sup
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-write
       .

       SUPPRIME-ASTREINTE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-astreinte
           accept s-plg-id-astreinte

           move id-astreinte to su-num
           read FAstreinteSup
           invalid key
               display a-plg-astreinte-introuvable
           not invalid key
               delete FAstreinteSup
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-delete
           end-read

           stop ' '
       .

       LISTE-ASTREINTES.
      * Creneaux en cours et a venir.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne
           accept date-jour from date yyyymmdd
           move 7 to i
           move 1 to aucun-resultat

           move 0 to su-num
           move 0 to fin-scan
           start FAstreinteSup key > su-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAstreinteSup next
                   at end
                       move 1 to fin-scan
                   not at end
                       if su-date-fin >= date-jour and i < 19 then
                           display a-plg-astreinte-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucune-astreinte
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       LISTE-ALERTES.
      * Les plus recentes d'abord, deux lignes par alerte (la
      * seconde porte le motif).
           display a-plg-efface-ecran
           display a-plg-titre-global
           open input FAlerte
           if fal-status not = '00' then
               display a-plg-aucune-alerte
               display a-plg-message-continuer
               stop ' '
               exit paragraph
           end-if

           display a-plg-titre-alertes
           move 4 to i
           move 1 to aucun-resultat
           move 999999 to al-num
           move 0 to fin-scan
           start FAlerte key < al-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1 or i > 18)
               read FAlerte previous
                   at end
                       move 1 to fin-scan
                   not at end
                       perform AFFICHE-ALERTE
               end-read
           end-perform
           close FAlerte

           if aucun-resultat = 1 then
               display a-plg-aucune-alerte
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       AFFICHE-ALERTE.
           if al-statut = 'A' then
               move 'acquittee' to libelle-statut
           else
               move 'OUVERTE' to libelle-statut
           end-if
           display a-plg-alerte-data
           add 1 to i
           display a-plg-alerte-motif
           add 1 to i
           move 0 to aucun-resultat
       .

       ACQUITTE-ALERTE.
      * L'acquittement arrete l'escalade : le superviseur prend la
      * chaine en main.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-alerte
           accept s-plg-id-alerte

           open i-o FAlerte
           if fal-status not = '00' then
               display a-plg-alerte-introuvable
               stop ' '
               exit paragraph
           end-if

           move id-alerte to al-num
           read FAlerte
           invalid key
               display a-plg-alerte-introuvable
           not invalid key
               if al-statut = 'A' then
                   display a-plg-alerte-deja-acquittee
               else
                   accept date-jour from date yyyymmdd
                   accept heure-jour from time
                   move 'A' to al-statut
                   move date-jour to al-date-acquit
                   move heure-jour to al-heure-acquit
                   move session-code to al-oper-acquit
                   rewrite enr-alerte
                   invalid key
                       display a-plg-modif-erreur
                   not invalid key
                       perform JOURNALISE-ACQUIT
                       display a-plg-modif-succes
                   end-rewrite
               end-if
           end-read
           close FAlerte

           stop ' '
       .

       JOURNALISE-ACQUIT.
           move spaces to ligne-journal
           string
               'ALERTE' ' | ' 'ACQUIT'
               ' | id=' al-num
               ' | ' date-jour ' ' heure-jour
               ' | oper=' session-code
               ' | appels=' al-nb-appels ' rang=' al-rang
               delimited by size into ligne-journal
           write ligne-journal
       .

       LANCE-VEILLE.
      * Meme passage que celui de l'ordonnanceur ; le roster et le
      * journal sont rendus le temps de l'appel.
           close FAstreinteSup
           close FJournal

           call 'ss-chaine-veille'

           open i-o FAstreinteSup
           open extend FJournal
           display a-plg-veille-faite
           stop ' '
       .

       end program ss-astreinte-sup.
