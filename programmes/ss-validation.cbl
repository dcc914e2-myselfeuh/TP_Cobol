       program-id. ss-validation.

       input-output section.
           file-control.
           select FDemande assign to "../ext/DemandeValidation.dat"
               organization is indexed
               access mode is dynamic
                   record key is dv-num
               status fdv-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FTarif assign to "../ext/TarifGrille.dat"
               organization is indexed
               access mode is dynamic
                   record key is tg-type
               status ftg-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
       fd FDemande.
           01 enr-demande.
               02 dv-num           pic 9(6).
               02 dv-objet         pic x(10).
               02 dv-cle           pic x(20).
               02 dv-libelle       pic x(40).
               02 dv-ancien        pic 9(8)v99.
               02 dv-nouveau       pic 9(8)v99.
               02 dv-demandeur     pic x(8).
               02 dv-date-demande  pic 9(8).
               02 dv-heure-demande pic 9(8).
               02 dv-statut        pic x(1).
               02 dv-valideur      pic x(8).
               02 dv-date-decision pic 9(8).
               02 dv-heure-decision pic 9(8).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       fd FTarif.
           01 enr-tarif.
               02 tg-type          pic x(10).
               02 tg-pourcent      pic 9(3).
               02 tg-libelle       pic x(30).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fdv-status               pic x(2).
       01 fco-status               pic x(2).
       01 ftg-status               pic x(2).
       01 fpa-status               pic x(2).
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

       01 id-demande               pic 9(6).
       01 reponse                  pic x(1).
       01 demande-trouvee          pic 9.
       01 motif-refus              pic x(40).
       01 libelle-statut           pic x(10).
       01 type-decision            pic x(6).

      *----- Application d'une demande validee -----
       01 cle-compagnie            pic 9(4).
       01 cle-periode              pic 9(6).
       01 ancien-edite             pic z(7)9.99.
       01 nouveau-edite            pic z(7)9.99.
       01 nb-avoirs                pic 9(4).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Demandes a valider (double controle) -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Demandes en attente'.
           02 line 4 col 2 value '2: Valider une demande'.
           02 line 5 col 2 value '3: Rejeter une demande'.
           02 line 6 col 2 value '4: Historique des demandes'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-id-demande.
           02 line 3 col 2 value 'Numero de la demande : '.
           02 s-id-demande pic zzzzzz to id-demande required.

       01 a-plg-demande-detail.
           02 line 5 col 2 value 'Objet       : '.
           02 a-dt-objet pic x(10) from dv-objet.
           02 line 5 col 30 value 'Cle : '.
           02 a-dt-cle pic x(20) from dv-cle.
           02 line 6 col 2 value 'Libelle     : '.
           02 a-dt-libelle pic x(40) from dv-libelle.
           02 line 7 col 2 value 'Valeur      : '.
           02 a-dt-ancien pic zzzzzzz9.99 from dv-ancien.
           02 line 7 col 30 value '-> '.
           02 a-dt-nouveau pic zzzzzzz9.99 from dv-nouveau.
           02 line 8 col 2 value 'Demandee par: '.
           02 a-dt-demandeur pic x(8) from dv-demandeur.
           02 line 8 col 30 value 'le '.
           02 a-dt-date pic 9999/99/99 from dv-date-demande.
       01 s-plg-confirmation.
           02 line 10 col 2 value 'Confirmer (O/N) : '.
           02 s-reponse pic x to reponse required.

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Num'.
           02 line 3 col 9 value 'Objet'.
           02 line 3 col 20 value 'Cle'.
           02 line 3 col 33 value 'Ancien'.
           02 line 3 col 45 value 'Nouveau'.
           02 line 3 col 57 value 'Demande'.
           02 line 3 col 66 value 'Le'.
           02 line 3 col 77 value 'St'.
       01 a-plg-demande-data.
           02 a-dv-num line i col 2 pic 9(6) from dv-num.
           02 a-dv-objet line i col 9 pic x(10) from dv-objet.
           02 a-dv-cle line i col 20 pic x(12) from dv-cle.
           02 a-dv-ancien line i col 33 pic zzzzzzz9.99
               from dv-ancien.
           02 a-dv-nouveau line i col 45 pic zzzzzzz9.99
               from dv-nouveau.
           02 a-dv-demandeur line i col 57 pic x(8)
               from dv-demandeur.
           02 a-dv-date line i col 66 pic 9999/99/99
               from dv-date-demande.
           02 a-dv-statut line i col 78 pic x from dv-statut.

       01 a-plg-resultat-avoirs.
           02 line 18 col 1 value 'Avoirs emis sur la periode : '.
           02 a-nb-avoirs pic zzz9 from nb-avoirs.
       01 a-plg-refus.
           02 line 20 col 1 value 'Demande non traitee : '.
           02 a-motif-refus pic x(40) from motif-refus.
       01 a-plg-demande-introuvable.
           02 line 20 col 1 value 'Demande introuvable.'.
       01 a-plg-demande-traitee.
           02 line 20 col 1 value 'Demande deja '.
           02 a-libelle-statut pic x(10) from libelle-statut.
       01 a-plg-aucune-demande.
           02 line 20 col 1 value 'Aucune demande.'.
       01 a-plg-abandon.
           02 line 20 col 1 value 'Abandon.'.
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

      * Double controle des changements sensibles : taux journalier
      * d'une compagnie, majoration de la grille tarifaire, parametre
      * general et avoir au-dela de AVOIR-SEUIL-VALID sont
      * enregistres en attente par ss-validation-demande. Un second
      * superviseur, autre que le demandeur, les valide ici - le
      * changement est alors applique et journalise sous les deux
      * codes operateur - ou les rejette.

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

       open i-o FDemande
       if fdv-status = '35' then
           open output FDemande
           close FDemande
           open i-o FDemande
       end-if
       if fdv-status not = '00' then
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

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform LISTE-EN-ATTENTE
               when 2 perform VALIDE-DEMANDE
               when 3 perform REJETTE-DEMANDE
               when 4 perform HISTORIQUE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FDemande
       close FJournal

       goback
       .

       LISTE-EN-ATTENTE.
      * Les plus anciennes d'abord : ce sont elles qui bloquent.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne
           move 4 to i
           move 1 to aucun-resultat

           move 0 to dv-num
           move 0 to fin-scan
           start FDemande key > dv-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FDemande next
                   at end
                       move 1 to fin-scan
                   not at end
                       if dv-statut = 'A' and i < 19 then
                           display a-plg-demande-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucune-demande
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       HISTORIQUE.
      * Les plus recentes d'abord, toutes decisions confondues.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne
           move 4 to i
           move 1 to aucun-resultat

           move 999999 to dv-num
           move 0 to fin-scan
           start FDemande key < dv-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1 or i > 18)
               read FDemande previous
                   at end
                       move 1 to fin-scan
                   not at end
                       display a-plg-demande-data
                       add 1 to i
                       move 0 to aucun-resultat
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucune-demande
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       CHOIX-DEMANDE.
      * Saisie et affichage d'une demande encore en attente.
           move 0 to demande-trouvee
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-demande
           accept s-plg-id-demande

           move id-demande to dv-num
           read FDemande
           invalid key
               display a-plg-demande-introuvable
               exit paragraph
           end-read

           if dv-statut not = 'A' then
               if dv-statut = 'V' then
                   move 'validee.' to libelle-statut
               else
                   move 'rejetee.' to libelle-statut
               end-if
               display a-plg-demande-traitee
               exit paragraph
           end-if

           display a-plg-demande-detail
           display s-plg-confirmation
           accept s-plg-confirmation
           if function upper-case(reponse) not = 'O' then
               display a-plg-abandon
               exit paragraph
           end-if
           move 1 to demande-trouvee
       .

       VALIDE-DEMANDE.
      * Le demandeur ne valide jamais sa propre demande. Le
      * changement n'est applique que si la valeur en place est
      * toujours celle vue a la demande ; sinon la demande reste en
      * attente, a rejeter puis a ressaisir.
           perform CHOIX-DEMANDE
           if demande-trouvee = 0 then
               stop ' '
               exit paragraph
           end-if

           move spaces to motif-refus
           if dv-demandeur = session-code then
               move 'un second superviseur doit valider'
                   to motif-refus
               display a-plg-refus
               stop ' '
               exit paragraph
           end-if

           accept date-jour from date yyyymmdd
           accept heure-jour from time
           move dv-ancien to ancien-edite
           move dv-nouveau to nouveau-edite

           evaluate dv-objet
               when 'COMPAGNIE'
                   perform APPLIQUE-COMPAGNIE
               when 'TARIF'
                   perform APPLIQUE-TARIF
               when 'PARAMETRE'
                   perform APPLIQUE-PARAMETRE
               when 'AVOIR'
                   perform APPLIQUE-AVOIR
                   exit paragraph
               when other
                   move 'objet de demande inconnu' to motif-refus
           end-evaluate

           if motif-refus not = spaces then
               display a-plg-refus
               stop ' '
               exit paragraph
           end-if

           move 'V' to dv-statut
           move 'VALIDE' to type-decision
           perform ENREGISTRE-DECISION
           stop ' '
       .

       REJETTE-DEMANDE.
      * Tout superviseur peut rejeter, le demandeur compris (retrait
      * de sa propre demande) ; rien n'est applique.
           perform CHOIX-DEMANDE
           if demande-trouvee = 0 then
               stop ' '
               exit paragraph
           end-if

           accept date-jour from date yyyymmdd
           accept heure-jour from time
           move dv-ancien to ancien-edite
           move dv-nouveau to nouveau-edite
           move 'R' to dv-statut
           move 'REJET' to type-decision
           perform ENREGISTRE-DECISION
           stop ' '
       .

       ENREGISTRE-DECISION.
           move session-code to dv-valideur
           move date-jour to dv-date-decision
           move heure-jour to dv-heure-decision
           rewrite enr-demande
           invalid key
               display a-plg-modif-erreur
           not invalid key
               perform JOURNALISE-DECISION
               display a-plg-modif-succes
           end-rewrite
       .

       JOURNALISE-DECISION.
           move spaces to ligne-journal
           string
               'VALIDATION' ' | ' type-decision
               ' | id=' dv-num
               ' | ' date-jour ' ' heure-jour
               ' | oper=' session-code
               ' | demandeur=' dv-demandeur
               ' | objet=' dv-objet ' ' dv-cle
               ' | ancien=' ancien-edite
               ' | nouveau=' nouveau-edite
               delimited by size into ligne-journal
           write ligne-journal
       .

       APPLIQUE-COMPAGNIE.
           open i-o FCompagnie
           if fco-status not = '00' then
               move 'fichier des compagnies inaccessible'
                   to motif-refus
               exit paragraph
           end-if

           move dv-cle(1:4) to cle-compagnie
           move cle-compagnie to num-compagnie
           read FCompagnie
           invalid key
               move 'compagnie introuvable' to motif-refus
           not invalid key
               if taux-jour-compagnie not = dv-ancien then
                   move 'taux modifie depuis la demande'
                       to motif-refus
               else
                   move dv-nouveau to taux-jour-compagnie
                   rewrite enr-compagnie
                   invalid key
                       move 'mise a jour refusee' to motif-refus
                   not invalid key
                       move spaces to ligne-journal
                       string
                           'COMPAGNIE' ' | ' 'MODIF'
                           ' | id=' num-compagnie
                           ' | ' date-jour ' ' heure-jour
                           ' | oper=' session-code
                           ' | demandeur=' dv-demandeur
                           ' | validation=' dv-num
                           ' | ancien=' ancien-edite
                           ' | nouveau=' nouveau-edite
                           delimited by size into ligne-journal
                       write ligne-journal
                   end-rewrite
               end-if
           end-read
           close FCompagnie
       .

       APPLIQUE-TARIF.
           open i-o FTarif
           if ftg-status not = '00' then
               move 'grille tarifaire inaccessible' to motif-refus
               exit paragraph
           end-if

           move dv-cle(1:10) to tg-type
           read FTarif
           invalid key
               move 'type de majoration inconnu' to motif-refus
           not invalid key
               if tg-pourcent not = dv-ancien then
                   move 'majoration modifiee depuis la demande'
                       to motif-refus
               else
                   move dv-nouveau to tg-pourcent
                   rewrite enr-tarif
                   invalid key
                       move 'mise a jour refusee' to motif-refus
                   not invalid key
                       move spaces to ligne-journal
                       string
                           'TARIF' ' | ' 'MODIF'
                           ' | id=' tg-type
                           ' | ' date-jour ' ' heure-jour
                           ' | oper=' session-code
                           ' | demandeur=' dv-demandeur
                           ' | validation=' dv-num
                           ' | ancien=' ancien-edite
                           ' | nouveau=' nouveau-edite
                           delimited by size into ligne-journal
                       write ligne-journal
                   end-rewrite
               end-if
           end-read
           close FTarif
       .

       APPLIQUE-PARAMETRE.
           open i-o FParametres
           if fpa-status not = '00' then
               move 'fichier des parametres inaccessible'
                   to motif-refus
               exit paragraph
           end-if

           move dv-cle to pa-code
           read FParametres
           invalid key
               move 'parametre introuvable' to motif-refus
           not invalid key
               if pa-valeur not = dv-ancien then
                   move 'valeur modifiee depuis la demande'
                       to motif-refus
               else
                   move dv-nouveau to pa-valeur
                   rewrite enr-parametre
                   invalid key
                       move 'mise a jour refusee' to motif-refus
                   not invalid key
                       move spaces to ligne-journal
                       string
                           'PARAMETRE' ' | ' 'MODIF'
                           ' | id=' pa-code
                           ' | ' date-jour ' ' heure-jour
                           ' | oper=' session-code
                           ' | demandeur=' dv-demandeur
                           ' | validation=' dv-num
                           ' | ancien=' ancien-edite
                           ' | nouveau=' nouveau-edite
                           delimited by size into ligne-journal
                       write ligne-journal
                   end-rewrite
               end-if
           end-read
           close FParametres
       .

       APPLIQUE-AVOIR.
      * La demande est d'abord marquee validee : c'est ce que
      * ss-avoir-emission verifie avant d'emettre un avoir au-dela
      * du seuil. L'emission du mois est alors relancee ; elle
      * journalise l'avoir avec le demandeur et le valideur. Les
      * fichiers sont rendus le temps de l'appel.
           move 'V' to dv-statut
           move 'VALIDE' to type-decision
           perform ENREGISTRE-DECISION
           move dv-cle(7:6) to cle-periode

           close FDemande
           close FJournal

           move 0 to nb-avoirs
           call 'ss-avoir-emission' using cle-periode nb-avoirs

           open i-o FDemande
           open extend FJournal
           display a-plg-resultat-avoirs
           stop ' '
       .

       end program ss-validation.
