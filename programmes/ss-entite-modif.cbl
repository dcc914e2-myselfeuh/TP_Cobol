       program-id. ss-entite-modif.

       input-output section.
           file-control.
           select FEntite assign to "../ext/Entite.dat"
               organization is indexed
               access mode is dynamic
                   record key is en-code
               status fen-status.

           select FSiteEntite assign to "../ext/SiteEntite.dat"
               organization is indexed
               access mode is dynamic
                   record key is sn-code-site
               status fsn-status.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status fsi-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Entite juridique facturant sous sa propre immatriculation :
      * identite portee sur ses factures, prefixe et compteurs de
      * ses series de factures et d'avoirs. Un site rattache a
      * aucune entite facture au nom de la societe principale.
       fd FEntite.
           01 enr-entite.
               02 en-code          pic x(4).
               02 en-raison-sociale pic x(40).
               02 en-siret         pic x(14).
               02 en-tva-intra     pic x(13).
               02 en-adresse       pic x(40).
               02 en-code-postal   pic x(5).
               02 en-ville         pic x(30).
               02 en-iban          pic x(34).
               02 en-bic           pic x(11).
               02 en-prefixe       pic x(4).
               02 en-dernier-facture pic 9(6).
               02 en-dernier-avoir pic 9(6).

       fd FSiteEntite.
           01 enr-site-entite.
               02 sn-code-site     pic x(4).
               02 sn-code-entite   pic x(4).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fen-status               pic x(2).
       01 fsn-status               pic x(2).
       01 fsi-status               pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-sn              pic 9.
       01 aucun-resultat           pic 9.
       01 entite-existante         pic 9.
       01 lien-existant            pic 9.

       01 nv-code                  pic x(4).
       01 nv-raison-sociale        pic x(40).
       01 nv-siret                 pic x(14).
       01 nv-tva-intra             pic x(13).
       01 nv-adresse               pic x(40).
       01 nv-code-postal           pic x(5).
       01 nv-ville                 pic x(30).
       01 nv-iban                  pic x(34).
       01 nv-bic                   pic x(11).
       01 nv-prefixe               pic x(4).
       01 nv-code-site             pic x(4).
       01 nv-code-entite           pic x(4).
       01 liste-sites              pic x(40).
       01 pos-liste                pic 9(2).

       01 operation-journal        pic x(10).
       01 detail-journal           pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Entites juridiques de facturation -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Creer ou modifier une entite'.
           02 line 4 col 2 value
               '2: Rattacher un site a une entite'.
           02 line 5 col 2 value
               '3: Lister les entites et leurs sites'.
           02 line 7 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 9 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-code-entite.
           02 line 3 col 2 value 'Code entite (4 caracteres) : '.
           02 s-nv-code pic x(4) to nv-code required.
       01 a-plg-entite-actuelle.
           02 line 4 col 2 value 'Actuel : '.
           02 a-en-raison pic x(40) from en-raison-sociale.
           02 line 4 col 54 value 'Prefixe : '.
           02 a-en-prefixe pic x(4) from en-prefixe.
           02 line 5 col 2 value 'Dernieres pieces : facture '.
           02 a-en-der-fac pic zzzzz9 from en-dernier-facture.
           02 line 5 col 37 value 'avoir '.
           02 a-en-der-av pic zzzzz9 from en-dernier-avoir.
       01 s-plg-form-entite.
           02 line 7 col 2 value 'Raison sociale : '.
           02 s-nv-raison pic x(40) to nv-raison-sociale required.
           02 line 8 col 2 value 'SIRET (14 chiffres) : '.
           02 s-nv-siret pic x(14) to nv-siret required.
           02 line 9 col 2 value 'TVA intracommunautaire : '.
           02 s-nv-tva pic x(13) to nv-tva-intra required.
           02 line 10 col 2 value 'Adresse : '.
           02 s-nv-adresse pic x(40) to nv-adresse required.
           02 line 11 col 2 value 'Code postal : '.
           02 s-nv-cp pic x(5) to nv-code-postal required.
           02 line 12 col 2 value 'Ville : '.
           02 s-nv-ville pic x(30) to nv-ville required.
           02 line 13 col 2 value 'IBAN : '.
           02 s-nv-iban pic x(34) to nv-iban required.
           02 line 14 col 2 value 'BIC : '.
           02 s-nv-bic pic x(11) to nv-bic required.
           02 line 15 col 2 value 'Prefixe des factures : '.
           02 s-nv-prefixe pic x(4) to nv-prefixe required.

       01 s-plg-rattachement.
           02 line 3 col 2 value 'Code site : '.
           02 s-nv-site pic x(4) to nv-code-site required.
           02 line 4 col 2 value
               'Code entite (vide = societe principale) : '.
           02 s-nv-entite pic x(4) to nv-code-entite.

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Code'.
           02 line 3 col 8 value 'Prefixe'.
           02 line 3 col 17 value 'Raison sociale'.
           02 line 3 col 50 value 'Sites'.
       01 a-plg-entite-data.
           02 a-l-code line i col 2 pic x(4) from en-code.
           02 a-l-prefixe line i col 8 pic x(4) from en-prefixe.
           02 a-l-raison line i col 17 pic x(32)
               from en-raison-sociale.
           02 a-l-sites line i col 50 pic x(30) from liste-sites.

       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value
               'Operation reservee au superviseur.'.
       01 a-plg-siret-invalide.
           02 line 20 col 1 value 'SIRET attendu : 14 chiffres.'.
       01 a-plg-site-introuvable.
           02 line 20 col 1 value 'Site introuvable.'.
       01 a-plg-entite-introuvable.
           02 line 20 col 1 value 'Entite introuvable.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune entite.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FEntite
       if fen-status = '35' then
           open output FEntite
           close FEntite
           open i-o FEntite
       end-if
       open i-o FSiteEntite
       if fsn-status = '35' then
           open output FSiteEntite
           close FSiteEntite
           open i-o FSiteEntite
       end-if
       open input FSite
       if fen-status not = '00' or fsn-status not = '00'
       or fsi-status not = '00' then
           display a-error-open
           stop ' '
           close FEntite
           close FSiteEntite
           close FSite
           goback
       end-if

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

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform SAISIT-ENTITE
               when 2 perform RATTACHE-SITE
               when 3 perform LISTE-ENTITES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FEntite
       close FSiteEntite
       close FSite
       close FJournal

       goback
       .

       SAISIT-ENTITE.
      * Les compteurs des series ne se saisissent pas : ils partent
      * de zero a la creation et restent ceux de la facturation
      * quand l'identite de l'entite est modifiee.
           if session-role not = 'S' then
               display a-plg-reserve-superviseur
               stop ' '
               exit paragraph
           end-if
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-code-entite
           accept s-plg-code-entite

           move function upper-case(nv-code) to en-code
           read FEntite
           invalid key
               move 0 to entite-existante
               move spaces to en-raison-sociale en-prefixe
               move 0 to en-dernier-facture
               move 0 to en-dernier-avoir
           not invalid key
               move 1 to entite-existante
           end-read
           display a-plg-entite-actuelle
           display s-plg-form-entite
           accept s-plg-form-entite

           if nv-siret not numeric then
               display a-plg-siret-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-code) to en-code
           move function upper-case(nv-raison-sociale)
               to en-raison-sociale
           move nv-siret to en-siret
           move function upper-case(nv-tva-intra) to en-tva-intra
           move function upper-case(nv-adresse) to en-adresse
           move nv-code-postal to en-code-postal
           move function upper-case(nv-ville) to en-ville
           move function upper-case(nv-iban) to en-iban
           move function upper-case(nv-bic) to en-bic
           move function upper-case(nv-prefixe) to en-prefixe

           if entite-existante = 1 then
               rewrite enr-entite
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           else
               write enr-entite
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-write
           end-if

           move 'MODIF' to operation-journal
           move spaces to detail-journal
           string 'siret=' en-siret ' prefixe=' en-prefixe
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       RATTACHE-SITE.
      * Un site sans rattachement facture au nom de la societe
      * principale ; laisser le code entite vide retire le lien.
           if session-role not = 'S' then
               display a-plg-reserve-superviseur
               stop ' '
               exit paragraph
           end-if
           display a-plg-efface-ecran
           display a-plg-titre-global
           move spaces to nv-code-entite
           display s-plg-rattachement
           accept s-plg-rattachement

           move function upper-case(nv-code-site) to si-code
           read FSite
           invalid key
               display a-plg-site-introuvable
               stop ' '
               exit paragraph
           end-read

           move function upper-case(nv-code-entite) to nv-code-entite
           if nv-code-entite not = spaces then
               move nv-code-entite to en-code
               read FEntite
               invalid key
                   display a-plg-entite-introuvable
                   stop ' '
                   exit paragraph
               end-read
           end-if

           move si-code to sn-code-site
           read FSiteEntite
           invalid key
               move 0 to lien-existant
           not invalid key
               move 1 to lien-existant
           end-read
           move nv-code-entite to sn-code-entite

           evaluate true
               when nv-code-entite = spaces and lien-existant = 1
                   delete FSiteEntite
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-delete
               when nv-code-entite = spaces
                   continue
               when lien-existant = 1
                   rewrite enr-site-entite
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-rewrite
               when other
                   write enr-site-entite
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-write
           end-evaluate

           move 'RATTACHE' to operation-journal
           move spaces to detail-journal
           string 'site=' si-code ' entite=' nv-code-entite
               delimited by size into detail-journal
           move si-code to en-code
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       LISTE-ENTITES.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move low-values to en-code
           move 0 to fin-scan
           start FEntite key >= en-code
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FEntite next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform LISTE-SITES-ENTITE
                       display a-plg-entite-data
                       add 1 to i
                       move 0 to aucun-resultat
                       if i > 18 then
                           move 1 to fin-scan
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       LISTE-SITES-ENTITE.
           move spaces to liste-sites
           move 1 to pos-liste
           move low-values to sn-code-site
           move 0 to fin-scan-sn
           start FSiteEntite key >= sn-code-site
               invalid key
                   move 1 to fin-scan-sn
           end-start
           perform with test after until (fin-scan-sn = 1)
               read FSiteEntite next
                   at end
                       move 1 to fin-scan-sn
                   not at end
                       if sn-code-entite = en-code
                       and pos-liste < 36 then
                           string sn-code-site ' '
                               delimited by size into liste-sites
                               with pointer pos-liste
                       end-if
               end-read
           end-perform
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'ENTITE' ' | ' function trim(operation-journal)
               ' | id=' en-code
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-entite-modif.
