       program-id. ss-client-modif.

       input-output section.
           file-control.
           select FClientPrive assign to "../ext/ClientPrive.dat"
               organization is indexed
               access mode is dynamic
                   record key is pv-num
               status fpv-status.

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Clients particuliers (mariages, associations, groupes
      * prives) : ils n'ont pas de compte compagnie mais sont
      * factures en nom propre. pv-acompte-requis = 'O' : aucune
      * prestation ne part sans l'acompte du devis regle.
       fd FClientPrive.
           01 enr-client-prive.
               02 pv-num           pic 9(4).
               02 pv-nom           pic x(30).
               02 pv-adresse       pic x(40).
               02 pv-code-postal   pic x(5).
               02 pv-ville         pic x(30).
               02 pv-contact       pic x(30).
               02 pv-acompte-requis pic x(1).

      * Affectation facturee a un client particulier plutot qu'a la
      * compagnie du bus.
       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

       FD FAffectations.
       01 enr-affectation.
           02 fa-num-affect   pic 9(6).
           02 fa-num-chauff   pic 9(6).
           02 fa-num-bus      pic 9(6).
           02 fa-date-debut   pic 9(8).
           02 fa-date-fin     pic 9(8).
           02 fa-nb-passagers pic 9(3).
           02 fa-statut pic x(01).
           02 fa-motif pic x(40).
           02 fa-num-chauff2  pic 9(6).
           02 fa-heure-debut  pic 9(4).
           02 fa-heure-fin    pic 9(4).
           02 fa-nb-pmr       pic 9(3).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fpv-status               pic x(2).
       01 fap-status               pic x(2).
       01 fa-status                pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 id-client                pic 9(4).
       01 id-affect                pic 9(6).
       01 lien-existant            pic 9.

       01 nv-nom                   pic x(30).
       01 nv-adresse               pic x(40).
       01 nv-code-postal           pic x(5).
       01 nv-ville                 pic x(30).
       01 nv-contact               pic x(30).
       01 nv-acompte-requis        pic x(1).

       01 operation-journal        pic x(10).
       01 detail-journal           pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Clients particuliers -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Ajouter un client particulier'.
           02 line 4 col 2 value
               '2: Modifier un client particulier'.
           02 line 5 col 2 value
               '3: Lister les clients particuliers'.
           02 line 6 col 2 value
               '4: Facturer une affectation a un client particulier'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-id-client.
           02 line 3 col 2 value 'Numero du client : '.
           02 s-id-client pic zzzz to id-client required.
       01 a-plg-client-actuel.
           02 line 4 col 2 value 'Actuel : '.
           02 a-pv-nom pic x(30) from pv-nom.
           02 line 4 col 44 value 'Acompte requis : '.
           02 a-pv-acompte pic x from pv-acompte-requis.
       01 s-plg-form-client.
           02 line 6 col 2 value 'Nom : '.
           02 s-nv-nom pic x(30) to nv-nom required.
           02 line 7 col 2 value 'Adresse de facturation : '.
           02 s-nv-adresse pic x(40) to nv-adresse required.
           02 line 8 col 2 value 'Code postal : '.
           02 s-nv-cp pic x(5) to nv-code-postal required.
           02 line 9 col 2 value 'Ville : '.
           02 s-nv-ville pic x(30) to nv-ville required.
           02 line 10 col 2 value 'Contact (nom, telephone) : '.
           02 s-nv-contact pic x(30) to nv-contact.
           02 line 11 col 2 value
               'Acompte exige avant la prestation (O/N) : '.
           02 s-nv-acompte pic x to nv-acompte-requis required.
       01 a-plg-client-cree.
           02 line 13 col 2 value 'Client numero : '.
           02 a-pv-num pic 9(4) from pv-num.

       01 s-plg-rattachement.
           02 line 3 col 2 value 'Numero d''affectation : '.
           02 s-id-affect pic zzzzzz to id-affect required.
           02 line 4 col 2 value
               'Client particulier (0 = compagnie du bus) : '.
           02 s-id-client-aff pic zzzz to id-client.

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Num'.
           02 line 3 col 8 value 'Nom'.
           02 line 3 col 40 value 'Ville'.
           02 line 3 col 62 value 'Acompte'.
       01 a-plg-client-data.
           02 a-l-num line i col 2 pic 9(4) from pv-num.
           02 a-l-nom line i col 8 pic x(30) from pv-nom.
           02 a-l-ville line i col 40 pic x(20) from pv-ville.
           02 a-l-acompte line i col 62 pic x from pv-acompte-requis.

       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-client-introuvable.
           02 line 20 col 1 value 'Client introuvable.'.
       01 a-plg-affect-introuvable.
           02 line 20 col 1 value 'Affectation introuvable.'.
       01 a-plg-acompte-invalide.
           02 line 20 col 1 value 'Acompte requis : O ou N.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun client particulier.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FClientPrive
       if fpv-status = '35' then
           open output FClientPrive
           close FClientPrive
           open i-o FClientPrive
       end-if
       open i-o FAffectClient
       if fap-status = '35' then
           open output FAffectClient
           close FAffectClient
           open i-o FAffectClient
       end-if
       open input FAffectations
       if fpv-status not = '00' or fap-status not = '00'
       or fa-status not = '00' then
           display a-error-open
           stop ' '
           close FClientPrive
           close FAffectClient
           close FAffectations
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
               when 3 perform LISTE-CLIENTS
               when 4 perform RATTACHE-AFFECTATION
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FClientPrive
       close FAffectClient
       close FAffectations
       close FJournal

       goback
       .

       AJOUTE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move 'N' to nv-acompte-requis
           display s-plg-form-client
           accept s-plg-form-client
           move function upper-case(nv-acompte-requis)
               to nv-acompte-requis
           if nv-acompte-requis not = 'O'
           and nv-acompte-requis not = 'N' then
               display a-plg-acompte-invalide
               stop ' '
               exit paragraph
           end-if

           move 9999 to pv-num
           start FClientPrive key < pv-num
           invalid key
               move 0 to pv-num
           not invalid key
               read FClientPrive next
                   at end
                       move 0 to pv-num
                   not at end
                       continue
               end-read
           end-start
           add 1 to pv-num
           perform FORMULAIRE-VERS-CLIENT

           write enr-client-prive
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-write

           move 'AJOUT' to operation-journal
           move spaces to detail-journal
           string 'nom=' function trim(pv-nom)
               ' acompte=' pv-acompte-requis
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-client-cree
           display a-plg-modif-succes
           stop ' '
       .

       MODIFIE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-client
           accept s-plg-id-client

           move id-client to pv-num
           read FClientPrive
           invalid key
               display a-plg-client-introuvable
               stop ' '
               exit paragraph
           end-read

           display a-plg-client-actuel
           move pv-acompte-requis to nv-acompte-requis
           display s-plg-form-client
           accept s-plg-form-client
           move function upper-case(nv-acompte-requis)
               to nv-acompte-requis
           if nv-acompte-requis not = 'O'
           and nv-acompte-requis not = 'N' then
               display a-plg-acompte-invalide
               stop ' '
               exit paragraph
           end-if
           perform FORMULAIRE-VERS-CLIENT

           rewrite enr-client-prive
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move 'MODIF' to operation-journal
           move spaces to detail-journal
           string 'nom=' function trim(pv-nom)
               ' acompte=' pv-acompte-requis
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       FORMULAIRE-VERS-CLIENT.
           move function upper-case(nv-nom) to pv-nom
           move function upper-case(nv-adresse) to pv-adresse
           move nv-code-postal to pv-code-postal
           move function upper-case(nv-ville) to pv-ville
           move nv-contact to pv-contact
           move nv-acompte-requis to pv-acompte-requis
       .

       LISTE-CLIENTS.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move 0 to pv-num
           move 0 to fin-scan
           start FClientPrive key > pv-num
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FClientPrive next
                   at end
                       move 1 to fin-scan
                   not at end
                       display a-plg-client-data
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

       RATTACHE-AFFECTATION.
      * Une affectation rattachee a un client particulier sort de la
      * facture de la compagnie du bus et part sur la facture du
      * client ; le numero 0 la rend a la compagnie. Les
      * affectations issues d'un devis de particulier sont
      * rattachees d'office a la conversion.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move 0 to id-client
           display s-plg-rattachement
           accept s-plg-rattachement

           move id-affect to fa-num-affect
           read FAffectations
           invalid key
               display a-plg-affect-introuvable
               stop ' '
               exit paragraph
           end-read

           if id-client not = 0 then
               move id-client to pv-num
               read FClientPrive
               invalid key
                   display a-plg-client-introuvable
                   stop ' '
                   exit paragraph
               end-read
           end-if

           move id-affect to ap-num-affect
           read FAffectClient
           invalid key
               move 0 to lien-existant
           not invalid key
               move 1 to lien-existant
           end-read
           move id-client to ap-num-client

           evaluate true
               when id-client = 0 and lien-existant = 1
                   delete FAffectClient
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-delete
               when id-client = 0
                   continue
               when lien-existant = 1
                   rewrite enr-affect-client
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-rewrite
               when other
                   write enr-affect-client
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-write
           end-evaluate

           move 'RATTACHE' to operation-journal
           move spaces to detail-journal
           string 'affect=' id-affect
               delimited by size into detail-journal
           move id-client to pv-num
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'CLIENT' ' | ' function trim(operation-journal)
               ' | id=' pv-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-client-modif.
