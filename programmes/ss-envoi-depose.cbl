       program-id. ss-envoi-depose.

       input-output section.
           file-control.
           select FEnvoi assign to "../ext/Envoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is ev-num
                   alternate record key is ev-document
                       with duplicates
               status fev-status.

           select FDestEnvoi assign to "../ext/DestEnvoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is de-cle
               status fde-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FClientPrive assign to "../ext/ClientPrive.dat"
               organization is indexed
               access mode is dynamic
                   record key is pv-num
               status fpv-status.

           select FChauffeurs assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is fc-num-chauff
                   alternate record key is fc-nom with duplicates
               status fc-status.

       data division.
       file section.
      * File d'expedition des documents : une entree par document
      * remis a un destinataire (compagnie C, client particulier P,
      * chauffeur H). ev-canal : M = courriel, P = poste, W = portail.
      * ev-statut : A = a envoyer, T = transmis a la passerelle,
      * E = envoye, N = echec, R = retour (adresse rejetee, NPAI).
       fd FEnvoi.
           01 enr-envoi.
               02 ev-num           pic 9(6).
               02 ev-document.
                   03 ev-type-doc  pic x(2).
                   03 ev-reference pic x(12).
               02 ev-dest-type     pic x(1).
               02 ev-dest-num      pic 9(6).
               02 ev-canal         pic x(1).
               02 ev-adresse       pic x(40).
               02 ev-fichier       pic x(40).
               02 ev-date-depot    pic 9(8).
               02 ev-heure-depot   pic 9(8).
               02 ev-statut        pic x(1).
               02 ev-date-statut   pic 9(8).
               02 ev-nb-tentatives pic 9(2).
               02 ev-code-retour   pic x(20).

      * Coordonnees d'envoi propres a un destinataire : canal choisi
      * et adresse de courriel ou identifiant portail. Sans fiche,
      * le document part par la poste a l'adresse du fichier maitre.
       fd FDestEnvoi.
           01 enr-dest-envoi.
               02 de-cle.
                   03 de-dest-type pic x(1).
                   03 de-dest-num  pic 9(6).
               02 de-canal         pic x(1).
               02 de-adresse       pic x(40).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       fd FClientPrive.
           01 enr-client-prive.
               02 pv-num           pic 9(4).
               02 pv-nom           pic x(30).
               02 pv-adresse       pic x(40).
               02 pv-code-postal   pic x(5).
               02 pv-ville         pic x(30).
               02 pv-contact       pic x(30).
               02 pv-acompte-requis pic x(1).

       FD FChauffeurs.
       01 enr-chauffeur.
           02 fc-num-chauff    pic 9(6).
           02 fc-nom           pic x(30).
           02 fc-prenom        pic x(30).
           02 fc-date-permis   pic 9(8).
           02 fc-categorie     pic x(02).
           02 fc-statut        pic x(01).
           02 fc-code-site     pic x(04).
           02 fc-telephone     pic x(14).
           02 fc-adresse       pic x(40).

       working-storage section.
       01 fev-status               pic x(2).
       01 fde-status               pic x(2).
       01 fco-status               pic x(2).
       01 fpv-status               pic x(2).
       01 fc-status                pic x(2).

       01 document-cherche         pic x(14).
       01 fin-scan                 pic 9.
       01 entree-en-attente        pic 9(6).
       01 nouveau-num              pic 9(6).

       linkage section.
       01 ed-type-doc              pic x(2).
       01 ed-reference             pic x(12).
       01 ed-dest-type             pic x(1).
       01 ed-dest-num              pic 9(6).
       01 ed-fichier               pic x(40).
       01 ed-num-envoi             pic 9(6).

       procedure division using ed-type-doc ed-reference
           ed-dest-type ed-dest-num ed-fichier ed-num-envoi.

      * Met en file d'expedition le document qui vient d'etre ecrit
      * (ed-fichier) pour son destinataire, avec le canal et
      * l'adresse du moment. Un document deja en file et pas encore
      * transmis (meme type, meme reference) est mis a jour au lieu
      * d'etre doublonne : une edition relancee ne part qu'une fois.
      * Retourne le numero d'envoi, 0 si la file est inaccessible.

       move 0 to ed-num-envoi
       open i-o FEnvoi
       if fev-status = '35' then
           open output FEnvoi
           close FEnvoi
           open i-o FEnvoi
       end-if
       if fev-status not = '00' then
           goback
       end-if

       perform CHERCHE-EN-ATTENTE
       if entree-en-attente not = 0 then
           move entree-en-attente to ev-num
           read FEnvoi
               invalid key
                   move 0 to entree-en-attente
           end-read
       end-if

       if entree-en-attente = 0 then
           move 999999 to ev-num
           start FEnvoi key < ev-num
               invalid key
                   move 0 to ev-num
               not invalid key
                   read FEnvoi next
                       at end
                           move 0 to ev-num
                   end-read
           end-start
           compute nouveau-num = ev-num + 1
           move spaces to enr-envoi
           move nouveau-num to ev-num
           move 0 to ev-nb-tentatives
       end-if

       move ed-type-doc to ev-type-doc
       move ed-reference to ev-reference
       move ed-dest-type to ev-dest-type
       move ed-dest-num to ev-dest-num
       move ed-fichier to ev-fichier
       accept ev-date-depot from date yyyymmdd
       accept ev-heure-depot from time
       move 'A' to ev-statut
       move ev-date-depot to ev-date-statut
       move spaces to ev-code-retour
       perform RESOUT-CANAL

       if entree-en-attente = 0 then
           write enr-envoi
               invalid key
                   move 0 to ev-num
           end-write
       else
           rewrite enr-envoi
               invalid key
                   move 0 to ev-num
           end-rewrite
       end-if
       move ev-num to ed-num-envoi

       close FEnvoi
       goback
       .

       CHERCHE-EN-ATTENTE.
           move 0 to entree-en-attente
           move ed-type-doc to document-cherche(1:2)
           move ed-reference to document-cherche(3:12)
           move document-cherche to ev-document
           move 0 to fin-scan
           start FEnvoi key = ev-document
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FEnvoi next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ev-document not = document-cherche then
                           move 1 to fin-scan
                       else
                           if ev-statut = 'A'
                           and ev-dest-type = ed-dest-type
                           and ev-dest-num = ed-dest-num then
                               move ev-num to entree-en-attente
                           end-if
                       end-if
               end-read
           end-perform
       .

       RESOUT-CANAL.
      * Canal et adresse de la fiche d'envoi du destinataire ; a
      * defaut (ou sans adresse electronique), la poste a l'adresse
      * du fichier maitre. Une adresse restee vide fera echouer la
      * transmission et sortira dans les envois non aboutis.
           move 'P' to ev-canal
           move spaces to ev-adresse
           open input FDestEnvoi
           if fde-status = '00' then
               move ed-dest-type to de-dest-type
               move ed-dest-num to de-dest-num
               read FDestEnvoi
                   invalid key
                       continue
                   not invalid key
                       if de-canal not = 'P'
                       and de-adresse not = spaces then
                           move de-canal to ev-canal
                           move de-adresse to ev-adresse
                       end-if
               end-read
               close FDestEnvoi
           end-if
           if ev-canal not = 'P' then
               exit paragraph
           end-if

           evaluate ed-dest-type
               when 'C'
                   open input FCompagnie
                   if fco-status = '00' then
                       move ed-dest-num to num-compagnie
                       read FCompagnie
                           invalid key
                               continue
                           not invalid key
                               move adresse-compagnie to ev-adresse
                       end-read
                       close FCompagnie
                   end-if
               when 'P'
                   open input FClientPrive
                   if fpv-status = '00' then
                       move ed-dest-num to pv-num
                       read FClientPrive
                           invalid key
                               continue
                           not invalid key
                               string function trim(pv-adresse) ' '
                                   pv-code-postal ' '
                                   function trim(pv-ville)
                                   delimited by size into ev-adresse
                       end-read
                       close FClientPrive
                   end-if
               when 'H'
                   open input FChauffeurs
                   if fc-status = '00' then
                       move ed-dest-num to fc-num-chauff
                       read FChauffeurs
                           invalid key
                               continue
                           not invalid key
                               move fc-adresse to ev-adresse
                       end-read
                       close FChauffeurs
                   end-if
           end-evaluate
       .

       end program ss-envoi-depose.
