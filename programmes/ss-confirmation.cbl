       program-id. ss-confirmation.

       input-output section.
           file-control.
           select FConfirmation assign to "../ext/Confirmation.dat"
               organization is indexed
               access mode is dynamic
                   record key is cf-num-affect
               status fcf-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

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

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FEtape assign to "../ext/Etape.dat"
               organization is indexed
               access mode is dynamic
                   record key is et-cle
               status fet-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FDocument assign to nom-document
               organization is sequential
               status fdoc-status.

       data division.
       file section.
      * Derniere confirmation emise par affectation : cf-version
      * compte les emissions (1 = confirmation initiale, puis une
      * version revisee a chaque changement).
       fd FConfirmation.
           01 enr-confirmation.
               02 cf-num-affect    pic 9(6).
               02 cf-version       pic 9(3).
               02 cf-date          pic 9(8).
               02 cf-heure         pic 9(8).
               02 cf-montant-ht    pic 9(8)v99.
               02 cf-oper          pic x(8).

       fd FBus.
           01 enr-bus.
               02 fb-numero       pic 9(6).
               02 fb-marque       pic x(20).
               02 fb-nbplace      pic 9(3).
               02 fb-modele       pic x(20).
               02 fb-kms          pic 9(6).
               02 fb-categorie-requise pic x(02).
               02 fb-num-compagnie pic 9(4).
               02 fb-code-site     pic x(04).
               02 fb-places-pmr    pic 9(3).
               02 fb-date-ctrl-tech pic 9(8).
               02 fb-date-assurance pic 9(8).
               02 fb-date-acquisition pic 9(8).
               02 fb-valeur-acquisition pic 9(8)v99.
               02 fb-duree-amort   pic 9(2).
               02 fb-statut        pic x(1).
               02 fb-date-cession  pic 9(8).
               02 fb-prix-cession  pic 9(8)v99.

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

       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

       fd FEtape.
           01 enr-etape.
               02 et-cle.
                   03 et-num-affect    pic 9(6).
                   03 et-jour          pic 9(2).
               02 et-destination   pic x(30).
               02 et-km-prevus     pic 9(4).
               02 et-notes         pic x(40).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       FD FDocument.
       01 LigneDocument.
           02 contenu-document pic x(80).

       working-storage section.
       01 fcf-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 fco-status               pic x(2).
       01 fpv-status               pic x(2).
       01 fap-status               pic x(2).
       01 fet-status               pic x(2).
       01 fpa-status               pic x(2).
       01 fdoc-status              pic x(2).
       01 nom-document             pic x(40).
       01 fin-scan                 pic 9.
       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).

       01 client-affect            pic 9(4).
       01 version-emise            pic 9(3).
       01 version-remplacee        pic 9(3).
       01 nb-etapes                pic 9(2).
       01 ed-heure-debut           pic 99b99.
       01 ed-heure-fin             pic 99b99.
       01 ed-montant               pic zzzzzzz9.99.

      *----- Prix convenu -----
       01 num-compagnie-prix       pic 9(4).
       01 taux-contrat             pic 9(4)v99.
       01 tarif-montant            pic 9(8)v99.
       01 tarif-nb-jours           pic 9(4).

      *----- Bareme d'annulation (meme lecture que le calcul des
      *      frais : paliers ANNUL-DELAI-H-n / ANNUL-TAUX-PCT-n) -----
       01 b                        pic 9.
       01 bareme-lu                pic 9.
       01 code-bareme              pic x(20).
       01 bareme-defaut.
           02 filler               pic 9(5) value 168.
           02 filler               pic 9(3) value 50.
           02 filler               pic 9(5) value 48.
           02 filler               pic 9(3) value 100.
           02 filler               pic 9(24) value 0.
       01 bareme redefines bareme-defaut.
           02 bd-palier occurs 5 times.
               03 bd-delai         pic 9(5).
               03 bd-taux          pic 9(3).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

      *----- Depot en file d'expedition -----
       01 envoi-type-doc           pic x(2).
       01 envoi-reference          pic x(12).
       01 envoi-dest-type          pic x(1).
       01 envoi-dest-num           pic 9(6).
       01 envoi-fichier            pic x(40).
       01 envoi-num                pic 9(6).

       linkage section.
       01 cm-num-affect            pic 9(6).
       01 cm-num-bus               pic 9(6).
       01 cm-date-debut            pic 9(8).
       01 cm-date-fin              pic 9(8).
       01 cm-heure-debut           pic 9(4).
       01 cm-heure-fin             pic 9(4).
       01 cm-passagers             pic 9(3).
       01 cm-nb-pmr                pic 9(3).
       01 cm-oper                  pic x(8).

       procedure division using cm-num-affect cm-num-bus
           cm-date-debut cm-date-fin cm-heure-debut cm-heure-fin
           cm-passagers cm-nb-pmr cm-oper.

      * Confirmation de commande d'une affectation confirmee, pour la
      * compagnie du bus ou le client particulier de l'affectation :
      * dates et heures, vehicule, places PMR, itineraire, prix
      * convenu et conditions d'annulation. Chaque changement ulterieur
      * emet une version revisee qui annule et remplace la precedente ;
      * chaque emission part au spool, trace de ce qui a ete confirme.

       accept date-jour from date yyyymmdd
       accept heure-jour from time

       move cm-num-bus to fb-numero
       open input FBus
       if FBusStatus not = '00' then
           goback
       end-if
       read FBus
           invalid key
               close FBus
               goback
       end-read
       close FBus

       perform CHERCHE-CLIENT-AFFECT
       move spaces to nom-compagnie adresse-compagnie
           contact-compagnie
       move 0 to taux-jour-compagnie
       move 0 to num-compagnie-prix
       if client-affect = 0 then
           move fb-num-compagnie to num-compagnie-prix
           open input FCompagnie
           if fco-status = '00' then
               move fb-num-compagnie to num-compagnie
               read FCompagnie
                   invalid key
                       move spaces to nom-compagnie
                           adresse-compagnie contact-compagnie
                       move 0 to taux-jour-compagnie
               end-read
               close FCompagnie
           end-if
       end-if

      *    le prix convenu est celui fige a la confirmation, la grille
      *    courante a defaut
       move taux-jour-compagnie to taux-contrat
       call 'ss-prix-affect' using cm-num-affect num-compagnie-prix
           fb-categorie-requise fb-nbplace cm-date-debut cm-date-fin
           cm-heure-debut cm-heure-fin taux-contrat tarif-montant
           tarif-nb-jours

       perform LIT-BAREME
       perform NUMEROTE-VERSION

       move spaces to nom-document
       string '../ext/Confirmation' cm-num-affect '-' version-emise
           '.txt' delimited by size into nom-document
       open output FDocument
       if fdoc-status not = '00' then
           goback
       end-if
       perform ECRIT-DOCUMENT
       close FDocument

       move 'ss-confirmation' to spool-programme
       move spaces to spool-parametres
       string 'affectation ' cm-num-affect ' version ' version-emise
           delimited by size into spool-parametres
       move nom-document to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

      *    chaque version part au client par la file d'expedition
       move 'CF' to envoi-type-doc
       move spaces to envoi-reference
       string cm-num-affect '-' version-emise
           delimited by size into envoi-reference
       if client-affect not = 0 then
           move 'P' to envoi-dest-type
           move client-affect to envoi-dest-num
       else
           move 'C' to envoi-dest-type
           move fb-num-compagnie to envoi-dest-num
       end-if
       move nom-document to envoi-fichier
       call 'ss-envoi-depose' using envoi-type-doc
           envoi-reference envoi-dest-type envoi-dest-num
           envoi-fichier envoi-num

       goback
       .

       CHERCHE-CLIENT-AFFECT.
           move 0 to client-affect
           open input FAffectClient
           if fap-status not = '00' then
               exit paragraph
           end-if
           move cm-num-affect to ap-num-affect
           read FAffectClient
               invalid key
                   continue
               not invalid key
                   move ap-num-client to client-affect
           end-read
           close FAffectClient
           if client-affect = 0 then
               exit paragraph
           end-if

           move spaces to pv-nom pv-adresse pv-code-postal pv-ville
               pv-contact
           open input FClientPrive
           if fpv-status = '00' then
               move client-affect to pv-num
               read FClientPrive
                   invalid key
                       continue
               end-read
               close FClientPrive
           end-if
       .

       NUMEROTE-VERSION.
           open i-o FConfirmation
           if fcf-status = '35' then
               open output FConfirmation
               close FConfirmation
               open i-o FConfirmation
           end-if

           move 0 to version-remplacee
           move 1 to version-emise
           if fcf-status not = '00' then
               exit paragraph
           end-if
           move cm-num-affect to cf-num-affect
           read FConfirmation
               invalid key
                   move 1 to version-emise
               not invalid key
                   move cf-version to version-remplacee
                   compute version-emise = cf-version + 1
           end-read

           move cm-num-affect to cf-num-affect
           move version-emise to cf-version
           move date-jour to cf-date
           move heure-jour to cf-heure
           move tarif-montant to cf-montant-ht
           move cm-oper to cf-oper
           if version-remplacee = 0 then
               write enr-confirmation
                   invalid key
                       continue
               end-write
           else
               rewrite enr-confirmation
                   invalid key
                       continue
               end-rewrite
           end-if
           close FConfirmation
       .

       ECRIT-DOCUMENT.
           if version-remplacee = 0 then
               move '          ----- Confirmation de commande -----'
                   to contenu-document
           else
               move '      ----- Confirmation de commande revisee -----'
                   to contenu-document
           end-if
           write LigneDocument
           move spaces to contenu-document
           write LigneDocument

           move spaces to contenu-document
           string 'Affectation    : ' cm-num-affect
               '   version ' version-emise ' du ' date-jour
               delimited by size into contenu-document
           write LigneDocument
           if version-remplacee not = 0 then
               move spaces to contenu-document
               string '                 annule et remplace la version '
                   version-remplacee
                   delimited by size into contenu-document
               write LigneDocument
           end-if

           if client-affect not = 0 then
               move spaces to contenu-document
               string 'Client         : ' client-affect ' '
                   function trim(pv-nom)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string '                 ' function trim(pv-adresse)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string '                 ' pv-code-postal ' '
                   function trim(pv-ville)
                   delimited by size into contenu-document
               write LigneDocument
           else
               move spaces to contenu-document
               string 'Compagnie      : ' fb-num-compagnie ' '
                   function trim(nom-compagnie)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string '                 '
                   function trim(adresse-compagnie)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string 'A l''attention : '
                   function trim(contact-compagnie)
                   delimited by size into contenu-document
               write LigneDocument
           end-if

           move spaces to contenu-document
           write LigneDocument
           move '--- Service ---' to contenu-document
           write LigneDocument
           move cm-heure-debut to ed-heure-debut
           move cm-heure-fin to ed-heure-fin
           inspect ed-heure-debut replacing all ' ' by 'h'
           inspect ed-heure-fin replacing all ' ' by 'h'
           move spaces to contenu-document
           string 'Du             : ' cm-date-debut ' a ' ed-heure-debut
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Au             : ' cm-date-fin ' a ' ed-heure-fin
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Passagers      : ' cm-passagers
               '   dont PMR : ' cm-nb-pmr
               delimited by size into contenu-document
           write LigneDocument

           move spaces to contenu-document
           write LigneDocument
           move '--- Vehicule ---' to contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Type           : categorie ' fb-categorie-requise
               ' - ' function trim(fb-marque) ' '
               function trim(fb-modele)
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Capacite       : ' fb-nbplace ' places dont '
               fb-places-pmr ' places PMR'
               delimited by size into contenu-document
           write LigneDocument

           move spaces to contenu-document
           write LigneDocument
           move '--- Itineraire ---' to contenu-document
           write LigneDocument
           perform ECRIT-ITINERAIRE

           move spaces to contenu-document
           write LigneDocument
           move '--- Prix convenu ---' to contenu-document
           write LigneDocument
           move tarif-montant to ed-montant
           move spaces to contenu-document
           string 'Montant HT     : ' ed-montant ' pour '
               tarif-nb-jours ' jour(s), TVA en sus'
               delimited by size into contenu-document
           write LigneDocument

           move spaces to contenu-document
           write LigneDocument
           move '--- Conditions d''annulation ---' to contenu-document
           write LigneDocument
           move 'Frais dus sur le prix convenu si l''annulation arrive'
               to contenu-document
           write LigneDocument
           move 'moins de ... heures avant le depart :'
               to contenu-document
           write LigneDocument
           perform varying b from 1 by 1 until b > 5
               if bd-delai(b) not = 0 then
                   move spaces to contenu-document
                   string '   moins de ' bd-delai(b) ' h : '
                       bd-taux(b) ' %'
                       delimited by size into contenu-document
                   write LigneDocument
               end-if
           end-perform
       .

       ECRIT-ITINERAIRE.
           move 0 to nb-etapes
           open input FEtape
           if fet-status = '00' then
               move cm-num-affect to et-num-affect
               move 0 to et-jour
               move 0 to fin-scan
               start FEtape key >= et-cle
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FEtape next
                       at end
                           move 1 to fin-scan
                       not at end
                           if et-num-affect not = cm-num-affect then
                               move 1 to fin-scan
                           else
                               add 1 to nb-etapes
                               move spaces to contenu-document
                               string 'Jour ' et-jour ' : '
                                   et-destination ' ' et-km-prevus
                                   ' km  ' function trim(et-notes)
                                   delimited by size
                                   into contenu-document
                               write LigneDocument
                           end-if
                   end-read
               end-perform
               close FEtape
           end-if
           if nb-etapes = 0 then
               move 'Itineraire a preciser avec le service planning.'
                   to contenu-document
               write LigneDocument
           end-if
       .

       LIT-BAREME.
           move 168 to bd-delai(1)
           move 50 to bd-taux(1)
           move 48 to bd-delai(2)
           move 100 to bd-taux(2)
           move 0 to bd-delai(3) bd-taux(3) bd-delai(4) bd-taux(4)
               bd-delai(5) bd-taux(5)
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 0 to bareme-lu
           perform varying b from 1 by 1 until b > 5
               move spaces to code-bareme
               string 'ANNUL-DELAI-H-' b
                   delimited by size into code-bareme
               move code-bareme to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       if bareme-lu = 0 then
                           move zeros to bareme
                           move 1 to bareme-lu
                       end-if
                       move pa-valeur to bd-delai(b)
                       move spaces to code-bareme
                       string 'ANNUL-TAUX-PCT-' b
                           delimited by size into code-bareme
                       move code-bareme to pa-code
                       read FParametres
                           invalid key
                               move 0 to bd-taux(b)
                           not invalid key
                               move pa-valeur to bd-taux(b)
                       end-read
               end-read
           end-perform
           close FParametres
       .

       end program ss-confirmation.
