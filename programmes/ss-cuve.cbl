       program-id. ss-cuve.

       input-output section.
           file-control.
           select FCuve assign to "../ext/Cuve.dat"
               organization is indexed
               access mode is dynamic
                   record key is cu-code-site
               status fcu-status.

           select FLivraison assign to "../ext/LivraisonCuve.dat"
               organization is indexed
               access mode is dynamic
                   record key is lc-cle
               status flc-status.

           select FJaugeage assign to "../ext/Jaugeage.dat"
               organization is indexed
               access mode is dynamic
                   record key is jg-cle
               status fjg-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FCarburant assign to "../ext/Carburant.dat"
               organization is indexed
               access mode is dynamic
                   record key is cb-cle
               status FCarburantStatus.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status FSiteStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FRapport assign to "../ext/RapprochementCuves.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Une cuve de gazole par site de depot. Stock initial en litres
      * a la mise en service et son prix au litre.
       fd FCuve.
           01 enr-cuve.
               02 cu-code-site     pic x(04).
               02 cu-libelle       pic x(30).
               02 cu-capacite      pic 9(6).
               02 cu-date-ouverture pic 9(8).
               02 cu-stock-initial pic 9(6)v99.
               02 cu-prix-initial  pic 9(2)v9999.

      * Livraisons du camion-citerne, par site, date et heure.
       fd FLivraison.
           01 enr-livraison.
               02 lc-cle.
                   03 lc-code-site pic x(04).
                   03 lc-date      pic 9(8).
                   03 lc-heure     pic 9(4).
               02 lc-litres        pic 9(6)v99.
               02 lc-prix-litre    pic 9(2)v9999.
               02 lc-montant       pic 9(7)v99.
               02 lc-fournisseur   pic x(30).
               02 lc-num-bon       pic x(12).
               02 lc-operateur     pic x(8).

      * Releves de jauge (stock mesure en fin de journee).
       fd FJaugeage.
           01 enr-jaugeage.
               02 jg-cle.
                   03 jg-code-site pic x(04).
                   03 jg-date      pic 9(8).
               02 jg-litres        pic 9(6)v99.
               02 jg-operateur     pic x(8).

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

       fd FCarburant.
           01 enr-carburant.
               02 cb-cle.
                   03 cb-num-bus   pic 9(6).
                   03 cb-date      pic 9(8).
               02 cb-litres        pic 9(4)v99.
               02 cb-montant       pic 9(6)v99.
               02 cb-kms-plein     pic 9(6).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

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
       01 fcu-status               pic x(2).
       01 flc-status               pic x(2).
       01 fjg-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 FCarburantStatus         pic x(2).
       01 FSiteStatus              pic x(2).
       01 fpa-status               pic x(2).
       01 FSessionStatus           pic x(2).
       01 frap-status              pic x(2).
       01 site-fichier-absent      pic 9.
       01 carburant-fichier-absent pic 9.

       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-cuve                 pic 9.
       01 cuve-existe              pic 9.
       01 date-jour                pic 9(8).
       01 heure-systeme            pic 9(8).
       01 resultat-date-valide     pic 9.
       01 session-code             pic x(8).

       01 nv-code-site             pic x(04).
       01 nv-libelle               pic x(30).
       01 nv-capacite              pic 9(6).
       01 nv-date                  pic 9(8).
       01 nv-heure                 pic 9(4).
       01 nv-litres                pic 9(6)v99.
       01 nv-prix-litre            pic 9(2)v9999.
       01 nv-fournisseur           pic x(30).
       01 nv-num-bon               pic x(12).

      *----- Rapprochement -----
       01 periode-debut            pic 9(8).
       01 periode-fin              pic 9(8).
       01 tolerance-litres         pic 9(6) value 100.
       01 nb-cuves                 pic 9(2).
       01 idx-cu                   pic 9(2).
       01 table-cuves.
           02 tc-code-site occurs 50 pic x(04).
       01 nb-bus-site              pic 9(3).
       01 idx-bs                   pic 9(3).
       01 table-bus-site.
           02 bs-num-bus occurs 300 pic 9(6).
       01 borne-inf                pic 9(8).
       01 borne-sup                pic 9(8).
       01 cumul-livre              pic 9(8)v99.
       01 cumul-montant            pic 9(9)v99.
       01 cumul-distribue          pic 9(8)v99.
       01 stock-base               pic 9(6)v99.
       01 date-base                pic 9(8).
       01 stock-theorique          pic s9(8)v99.
       01 ecart-litres             pic s9(8)v99.
       01 nb-jaugeages             pic 9(4).
       01 nb-ecarts                pic 9(4).
       01 nb-ecarts-total          pic 9(4).
       01 cout-litre               pic 9(2)v9999.
       01 cout-trouve              pic 9.
       01 ed-litres-ouv            pic zzzzz9.99.
       01 ed-litres-livre          pic zzzzz9.99.
       01 ed-litres-dist           pic zzzzz9.99.
       01 ed-litres-theo           pic -zzzzz9.99.
       01 ed-litres-jauge          pic zzzzz9.99.
       01 ed-litres-ecart          pic -zzzzz9.99.
       01 ed-litres                pic zzzzzzz9.99.
       01 ed-montant               pic zzzzzzzz9.99.
       01 ed-cout-litre            pic z9.9999.
       01 ed-capacite              pic zzzzz9.
       01 ed-tolerance             pic zzzzz9.
       01 ed-nb                    pic zzz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Cuves de carburant des depots -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Declarer ou modifier la cuve d''un site'.
           02 line 4 col 2 value
               '2: Enregistrer une livraison de carburant'.
           02 line 5 col 2 value '3: Saisir un releve de jauge'.
           02 line 6 col 2 value
               '4: Rapport de rapprochement des stocks'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-code-site.
           02 line 3 col 2 value 'Code du site : '.
           02 s-code-site pic x(4) to nv-code-site required.

       01 s-plg-form-cuve.
           02 line 5 col 2 value 'Libelle : '.
           02 s-cu-libelle pic x(30) using nv-libelle required.
           02 line 6 col 2 value 'Capacite (litres) : '.
           02 s-cu-capacite pic zzzzz9 using nv-capacite required.
           02 line 7 col 2 value 'Mise en service (AAAAMMJJ) : '.
           02 s-cu-date pic 9(8) using nv-date required.
           02 line 8 col 2 value 'Stock initial (litres) : '.
           02 s-cu-stock pic zzzzz9.99 using nv-litres.
           02 line 9 col 2 value 'Prix du stock initial (EUR/l) : '.
           02 s-cu-prix pic z9.9999 using nv-prix-litre.

       01 s-plg-form-livraison.
           02 line 3 col 2 value 'Code du site : '.
           02 s-lc-site pic x(4) to nv-code-site required.
           02 line 4 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-lc-date pic 9(8) using nv-date required.
           02 line 5 col 2 value 'Heure (HHMM) : '.
           02 s-lc-heure pic 9(4) using nv-heure required.
           02 line 6 col 2 value 'Litres livres : '.
           02 s-lc-litres pic zzzzz9.99 to nv-litres required.
           02 line 7 col 2 value 'Prix au litre (EUR) : '.
           02 s-lc-prix pic z9.9999 to nv-prix-litre required.
           02 line 8 col 2 value 'Fournisseur : '.
           02 s-lc-fournisseur pic x(30) to nv-fournisseur required.
           02 line 9 col 2 value 'Numero du bon de livraison : '.
           02 s-lc-bon pic x(12) to nv-num-bon.

       01 s-plg-form-jaugeage.
           02 line 3 col 2 value 'Code du site : '.
           02 s-jg-site pic x(4) to nv-code-site required.
           02 line 4 col 2 value 'Date du releve (AAAAMMJJ) : '.
           02 s-jg-date pic 9(8) using nv-date required.
           02 line 5 col 2 value 'Litres en cuve (jauge) : '.
           02 s-jg-litres pic zzzzz9.99 to nv-litres required.

       01 s-plg-form-rapport.
           02 line 3 col 2 value 'Code du site (blanc : toutes) : '.
           02 s-ra-site pic x(4) to nv-code-site.
           02 line 4 col 2 value 'Periode du (AAAAMMJJ) : '.
           02 s-ra-debut pic 9(8) to periode-debut required.
           02 line 5 col 2 value 'Periode au (AAAAMMJJ) : '.
           02 s-ra-fin pic 9(8) to periode-fin required.

       01 a-plg-site-introuvable.
           02 line 20 col 1 value 'Site introuvable.'.
       01 a-plg-cuve-introuvable.
           02 line 20 col 1 value 'Aucune cuve declaree pour ce site.'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-avant-ouverture.
           02 line 20 col 1 value
               'Date anterieure a la mise en service de la cuve.'.
       01 a-plg-capacite-depassee.
           02 line 20 col 1 value
               'Quantite superieure a la capacite de la cuve.'.
       01 a-plg-livraison-existe.
           02 line 20 col 1 value
               'Une livraison existe deja a cette date et heure.'.
       01 a-plg-jaugeage-corrige.
           02 line 21 col 1 value 'Releve du jour corrige.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Rapport : ../ext/RapprochementCuves.txt'.
       01 a-plg-rapport-ecarts.
           02 line 21 col 1 value 'Jaugeages en ecart : '.
           02 a-nb-ecarts pic zzz9 from nb-ecarts-total.
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

      * Les depots qui ont leur propre cuve de gazole : livraisons du
      * camion-citerne et releves de jauge. Le rapprochement compare,
      * entre deux jaugeages, le stock precedent plus les livraisons
      * moins les pleins des bus du site a la jauge, pour deceler
      * fuites, vols et derive du compteur de la pompe. Les pleins
      * importes des cartes carburant (compteur a zero) sont pris en
      * station et ne sortent pas de la cuve.

       open i-o FCuve
       if fcu-status = '35' then
           open output FCuve
           close FCuve
           open i-o FCuve
       end-if
       open i-o FLivraison
       if flc-status = '35' then
           open output FLivraison
           close FLivraison
           open i-o FLivraison
       end-if
       open i-o FJaugeage
       if fjg-status = '35' then
           open output FJaugeage
           close FJaugeage
           open i-o FJaugeage
       end-if
       open input FBus
       move 0 to carburant-fichier-absent
       open input FCarburant
       if FCarburantStatus not = '00' then
           move 1 to carburant-fichier-absent
       end-if
       move 0 to site-fichier-absent
       open input FSite
       if FSiteStatus not = '00' then
           move 1 to site-fichier-absent
       end-if

       if fcu-status not = '00' or flc-status not = '00'
       or fjg-status not = '00' or FBusStatus not = '00' then
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

           move date-jour to nv-date
           evaluate choix-action
               when 1 perform DECLARE-CUVE
               when 2 perform ENREGISTRE-LIVRAISON
               when 3 perform SAISIE-JAUGEAGE
               when 4 perform RAPPORT-RAPPROCHEMENT
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FCuve
           close FLivraison
           close FJaugeage
           close FBus
           if carburant-fichier-absent = 0 then
               close FCarburant
           end-if
           if site-fichier-absent = 0 then
               close FSite
           end-if
       .

       LIT-PARAMETRES.
      * Ecart tolere, en litres, entre stock theorique et jauge.
           open input FParametres
           if fpa-status = '00' then
               move 'CUVE-TOLERANCE-L' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to tolerance-litres
               end-read
               close FParametres
           end-if
       .

       LIT-CUVE.
      * Cuve du site nv-code-site ; cuve-existe a 0 si aucune.
           move function upper-case(nv-code-site) to nv-code-site
           move nv-code-site to cu-code-site
           move 1 to cuve-existe
           read FCuve
               invalid key
                   move 0 to cuve-existe
           end-read
       .

       DECLARE-CUVE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-code-site
           accept s-plg-code-site

           move function upper-case(nv-code-site) to nv-code-site
           if site-fichier-absent = 0 then
               move nv-code-site to si-code
               read FSite
               invalid key
                   display a-plg-site-introuvable
                   stop ' '
                   exit paragraph
               end-read
           end-if

           perform LIT-CUVE
           if cuve-existe = 1 then
               move cu-libelle to nv-libelle
               move cu-capacite to nv-capacite
               move cu-date-ouverture to nv-date
               move cu-stock-initial to nv-litres
               move cu-prix-initial to nv-prix-litre
           else
               move spaces to nv-libelle
               move 0 to nv-capacite
               move 0 to nv-litres
               move 0 to nv-prix-litre
           end-if
           display s-plg-form-cuve
           accept s-plg-form-cuve

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           if nv-litres > nv-capacite then
               display a-plg-capacite-depassee
               stop ' '
               exit paragraph
           end-if

           move nv-code-site to cu-code-site
           move nv-libelle to cu-libelle
           move nv-capacite to cu-capacite
           move nv-date to cu-date-ouverture
           move nv-litres to cu-stock-initial
           move nv-prix-litre to cu-prix-initial
           if cuve-existe = 1 then
               rewrite enr-cuve
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           else
               write enr-cuve
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-write
           end-if
           stop ' '
       .

       ENREGISTRE-LIVRAISON.
           display a-plg-efface-ecran
           display a-plg-titre-global
           accept heure-systeme from time
           move heure-systeme(1:4) to nv-heure
           display s-plg-form-livraison
           accept s-plg-form-livraison

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           perform LIT-CUVE
           if cuve-existe = 0 then
               display a-plg-cuve-introuvable
               stop ' '
               exit paragraph
           end-if
           if nv-date < cu-date-ouverture then
               display a-plg-avant-ouverture
               stop ' '
               exit paragraph
           end-if
           if nv-litres > cu-capacite then
               display a-plg-capacite-depassee
               stop ' '
               exit paragraph
           end-if

           move nv-code-site to lc-code-site
           move nv-date to lc-date
           move nv-heure to lc-heure
           move nv-litres to lc-litres
           move nv-prix-litre to lc-prix-litre
           compute lc-montant rounded = nv-litres * nv-prix-litre
           move function upper-case(nv-fournisseur) to lc-fournisseur
           move nv-num-bon to lc-num-bon
           move session-code to lc-operateur
           write enr-livraison
           invalid key
               display a-plg-livraison-existe
           not invalid key
               display a-plg-modif-succes
           end-write
           stop ' '
       .

       SAISIE-JAUGEAGE.
      * Un releve par site et par jour ; une nouvelle saisie le meme
      * jour corrige le precedent.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-jaugeage
           accept s-plg-form-jaugeage

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           perform LIT-CUVE
           if cuve-existe = 0 then
               display a-plg-cuve-introuvable
               stop ' '
               exit paragraph
           end-if
           if nv-date < cu-date-ouverture then
               display a-plg-avant-ouverture
               stop ' '
               exit paragraph
           end-if
           if nv-litres > cu-capacite then
               display a-plg-capacite-depassee
               stop ' '
               exit paragraph
           end-if

           move nv-code-site to jg-code-site
           move nv-date to jg-date
           read FJaugeage
           invalid key
               move nv-litres to jg-litres
               move session-code to jg-operateur
               write enr-jaugeage
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-write
           not invalid key
               move nv-litres to jg-litres
               move session-code to jg-operateur
               rewrite enr-jaugeage
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-jaugeage-corrige
               end-rewrite
           end-read
           stop ' '
       .

       RAPPORT-RAPPROCHEMENT.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-rapport
           accept s-plg-form-rapport

           move function upper-case(nv-code-site) to nv-code-site
           if periode-fin < periode-debut then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

      *    cuves a rapprocher : celle du site saisi, ou toutes
           move 0 to nb-cuves
           if nv-code-site not = spaces then
               perform LIT-CUVE
               if cuve-existe = 0 then
                   display a-plg-cuve-introuvable
                   stop ' '
                   exit paragraph
               end-if
               move 1 to nb-cuves
               move nv-code-site to tc-code-site(1)
           else
               move low-values to cu-code-site
               move 0 to fin-cuve
               start FCuve key > cu-code-site
                   invalid key
                       move 1 to fin-cuve
               end-start
               perform until (fin-cuve = 1)
                   read FCuve next
                       at end
                           move 1 to fin-cuve
                       not at end
                           if nb-cuves < 50 then
                               add 1 to nb-cuves
                               move cu-code-site
                                   to tc-code-site(nb-cuves)
                           end-if
                   end-read
               end-perform
           end-if
           if nb-cuves = 0 then
               display a-plg-cuve-introuvable
               stop ' '
               exit paragraph
           end-if

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move tolerance-litres to ed-tolerance
           move spaces to contenu-rapport
           string '----- Rapprochement des cuves du ' periode-debut
               ' au ' periode-fin ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Stock theorique = jauge precedente + livraisons '
               '- pleins du site ; tolerance ' ed-tolerance ' l'
               delimited by size into contenu-rapport
           write LigneRapport

           move 0 to nb-ecarts-total
           perform varying idx-cu from 1 by 1
               until idx-cu > nb-cuves
               move tc-code-site(idx-cu) to nv-code-site
               perform RAPPROCHE-UNE-CUVE
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move nb-ecarts-total to ed-nb
           move spaces to contenu-rapport
           string 'Jaugeages en ecart au-dela de la tolerance : '
               ed-nb delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-cuve' to spool-programme
           move spaces to spool-parametres
           string 'rapprochement cuves ' periode-debut '-'
               periode-fin delimited by size into spool-parametres
           move '../ext/RapprochementCuves.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           display a-plg-rapport-ecarts
           stop ' '
       .

       RAPPROCHE-UNE-CUVE.
      * Chaque jaugeage de la periode est rapproche du stock
      * theorique depuis le jaugeage precedent (ou depuis la mise en
      * service de la cuve pour le premier).
           perform LIT-CUVE
           if cuve-existe = 0 then
               exit paragraph
           end-if
           perform CHARGE-BUS-SITE

           move cu-capacite to ed-capacite
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Cuve ' cu-code-site ' - ' cu-libelle
               ' (' ed-capacite ' l, ' nb-bus-site ' bus)'
               delimited by size into contenu-rapport
           write LigneRapport
           move 'Date    Stock prec     Livre Distribue  Theorique '
               &'    Jauge      Ecart' to contenu-rapport
           write LigneRapport

           move cu-stock-initial to stock-base
           move function date-of-integer(
               function integer-of-date(cu-date-ouverture) - 1)
               to date-base
           move 0 to nb-jaugeages
           move 0 to nb-ecarts
           move cu-code-site to jg-code-site
           move cu-date-ouverture to jg-date
           move 0 to fin-scan
           start FJaugeage key >= jg-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FJaugeage next
                   at end
                       move 1 to fin-scan
                   not at end
                       if jg-code-site not = cu-code-site
                       or jg-date > periode-fin then
                           move 1 to fin-scan
                       else
                           perform RAPPROCHE-UN-JAUGEAGE
                       end-if
               end-read
           end-perform
           if nb-jaugeages = 0 then
               move '  Aucun releve de jauge sur la periode.'
                   to contenu-rapport
               write LigneRapport
           end-if

      *    mouvements de la periode et cout moyen pondere
           move function date-of-integer(
               function integer-of-date(periode-debut) - 1)
               to borne-inf
           move periode-fin to borne-sup
           perform CUMULE-LIVRAISONS
           perform CUMULE-DISTRIBUE
           move cumul-livre to ed-litres
           move cumul-montant to ed-montant
           move spaces to contenu-rapport
           string '  Livre sur la periode : ' ed-litres ' l pour '
               ed-montant ' EUR'
               delimited by size into contenu-rapport
           write LigneRapport
           move cumul-distribue to ed-litres
           move spaces to contenu-rapport
           string '  Distribue aux bus du site : ' ed-litres ' l'
               delimited by size into contenu-rapport
           write LigneRapport

           close FCuve
           close FLivraison
           close FJaugeage
           call 'ss-cuve-cout' using cu-code-site periode-debut
               periode-fin cout-litre cout-trouve
           open i-o FCuve
           open i-o FLivraison
           open i-o FJaugeage
           perform LIT-CUVE

           move spaces to contenu-rapport
           if cout-trouve = 1 then
               move cout-litre to ed-cout-litre
               string '  Cout moyen pondere : ' ed-cout-litre
                   ' EUR/l (valorisation des pleins dans le TCO)'
                   delimited by size into contenu-rapport
           else
               move '  Cout moyen pondere : indetermine (ni stock ni '
                   &'livraison)' to contenu-rapport
           end-if
           write LigneRapport
           move nb-ecarts to ed-nb
           move spaces to contenu-rapport
           string '  Jaugeages en ecart : ' ed-nb
               delimited by size into contenu-rapport
           write LigneRapport
           add nb-ecarts to nb-ecarts-total
       .

       RAPPROCHE-UN-JAUGEAGE.
      * Livraisons et pleins entre le jaugeage precedent (exclu) et
      * celui-ci (inclus) ; seuls ceux de la periode sont edites.
           move date-base to borne-inf
           move jg-date to borne-sup
           perform CUMULE-LIVRAISONS
           perform CUMULE-DISTRIBUE
           compute stock-theorique =
               stock-base + cumul-livre - cumul-distribue
           compute ecart-litres = jg-litres - stock-theorique

           if jg-date >= periode-debut then
               add 1 to nb-jaugeages
               move stock-base to ed-litres-ouv
               move cumul-livre to ed-litres-livre
               move cumul-distribue to ed-litres-dist
               move stock-theorique to ed-litres-theo
               move jg-litres to ed-litres-jauge
               move ecart-litres to ed-litres-ecart
               move spaces to contenu-rapport
               if ecart-litres > tolerance-litres
               or ecart-litres < 0 - tolerance-litres then
                   add 1 to nb-ecarts
                   string jg-date ' ' ed-litres-ouv ' '
                       ed-litres-livre ' ' ed-litres-dist ' '
                       ed-litres-theo ' ' ed-litres-jauge ' '
                       ed-litres-ecart ' **'
                       delimited by size into contenu-rapport
               else
                   string jg-date ' ' ed-litres-ouv ' '
                       ed-litres-livre ' ' ed-litres-dist ' '
                       ed-litres-theo ' ' ed-litres-jauge ' '
                       ed-litres-ecart
                       delimited by size into contenu-rapport
               end-if
               write LigneRapport
           end-if

           move jg-litres to stock-base
           move jg-date to date-base
       .

       CHARGE-BUS-SITE.
           move 0 to nb-bus-site
           move 0 to fb-numero
           move 0 to fin-cuve
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-cuve
           end-start
           perform until (fin-cuve = 1)
               read FBus next
                   at end
                       move 1 to fin-cuve
                   not at end
                       if fb-code-site = cu-code-site
                       and nb-bus-site < 300 then
                           add 1 to nb-bus-site
                           move fb-numero to bs-num-bus(nb-bus-site)
                       end-if
               end-read
           end-perform
       .

       CUMULE-LIVRAISONS.
      * Livraisons de la cuve datees apres borne-inf, jusqu'a
      * borne-sup incluse.
           move 0 to cumul-livre
           move 0 to cumul-montant
           move cu-code-site to lc-code-site
           move borne-inf to lc-date
           move 9999 to lc-heure
           move 0 to fin-cuve
           start FLivraison key > lc-cle
               invalid key
                   move 1 to fin-cuve
           end-start
           perform until (fin-cuve = 1)
               read FLivraison next
                   at end
                       move 1 to fin-cuve
                   not at end
                       if lc-code-site not = cu-code-site
                       or lc-date > borne-sup then
                           move 1 to fin-cuve
                       else
                           add lc-litres to cumul-livre
                           add lc-montant to cumul-montant
                       end-if
               end-read
           end-perform
       .

       CUMULE-DISTRIBUE.
      * Pleins des bus du site dates apres borne-inf, jusqu'a
      * borne-sup incluse, hors pleins en station (compteur a zero).
           move 0 to cumul-distribue
           if carburant-fichier-absent = 1 then
               exit paragraph
           end-if
           perform varying idx-bs from 1 by 1
               until idx-bs > nb-bus-site
               move bs-num-bus(idx-bs) to cb-num-bus
               move borne-inf to cb-date
               move 0 to fin-cuve
               start FCarburant key > cb-cle
                   invalid key
                       move 1 to fin-cuve
               end-start
               perform until (fin-cuve = 1)
                   read FCarburant next
                       at end
                           move 1 to fin-cuve
                       not at end
                           if cb-num-bus not = bs-num-bus(idx-bs)
                           or cb-date > borne-sup then
                               move 1 to fin-cuve
                           else
                               if cb-kms-plein > 0 then
                                   add cb-litres to cumul-distribue
                               end-if
                           end-if
                   end-read
               end-perform
           end-perform
       .

       end program ss-cuve.
