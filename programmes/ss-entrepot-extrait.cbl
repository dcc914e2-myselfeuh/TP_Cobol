       program-id. ss-entrepot-extrait.

       input-output section.
           file-control.
           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FAffectHist assign to "../ext/AffectationHist.dat"
               organization is sequential
               status fah-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status fb-status.

           select FChauffeurs assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is fc-num-chauff
                   alternate record key is fc-nom with duplicates
               status fc-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status fsi-status.

           select FFeries assign to "../ext/Feries.dat"
               organization is indexed
               access mode is dynamic
                   record key is fe-date
               status ffe-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FEtatEntrepot assign to "../ext/EntrepotEtat.dat"
               organization is indexed
               access mode is dynamic
                   record key is ee-id
               status fee-status.

           select FFaits assign to "../ext/entrepot/fait_service.csv"
               organization is line sequential
               status fwf-status.

           select FDimChauffeur assign to
               "../ext/entrepot/dim_chauffeur.csv"
               organization is line sequential
               status fwc-status.

           select FDimBus assign to "../ext/entrepot/dim_bus.csv"
               organization is line sequential
               status fwb-status.

           select FDimCompagnie assign to
               "../ext/entrepot/dim_compagnie.csv"
               organization is line sequential
               status fwp-status.

           select FDimSite assign to "../ext/entrepot/dim_site.csv"
               organization is line sequential
               status fws-status.

           select FDimCalendrier assign to
               "../ext/entrepot/dim_calendrier.csv"
               organization is line sequential
               status fwk-status.

           select FControle assign to "../ext/entrepot/controle.csv"
               organization is line sequential
               status fwx-status.

       data division.
       file section.
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

       FD FAffectHist.
       01 ENR-AFFECT-HIST.
           02 h-num-affect   pic 9(6).
           02 h-num-chauf    pic 9(6).
           02 h-num-bus      pic 9(6).
           02 h-date-debut   pic 9(8).
           02 h-date-fin     pic 9(8).
           02 h-nb-passagers pic 9(3).
           02 h-statut       pic x(01).
           02 h-motif        pic x(40).
           02 h-num-chauf2   pic 9(6).
           02 h-heure-debut  pic 9(4).
           02 h-heure-fin    pic 9(4).
           02 h-nb-pmr       pic 9(3).

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

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       fd FFeries.
           01 enr-ferie.
               02 fe-date          pic 9(8).
               02 fe-libelle       pic x(30).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

      * Dernier extrait reussi pour l'entrepot : le mode incremental
      * repart de sa date, moins ENTREPOT-RECUL-JOURS jours pour
      * reprendre les services corriges apres coup.
       fd FEtatEntrepot.
           01 enr-etat-entrepot.
               02 ee-id            pic 9(1).
               02 ee-date          pic 9(8).
               02 ee-heure         pic 9(8).
               02 ee-mode          pic x(1).
               02 ee-date-depart   pic 9(8).
               02 ee-nb-faits      pic 9(7).

       fd FFaits.
           01 ligne-faits          pic x(200).
       fd FDimChauffeur.
           01 ligne-dim-chauffeur  pic x(200).
       fd FDimBus.
           01 ligne-dim-bus        pic x(200).
       fd FDimCompagnie.
           01 ligne-dim-compagnie  pic x(200).
       fd FDimSite.
           01 ligne-dim-site       pic x(200).
       fd FDimCalendrier.
           01 ligne-dim-calendrier pic x(200).
       fd FControle.
           01 ligne-controle       pic x(200).

       working-storage section.
       01 fa-status                pic x(2).
       01 fah-status               pic x(2).
       01 fb-status                pic x(2).
       01 fc-status                pic x(2).
       01 fco-status               pic x(2).
       01 fsi-status               pic x(2).
       01 ffe-status               pic x(2).
       01 fpa-status               pic x(2).
       01 fee-status               pic x(2).
       01 fwf-status               pic x(2).
       01 fwc-status               pic x(2).
       01 fwb-status               pic x(2).
       01 fwp-status               pic x(2).
       01 fws-status               pic x(2).
       01 fwk-status               pic x(2).
       01 fwx-status               pic x(2).

       01 rep-entrepot             pic x(15) value '../ext/entrepot'.
       01 fin-scan                 pic 9.
       01 mode-extrait             pic x(1).
       01 recul-jours              pic 9(3) value 7.
       01 date-depart              pic 9(8).
       01 heure-extrait            pic 9(8).
       01 compagnie-absente        pic 9.
       01 feries-fichier-absent    pic 9.
       01 etat-absent              pic 9.

      *----- Service en cours (affectation courante ou archivee) -----
       01 svc-num-affect           pic 9(6).
       01 svc-num-chauff           pic 9(6).
       01 svc-num-chauff2          pic 9(6).
       01 svc-num-bus              pic 9(6).
       01 svc-date-debut           pic 9(8).
       01 svc-date-fin             pic 9(8).
       01 svc-nb-passagers         pic 9(3).
       01 svc-statut               pic x(1).
       01 svc-heure-debut          pic 9(4).
       01 svc-heure-fin            pic 9(4).

      *----- Decompte d'un jour de service -----
       01 entier-depart            pic s9(9) comp.
       01 entier-deb               pic s9(9) comp.
       01 entier-fin               pic s9(9) comp.
       01 entier-jour              pic s9(9) comp.
       01 date-service             pic 9(8).
       01 date-lendemain           pic 9(8).
       01 jours-un                 pic 9(4) value 1.
       01 jours-total              pic 9(4).
       01 kms-jour                 pic 9(7).
       01 site-service             pic x(4).
       01 montant-jour             pic 9(8)v99.
       01 nb-jours-prix            pic 9(4).
       01 hd-minutes               pic 9(5) comp.
       01 hf-minutes               pic 9(5) comp.
       01 duree-minutes            pic 9(5) comp.
       01 heures-jour              pic 9(3)v99.

      *----- Calendrier couvert par les faits -----
       01 date-min                 pic 9(8).
       01 date-max                 pic 9(8).
       01 jour-semaine             pic 9(1).
       01 indic-week-end           pic x(1).
       01 indic-ferie              pic x(1).

      *----- Comptes de lignes par fichier (hors entete) -----
       01 nb-faits                 pic 9(7).
       01 nb-dim-chauffeur         pic 9(7).
       01 nb-dim-bus               pic 9(7).
       01 nb-dim-compagnie         pic 9(7).
       01 nb-dim-site              pic 9(7).
       01 nb-dim-calendrier        pic 9(7).
       01 nb-lignes-ctl            pic 9(7).
       01 nom-fichier-ctl          pic x(20).

      *----- Zones editees pour les fichiers delimites -----
       01 ed-heures                pic zz9.99.
       01 ed-montant               pic z(7)9.99.
       01 ed-nombre                pic z(6)9.
       01 ed-taux                  pic z(3)9.99.
       01 texte-1                  pic x(40).
       01 texte-2                  pic x(40).

      *----- Passage de l'etape (StatsBatch.dat) -----
       01 stat-etape               pic x(20)
                                   value 'ss-entrepot-extrait'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       linkage section.
       01 ex-date                  pic 9(8).
       01 ex-mode                  pic x(1).
       01 ex-retour                pic 9.

       procedure division using ex-date ex-mode ex-retour.

      * Extrait de nuit pour l'entrepot de donnees du groupe, en
      * etoile : un fait par jour de service d'affectation (bus,
      * chauffeurs, compagnie, site effectif, heures, passagers,
      * recette, kilometres) et les dimensions chauffeurs, bus,
      * compagnies, sites et calendrier, en fichiers delimites par
      * des virgules avec ligne d'entete. ex-mode 'C' : tous les
      * services, courants et archives ; 'I' : les jours de service
      * a partir du dernier extrait moins le recul (le chargement
      * remplace les faits a partir de cette date). Les dimensions
      * sont toujours completes. Le fichier controle.csv donne le
      * nombre de lignes de chaque fichier pour verifier le
      * chargement. ex-retour vaut 0 si l'extrait n'a pu se faire.

       move 1 to ex-retour
       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time
       move ex-mode to mode-extrait

       perform LIT-PARAMETRES
       perform LIT-ETAT-ENTREPOT

       open input FAffectations
       open input FBus
       if fa-status not = '00' or fb-status not = '00' then
           close FAffectations
           close FBus
           move 0 to ex-retour
           move 'E' to stat-statut
           call 'ss-stats-batch' using stat-etape stat-date-debut
               stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut
           goback
       end-if

      *    un dossier deja present fait echouer l'appel sans
      *    consequence : seule compte l'ouverture des fichiers
       call 'CBL_CREATE_DIR' using rep-entrepot
       perform OUVRE-FICHIERS-ENTREPOT
       if fwf-status not = '00' or fwc-status not = '00'
       or fwb-status not = '00' or fwp-status not = '00'
       or fws-status not = '00' or fwk-status not = '00'
       or fwx-status not = '00' then
           perform FERME-FICHIERS-ENTREPOT
           close FAffectations
           close FBus
           move 0 to ex-retour
           move 'E' to stat-statut
           call 'ss-stats-batch' using stat-etape stat-date-debut
               stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut
           goback
       end-if

       move 0 to compagnie-absente
       open input FCompagnie
       if fco-status not = '00' then
           move 1 to compagnie-absente
       end-if

       perform EXTRAIT-FAITS
       perform EXTRAIT-DIM-CHAUFFEURS
       perform EXTRAIT-DIM-BUS
       perform EXTRAIT-DIM-COMPAGNIES
       perform EXTRAIT-DIM-SITES
       perform EXTRAIT-DIM-CALENDRIER
       perform ECRIT-CONTROLE

       if compagnie-absente = 0 then
           close FCompagnie
       end-if
       close FAffectations
       close FBus
       perform FERME-FICHIERS-ENTREPOT

       perform MEMORISE-ETAT-ENTREPOT

       compute stat-nb-ecrits = nb-faits + nb-dim-chauffeur
           + nb-dim-bus + nb-dim-compagnie + nb-dim-site
           + nb-dim-calendrier
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut
       goback
       .

       LIT-PARAMETRES.
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 'ENTREPOT-RECUL-JOURS' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to recul-jours
           end-read
           close FParametres
       .

       LIT-ETAT-ENTREPOT.
      * Sans extrait reussi connu, l'incremental devient complet.
           move 0 to etat-absent
           open i-o FEtatEntrepot
           if fee-status = '35' then
               open output FEtatEntrepot
               close FEtatEntrepot
               open i-o FEtatEntrepot
           end-if
           if fee-status not = '00' then
               move 1 to etat-absent
               move 'C' to mode-extrait
           else
               move 1 to ee-id
               read FEtatEntrepot
                   invalid key
                       move 'C' to mode-extrait
               end-read
           end-if

           if mode-extrait = 'I' then
               compute entier-depart =
                   function integer-of-date(ee-date) - recul-jours
               move function date-of-integer(entier-depart)
                   to date-depart
           else
               move 'C' to mode-extrait
               move 0 to date-depart
               move 0 to entier-depart
           end-if
       .

       MEMORISE-ETAT-ENTREPOT.
           if etat-absent = 1 then
               exit paragraph
           end-if
           accept heure-extrait from time
           move 1 to ee-id
           move ex-date to ee-date
           move heure-extrait to ee-heure
           move mode-extrait to ee-mode
           move date-depart to ee-date-depart
           move nb-faits to ee-nb-faits
           write enr-etat-entrepot
           invalid key
               rewrite enr-etat-entrepot
               invalid key
                   continue
               end-rewrite
           end-write
           close FEtatEntrepot
       .

       OUVRE-FICHIERS-ENTREPOT.
           open output FFaits
           open output FDimChauffeur
           open output FDimBus
           open output FDimCompagnie
           open output FDimSite
           open output FDimCalendrier
           open output FControle
       .

       FERME-FICHIERS-ENTREPOT.
           close FFaits
           close FDimChauffeur
           close FDimBus
           close FDimCompagnie
           close FDimSite
           close FDimCalendrier
           close FControle
       .

      *-------------------------------------------------------------
      * Faits : un jour de service par ligne. Jours d'une
      * affectation : du debut au jour qui precede la fin (meme
      * convention que la paye et la facturation), le jour de debut
      * seul si les deux dates sont egales.
      *-------------------------------------------------------------
       EXTRAIT-FAITS.
           move 0 to nb-faits
           move 99999999 to date-min
           move 0 to date-max

           move 'num_affect,date_service,num_bus,num_chauffeur,'
               &'num_chauffeur2,num_compagnie,code_site,heures,'
               &'passagers,recette,km,statut' to ligne-faits
           write ligne-faits

           move 0 to fa-num-affect
           move 0 to fin-scan
           start FAffectations key >= fa-num-affect
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAffectations next
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       move fa-num-affect to svc-num-affect
                       move fa-num-chauff to svc-num-chauff
                       move fa-num-chauff2 to svc-num-chauff2
                       move fa-num-bus to svc-num-bus
                       move fa-date-debut to svc-date-debut
                       move fa-date-fin to svc-date-fin
                       move fa-nb-passagers to svc-nb-passagers
                       move fa-statut to svc-statut
                       move fa-heure-debut to svc-heure-debut
                       move fa-heure-fin to svc-heure-fin
                       perform FAITS-AFFECTATION
               end-read
           end-perform

           open input FAffectHist
           if fah-status not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FAffectHist
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       move h-num-affect to svc-num-affect
                       move h-num-chauf to svc-num-chauff
                       move h-num-chauf2 to svc-num-chauff2
                       move h-num-bus to svc-num-bus
                       move h-date-debut to svc-date-debut
                       move h-date-fin to svc-date-fin
                       move h-nb-passagers to svc-nb-passagers
                       move h-statut to svc-statut
                       move h-heure-debut to svc-heure-debut
                       move h-heure-fin to svc-heure-fin
                       perform FAITS-AFFECTATION
               end-read
           end-perform
           close FAffectHist
       .

       FAITS-AFFECTATION.
      *    annulees et brouillons ne sont pas des services rendus
           if svc-statut = 'I' or svc-statut = 'B' then
               exit paragraph
           end-if

           compute entier-deb =
               function integer-of-date(svc-date-debut)
           if svc-date-fin > svc-date-debut then
               compute entier-fin =
                   function integer-of-date(svc-date-fin) - 1
           else
               move entier-deb to entier-fin
           end-if
           if entier-fin < entier-depart then
               exit paragraph
           end-if
           compute jours-total = entier-fin - entier-deb + 1

           move svc-num-bus to fb-numero
           read FBus
               invalid key
                   move 0 to fb-num-compagnie
                   move spaces to fb-code-site
                   move spaces to fb-categorie-requise
                   move 0 to fb-nbplace
           end-read
           move 0 to taux-jour-compagnie
           if compagnie-absente = 0 then
               move fb-num-compagnie to num-compagnie
               read FCompagnie
                   invalid key
                       move 0 to taux-jour-compagnie
               end-read
           end-if

           call 'ss-kms-affect' using svc-num-affect jours-un
               jours-total kms-jour
           perform DUREE-SERVICE
           compute heures-jour rounded = duree-minutes / 60

           move entier-deb to entier-jour
           if entier-jour < entier-depart then
               move entier-depart to entier-jour
           end-if
           perform until entier-jour > entier-fin
               perform FAIT-UN-JOUR
               add 1 to entier-jour
           end-perform
       .

       DUREE-SERVICE.
      * Duree quotidienne du service, en minutes, comme pour la
      * paye : heures a zero = journee entiere, une fin avant le
      * debut = service a cheval sur minuit.
           compute hd-minutes =
               function integer-part(svc-heure-debut / 100) * 60
               + function mod(svc-heure-debut, 100)
           if svc-heure-fin = 2400 then
               move 1440 to hf-minutes
           else
               compute hf-minutes =
                   function integer-part(svc-heure-fin / 100) * 60
                   + function mod(svc-heure-fin, 100)
           end-if

           if hf-minutes > hd-minutes then
               compute duree-minutes = hf-minutes - hd-minutes
           else
               compute duree-minutes =
                   1440 - hd-minutes + hf-minutes
           end-if
       .

       FAIT-UN-JOUR.
           move function date-of-integer(entier-jour) to date-service
           move function date-of-integer(entier-jour + 1)
               to date-lendemain

           call 'ss-site-effectif' using svc-num-bus date-service
               fb-code-site site-service
           call 'ss-prix-affect' using svc-num-affect
               fb-num-compagnie fb-categorie-requise fb-nbplace
               date-service date-lendemain svc-heure-debut
               svc-heure-fin taux-jour-compagnie montant-jour
               nb-jours-prix

           move heures-jour to ed-heures
           move montant-jour to ed-montant
           move kms-jour to ed-nombre
           move spaces to ligne-faits
           string svc-num-affect ',' date-service ',' svc-num-bus
               ',' svc-num-chauff ',' svc-num-chauff2
               ',' fb-num-compagnie ',' function trim(site-service)
               ',' function trim(ed-heures)
               ',' svc-nb-passagers
               ',' function trim(ed-montant)
               ',' function trim(ed-nombre)
               ',' svc-statut
               delimited by size into ligne-faits
           write ligne-faits
           add 1 to nb-faits

           if date-service < date-min then
               move date-service to date-min
           end-if
           if date-service > date-max then
               move date-service to date-max
           end-if
       .

      *-------------------------------------------------------------
      * Dimensions : toujours completes. Les virgules des libelles
      * sont remplacees par des blancs ; pas d'adresse ni de
      * telephone des chauffeurs dans l'entrepot.
      *-------------------------------------------------------------
       EXTRAIT-DIM-CHAUFFEURS.
           move 0 to nb-dim-chauffeur
           move 'num_chauffeur,nom,prenom,categorie_permis,'
               &'date_permis,statut,code_site' to ligne-dim-chauffeur
           write ligne-dim-chauffeur

           open input FChauffeurs
           if fc-status not = '00' then
               exit paragraph
           end-if
           move 0 to fc-num-chauff
           move 0 to fin-scan
           start FChauffeurs key >= fc-num-chauff
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FChauffeurs next
                   at end
                       move 1 to fin-scan
                   not at end
                       move fc-nom to texte-1
                       move fc-prenom to texte-2
                       inspect texte-1 replacing all ',' by ' '
                       inspect texte-2 replacing all ',' by ' '
                       move spaces to ligne-dim-chauffeur
                       string fc-num-chauff ','
                           function trim(texte-1) ','
                           function trim(texte-2) ','
                           function trim(fc-categorie) ','
                           fc-date-permis ',' fc-statut ','
                           function trim(fc-code-site)
                           delimited by size into ligne-dim-chauffeur
                       write ligne-dim-chauffeur
                       add 1 to nb-dim-chauffeur
               end-read
           end-perform
           close FChauffeurs
       .

       EXTRAIT-DIM-BUS.
           move 0 to nb-dim-bus
           move 'num_bus,marque,modele,places,places_pmr,'
               &'categorie_requise,num_compagnie,code_site,statut,'
               &'kms' to ligne-dim-bus
           write ligne-dim-bus

           move 0 to fb-numero
           move 0 to fin-scan
           start FBus key >= fb-numero
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FBus next
                   at end
                       move 1 to fin-scan
                   not at end
                       move fb-marque to texte-1
                       move fb-modele to texte-2
                       inspect texte-1 replacing all ',' by ' '
                       inspect texte-2 replacing all ',' by ' '
                       move fb-kms to ed-nombre
                       move spaces to ligne-dim-bus
                       string fb-numero ','
                           function trim(texte-1) ','
                           function trim(texte-2) ','
                           fb-nbplace ',' fb-places-pmr ','
                           function trim(fb-categorie-requise) ','
                           fb-num-compagnie ','
                           function trim(fb-code-site) ','
                           fb-statut ','
                           function trim(ed-nombre)
                           delimited by size into ligne-dim-bus
                       write ligne-dim-bus
                       add 1 to nb-dim-bus
               end-read
           end-perform
       .

       EXTRAIT-DIM-COMPAGNIES.
           move 0 to nb-dim-compagnie
           move 'num_compagnie,nom,contact,taux_jour'
               to ligne-dim-compagnie
           write ligne-dim-compagnie

           if compagnie-absente = 1 then
               exit paragraph
           end-if
           move 0 to num-compagnie
           move 0 to fin-scan
           start FCompagnie key >= num-compagnie
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FCompagnie next
                   at end
                       move 1 to fin-scan
                   not at end
                       move nom-compagnie to texte-1
                       move contact-compagnie to texte-2
                       inspect texte-1 replacing all ',' by ' '
                       inspect texte-2 replacing all ',' by ' '
                       move taux-jour-compagnie to ed-taux
                       move spaces to ligne-dim-compagnie
                       string num-compagnie ','
                           function trim(texte-1) ','
                           function trim(texte-2) ','
                           function trim(ed-taux)
                           delimited by size into ligne-dim-compagnie
                       write ligne-dim-compagnie
                       add 1 to nb-dim-compagnie
               end-read
           end-perform
       .

       EXTRAIT-DIM-SITES.
           move 0 to nb-dim-site
           move 'code_site,nom,places_parc' to ligne-dim-site
           write ligne-dim-site

           open input FSite
           if fsi-status not = '00' then
               exit paragraph
           end-if
           move spaces to si-code
           move 0 to fin-scan
           start FSite key >= si-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FSite next
                   at end
                       move 1 to fin-scan
                   not at end
                       move si-nom to texte-1
                       inspect texte-1 replacing all ',' by ' '
                       move spaces to ligne-dim-site
                       string function trim(si-code) ','
                           function trim(texte-1) ','
                           si-places-parc
                           delimited by size into ligne-dim-site
                       write ligne-dim-site
                       add 1 to nb-dim-site
               end-read
           end-perform
           close FSite
       .

       EXTRAIT-DIM-CALENDRIER.
      * Un jour par ligne sur la plage des faits extraits ; jour de
      * la semaine 1 = lundi (le jour 1 du calendrier entier est un
      * lundi), jours feries d'apres Feries.dat.
           move 0 to nb-dim-calendrier
           move 'date,annee,mois,jour,jour_semaine,week_end,ferie,'
               &'libelle_ferie' to ligne-dim-calendrier
           write ligne-dim-calendrier

           if date-max = 0 then
               move 0 to date-min
               exit paragraph
           end-if

           move 0 to feries-fichier-absent
           open input FFeries
           if ffe-status not = '00' then
               move 1 to feries-fichier-absent
           end-if

           compute entier-jour = function integer-of-date(date-min)
           compute entier-fin = function integer-of-date(date-max)
           perform until entier-jour > entier-fin
               perform CALENDRIER-UN-JOUR
               add 1 to entier-jour
           end-perform

           if feries-fichier-absent = 0 then
               close FFeries
           end-if
       .

       CALENDRIER-UN-JOUR.
           move function date-of-integer(entier-jour) to date-service
           compute jour-semaine =
               function mod(entier-jour - 1, 7) + 1
           if jour-semaine > 5 then
               move 'O' to indic-week-end
           else
               move 'N' to indic-week-end
           end-if

           move 'N' to indic-ferie
           move spaces to texte-1
           if feries-fichier-absent = 0 then
               move date-service to fe-date
               read FFeries
                   invalid key
                       continue
                   not invalid key
                       move 'O' to indic-ferie
                       move fe-libelle to texte-1
                       inspect texte-1 replacing all ',' by ' '
               end-read
           end-if

           move spaces to ligne-dim-calendrier
           string date-service ',' date-service(1:4) ','
               date-service(5:2) ',' date-service(7:2) ','
               jour-semaine ',' indic-week-end ',' indic-ferie ','
               function trim(texte-1)
               delimited by size into ligne-dim-calendrier
           write ligne-dim-calendrier
           add 1 to nb-dim-calendrier
       .

       ECRIT-CONTROLE.
      * Une ligne par fichier : le chargement compare ces comptes a
      * ce qu'il a lu (lignes de donnees, entete exclue).
           move 'fichier,mode,date_debut_faits,date_fin_faits,'
               &'nb_lignes,date_extrait,heure_extrait'
               to ligne-controle
           write ligne-controle
           accept heure-extrait from time

           move 'fait_service.csv' to nom-fichier-ctl
           move nb-faits to nb-lignes-ctl
           perform ECRIT-LIGNE-CONTROLE
           move 'dim_chauffeur.csv' to nom-fichier-ctl
           move nb-dim-chauffeur to nb-lignes-ctl
           perform ECRIT-LIGNE-CONTROLE
           move 'dim_bus.csv' to nom-fichier-ctl
           move nb-dim-bus to nb-lignes-ctl
           perform ECRIT-LIGNE-CONTROLE
           move 'dim_compagnie.csv' to nom-fichier-ctl
           move nb-dim-compagnie to nb-lignes-ctl
           perform ECRIT-LIGNE-CONTROLE
           move 'dim_site.csv' to nom-fichier-ctl
           move nb-dim-site to nb-lignes-ctl
           perform ECRIT-LIGNE-CONTROLE
           move 'dim_calendrier.csv' to nom-fichier-ctl
           move nb-dim-calendrier to nb-lignes-ctl
           perform ECRIT-LIGNE-CONTROLE
       .

       ECRIT-LIGNE-CONTROLE.
           move nb-lignes-ctl to ed-nombre
           move spaces to ligne-controle
           string function trim(nom-fichier-ctl) ','
               mode-extrait ',' date-depart ',' date-max ','
               function trim(ed-nombre) ','
               ex-date ',' heure-extrait
               delimited by size into ligne-controle
           write ligne-controle
       .

       end program ss-entrepot-extrait.
