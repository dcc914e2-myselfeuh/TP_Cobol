       program-id. ss-pneu.

       input-output section.
           file-control.
           select FPneu assign to "../ext/Pneu.dat"
               organization is indexed
               access mode is dynamic
                   record key is pn-serie
                   alternate record key is pn-num-bus
                       with duplicates
               status fpn-status.

           select FPneuMvt assign to "../ext/PneuMouvement.dat"
               organization is indexed
               access mode is dynamic
                   record key is pm-cle
               status fpm-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FEntretien assign to "../ext/Entretien.dat"
               organization is indexed
               access mode is dynamic
                   record key is eo-num-ordre
                   alternate record key is eo-num-bus with duplicates
               status FEntretienStatus.

           select FOdometre assign to "../ext/Odometre.dat"
               organization is indexed
               access mode is dynamic
                   record key is od-cle
               status FOdometreStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FRapport assign to "../ext/SuiviPneus.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Un pneu par numero de serie, suivi de l'achat a la reforme.
      * Statut : 'S' en stock, 'M' monte (pn-num-bus, pn-position),
      * 'R' parti au rechapage, 'X' reforme.
      * pn-kms-montage : compteur du bus au montage ; les kilometres
      * des montes precedents sont cumules dans pn-kms-cumules au
      * demontage. pn-kms-position : compteur du bus au montage ou a
      * la derniere permutation (echeance de la permutation).
      * pn-profondeur : derniere sculpture relevee, en mm.
       fd FPneu.
           01 enr-pneu.
               02 pn-serie         pic x(15).
               02 pn-marque        pic x(15).
               02 pn-dimension     pic x(15).
               02 pn-prix-achat    pic 9(5)v99.
               02 pn-date-achat    pic 9(8).
               02 pn-statut        pic x(1).
               02 pn-num-bus       pic 9(6).
               02 pn-position      pic x(4).
               02 pn-kms-montage   pic 9(6).
               02 pn-kms-position  pic 9(6).
               02 pn-kms-cumules   pic 9(7).
               02 pn-profondeur    pic 9(2)v9.
               02 pn-date-mesure   pic 9(8).
               02 pn-nb-rechapages pic 9(1).
               02 pn-cout-rechapages pic 9(5)v99.
               02 pn-date-1er-montage pic 9(8).
               02 pn-date-statut   pic 9(8).

      * Historique des mouvements d'un pneu : 'E' entree en stock,
      * 'M' montage, 'D' demontage, 'P' permutation, 'L' releve de
      * sculpture, 'V' envoi au rechapage, 'R' retour de rechapage,
      * 'X' reforme. pm-num-ordre : ordre d'entretien de l'atelier.
       fd FPneuMvt.
           01 enr-pneu-mvt.
               02 pm-cle.
                   03 pm-serie     pic x(15).
                   03 pm-date      pic 9(8).
                   03 pm-heure     pic 9(8).
               02 pm-type          pic x(1).
               02 pm-num-bus       pic 9(6).
               02 pm-position      pic x(4).
               02 pm-kms-bus       pic 9(6).
               02 pm-num-ordre     pic 9(4).
               02 pm-profondeur    pic 9(2)v9.
               02 pm-montant       pic 9(5)v99.

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

       fd FEntretien.
           01 enr-entretien.
               02 eo-num-ordre     pic 9(4).
               02 eo-num-bus       pic 9(6).
               02 eo-date-entree   pic 9(8).
               02 eo-date-sortie   pic 9(8).
               02 eo-type-interv   pic x(20).
               02 eo-cout          pic 9(6)v99.
               02 eo-kms-service   pic 9(6).
               02 eo-statut        pic x(01).
               02 eo-num-incident  pic 9(4).

       fd FOdometre.
           01 enr-odometre.
               02 od-cle.
                   03 od-num-bus   pic 9(6).
                   03 od-date      pic 9(8).
               02 od-kms           pic 9(6).
               02 od-kms-hlp       pic 9(4).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fpn-status               pic x(2).
       01 fpm-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 FEntretienStatus         pic x(2).
       01 FOdometreStatus          pic x(2).
       01 fpa-status               pic x(2).
       01 frap-status              pic x(2).
       01 odometre-fichier-absent  pic 9.

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-ecriture             pic 9.
       01 aucun-resultat           pic 9.
       01 date-jour                pic 9(8).
       01 resultat-date-valide     pic 9.

       01 nv-serie                 pic x(15).
       01 nv-marque                pic x(15).
       01 nv-dimension             pic x(15).
       01 nv-prix                  pic 9(5)v99.
       01 nv-date                  pic 9(8).
       01 nv-num-bus               pic 9(6).
       01 nv-position              pic x(4).
       01 id-ordre                 pic 9(4).
       01 nv-kms                   pic 9(6).
       01 nv-profondeur            pic 9(2)v9.
       01 nv-destination           pic x(1).
       01 nv-action                pic x(1).
       01 nv-montant               pic 9(5)v99.

       01 serie-pneu               pic x(15).
       01 ancienne-position        pic x(4).
       01 position-occupee         pic 9.
       01 serie-occupant           pic x(15).
       01 montant-impute           pic 9(5)v99.

      *----- Compteur d'un bus a une date -----
       01 kb-num-bus               pic 9(6).
       01 kb-date                  pic 9(8).
       01 kb-kms                   pic 9(6).
       01 kb-trouve                pic 9.
       01 fin-scan-odo             pic 9.

      *----- Seuils -----
       01 profondeur-min           pic 9(2)v9 value 1.6.
       01 kms-permutation          pic 9(6) value 20000.

      *----- Rapport de suivi -----
       01 bus-courant              pic 9(6).
       01 kms-bus-courant          pic 9(6).
       01 kms-pneu                 pic 9(7).
       01 kms-depuis-permut        pic s9(7).
       01 nb-lignes-section        pic 9(4).
       01 nb-marques               pic 9(2).
       01 j                        pic 9(2).
       01 marque-trouvee           pic 9.
       01 tri-echange              pic 9.
       01 table-marques.
           02 tm-marque occurs 50.
               03 tm-nom           pic x(15).
               03 tm-nb-pneus      pic 9(4).
               03 tm-cout          pic 9(8)v99.
               03 tm-kms           pic 9(9).
               03 tm-cout-1000     pic 9(5)v99.
       01 tm-sauve                 pic x(45).
       01 ed-nb                    pic zzz9.
       01 ed-cout                  pic zzzzzzz9.99.
       01 ed-kms                   pic zzzzzzzz9.
       01 ed-cout-1000             pic zzzz9.99.
       01 ed-prof                  pic z9.9.
       01 ed-prof-min              pic z9.9.
       01 ed-kms-permut            pic zzzzz9.
       01 ed-kms-depuis            pic zzzzzz9.

      *----- Historique -----
       01 libelle-mvt              pic x(12).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Suivi des pneumatiques -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Entrer un pneu neuf en stock'.
           02 line 4 col 2 value
               '2: Monter un pneu (ordre d''entretien)'.
           02 line 5 col 2 value
               '3: Demonter un pneu (ordre d''entretien)'.
           02 line 6 col 2 value '4: Permuter un pneu sur son bus'.
           02 line 7 col 2 value
               '5: Relever la sculpture des pneus d''un bus'.
           02 line 8 col 2 value
               '6: Retour de rechapage ou reforme hors bus'.
           02 line 9 col 2 value '7: Historique d''un pneu'.
           02 line 10 col 2 value
               '8: Rapport (cout aux 1000 km, usure, permutations)'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-entree.
           02 line 3 col 2 value 'Numero de serie : '.
           02 s-nv-serie pic x(15) to nv-serie required.
           02 line 4 col 2 value 'Marque : '.
           02 s-nv-marque pic x(15) to nv-marque required.
           02 line 5 col 2 value 'Dimension : '.
           02 s-nv-dimension pic x(15) to nv-dimension.
           02 line 6 col 2 value 'Prix d''achat (EUR) : '.
           02 s-nv-prix pic zzzz9.99 to nv-prix required.
           02 line 7 col 2 value 'Date d''achat (AAAAMMJJ) : '.
           02 s-nv-date pic 9(8) using nv-date required.
           02 line 8 col 2 value 'Sculpture neuve (mm) : '.
           02 s-nv-prof pic z9.9 to nv-profondeur.

       01 s-plg-form-montage.
           02 line 3 col 2 value 'Numero de serie : '.
           02 s-mo-serie pic x(15) to nv-serie required.
           02 line 4 col 2 value 'Numero du bus : '.
           02 s-mo-bus pic zzzzzz to nv-num-bus required.
           02 line 5 col 2 value
               'Position (AVG AVD ARGE ARGI ARDI ARDE...) : '.
           02 s-mo-position pic x(4) to nv-position required.
           02 line 6 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-mo-date pic 9(8) using nv-date required.
           02 line 7 col 2 value 'Ordre d''entretien : '.
           02 s-mo-ordre pic zzzz to id-ordre required.

       01 s-plg-form-demontage.
           02 line 3 col 2 value 'Numero de serie : '.
           02 s-de-serie pic x(15) to nv-serie required.
           02 line 4 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-de-date pic 9(8) using nv-date required.
           02 line 5 col 2 value 'Ordre d''entretien : '.
           02 s-de-ordre pic zzzz to id-ordre required.
           02 line 6 col 2 value
               'Destination (S stock, R rechapage, X reforme) : '.
           02 s-de-dest pic x to nv-destination required.

       01 s-plg-form-permutation.
           02 line 3 col 2 value 'Numero de serie : '.
           02 s-pe-serie pic x(15) to nv-serie required.
           02 line 4 col 2 value 'Nouvelle position : '.
           02 s-pe-position pic x(4) to nv-position required.
           02 line 5 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-pe-date pic 9(8) using nv-date required.
           02 line 6 col 2 value
               'Ordre d''entretien (0 hors atelier) : '.
           02 s-pe-ordre pic zzzz to id-ordre.

       01 s-plg-form-releve.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-re-bus pic zzzzzz to nv-num-bus required.
           02 line 4 col 2 value 'Date du releve (AAAAMMJJ) : '.
           02 s-re-date pic 9(8) using nv-date required.

       01 s-plg-form-hors-bus.
           02 line 3 col 2 value 'Numero de serie : '.
           02 s-hb-serie pic x(15) to nv-serie required.
           02 line 4 col 2 value
               'Action (R retour de rechapage, X reforme) : '.
           02 s-hb-action pic x to nv-action required.
           02 line 5 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-hb-date pic 9(8) using nv-date required.
           02 line 6 col 2 value 'Cout du rechapage (EUR) : '.
           02 s-hb-montant pic zzzz9.99 to nv-montant.
           02 line 7 col 2 value 'Sculpture apres rechapage (mm) : '.
           02 s-hb-prof pic z9.9 to nv-profondeur.

       01 s-plg-serie.
           02 line 3 col 2 value 'Numero de serie : '.
           02 s-serie pic x(15) to nv-serie required.

       01 s-plg-kms.
           02 line 10 col 2 value
               'Compteur du bus a cette date (km) : '.
           02 s-kms pic zzzzz9 using nv-kms required.
       01 s-plg-kms-profondeur.
           02 line 10 col 2 value
               'Compteur du bus a cette date (km) : '.
           02 s-kp-kms pic zzzzz9 using nv-kms required.
           02 line 11 col 2 value 'Sculpture au demontage (mm) : '.
           02 s-kp-prof pic z9.9 using nv-profondeur.

       01 a-plg-pneu.
           02 line 3 col 40 value 'Marque : '.
           02 a-pn-marque pic x(15) from pn-marque.
           02 line 4 col 40 value 'Statut : '.
           02 a-pn-statut pic x from pn-statut.
           02 line 4 col 52 value 'Bus : '.
           02 a-pn-bus pic 9(6) from pn-num-bus.
           02 line 5 col 40 value 'Position : '.
           02 a-pn-position pic x(4) from pn-position.
           02 line 5 col 57 value 'Sculpt. '.
           02 a-pn-prof pic z9.9 from pn-profondeur.
           02 line 6 col 40 value 'Km cumules : '.
           02 a-pn-kms pic zzzzzz9 from pn-kms-cumules.
           02 line 6 col 62 value 'Rech. '.
           02 a-pn-rech pic 9 from pn-nb-rechapages.

       01 a-plg-titre-releve.
           02 line 6 col 2 value 'Serie'.
           02 line 6 col 19 value 'Pos.'.
           02 line 6 col 25 value 'Precedent'.
           02 line 6 col 37 value 'Releve (mm)'.
       01 a-plg-releve-data.
           02 a-re-serie line i col 2 pic x(15) from pn-serie.
           02 a-re-pos line i col 19 pic x(4) from pn-position.
           02 a-re-prec line i col 27 pic z9.9 from pn-profondeur.
       01 s-plg-releve-data.
           02 s-re-prof line i col 39 pic z9.9 using nv-profondeur.
       01 a-plg-sous-minimum.
           02 line i col 46 value 'SOUS LE MINIMUM LEGAL'.

       01 a-plg-titre-historique.
           02 line 8 col 2 value 'Date'.
           02 line 8 col 12 value 'Mouvement'.
           02 line 8 col 25 value 'Bus'.
           02 line 8 col 32 value 'Pos.'.
           02 line 8 col 37 value 'Compteur'.
           02 line 8 col 47 value 'Ordre'.
           02 line 8 col 53 value 'Sculpt.'.
           02 line 8 col 61 value 'Montant'.
       01 a-plg-historique-data.
           02 a-pm-date line i col 2 pic 9(8) from pm-date.
           02 a-pm-type line i col 12 pic x(12) from libelle-mvt.
           02 a-pm-bus line i col 25 pic zzzzzz from pm-num-bus.
           02 a-pm-pos line i col 32 pic x(4) from pm-position.
           02 a-pm-kms line i col 38 pic zzzzzz from pm-kms-bus.
           02 a-pm-ordre line i col 47 pic zzzz from pm-num-ordre.
           02 a-pm-prof line i col 54 pic z9.9 from pm-profondeur.
           02 a-pm-montant line i col 60 pic zzzz9.99
               from pm-montant.

       01 a-plg-serie-existe.
           02 line 20 col 1 value 'Ce numero de serie existe deja.'.
       01 a-plg-pneu-introuvable.
           02 line 20 col 1 value 'Pneu introuvable.'.
       01 a-plg-pneu-pas-stock.
           02 line 20 col 1 value 'Le pneu n''est pas en stock.'.
       01 a-plg-pneu-pas-monte.
           02 line 20 col 1 value 'Le pneu n''est monte sur aucun bus.'.
       01 a-plg-pneu-pas-rechapage.
           02 line 20 col 1 value
               'Le pneu n''est pas parti au rechapage.'.
       01 a-plg-pneu-monte.
           02 line 20 col 1 value
               'Pneu monte : le demonter d''abord (option 3).'.
       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable ou sorti de flotte.'.
       01 a-plg-ordre-introuvable.
           02 line 20 col 1 value
               'Ordre d''entretien introuvable, clos ou d''un autre '
               &'bus.'.
       01 a-plg-position-occupee.
           02 line 20 col 1 value 'Position deja occupee par : '.
           02 a-serie-occupant pic x(15) from serie-occupant.
       01 a-plg-position-identique.
           02 line 20 col 1 value 'Le pneu est deja a cette position.'.
       01 a-plg-choix-invalide.
           02 line 20 col 1 value 'Destination ou action invalide.'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-kms-invalides.
           02 line 20 col 1 value
               'Compteur inferieur a celui du montage.'.
       01 a-plg-aucun-pneu.
           02 line 20 col 1 value 'Aucun pneu monte sur ce bus.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Rapport : ../ext/SuiviPneus.txt'.
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

      * Chaque pneu est suivi par son numero de serie : bus et
      * position, compteur du bus au montage (Odometre.dat), releves
      * de sculpture, permutations, rechapages et reforme. Montage et
      * demontage se font sur un ordre d'entretien ouvert du bus ; le
      * prix du pneu est impute a l'ordre de son premier montage.

       open i-o FPneu
       if fpn-status = '35' then
           open output FPneu
           close FPneu
           open i-o FPneu
       end-if
       open i-o FPneuMvt
       if fpm-status = '35' then
           open output FPneuMvt
           close FPneuMvt
           open i-o FPneuMvt
       end-if
       open input FBus
       open i-o FEntretien
       if FEntretienStatus = '35' then
           open output FEntretien
           close FEntretien
           open i-o FEntretien
       end-if
       move 0 to odometre-fichier-absent
       open input FOdometre
       if FOdometreStatus not = '00' then
           move 1 to odometre-fichier-absent
       end-if

       if fpn-status not = '00' or fpm-status not = '00'
       or FBusStatus not = '00' or FEntretienStatus not = '00' then
           display a-error-open
           stop ' '
           perform FERME-FICHIERS
           goback
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
               when 1 perform ENTREE-STOCK
               when 2 perform MONTE-PNEU
               when 3 perform DEMONTE-PNEU
               when 4 perform PERMUTE-PNEU
               when 5 perform RELEVE-SCULPTURE
               when 6 perform RETOUR-HORS-BUS
               when 7 perform HISTORIQUE-PNEU
               when 8 perform RAPPORT-SUIVI
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FPneu
           close FPneuMvt
           close FBus
           close FEntretien
           if odometre-fichier-absent = 0 then
               close FOdometre
           end-if
       .

       LIT-PARAMETRES.
      * Sculpture minimale legale en dixiemes de mm ; kilometres
      * parcourus a une position avant de permuter.
           open input FParametres
           if fpa-status = '00' then
               move 'PNEU-PROF-MIN-DIXMM' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       compute profondeur-min = pa-valeur / 10
               end-read
               move 'PNEU-PERMUT-KM' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to kms-permutation
               end-read
               close FParametres
           end-if
       .

       ENTREE-STOCK.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-entree
           accept s-plg-form-entree

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-serie) to pn-serie
           read FPneu
           invalid key
               continue
           not invalid key
               display a-plg-serie-existe
               stop ' '
               exit paragraph
           end-read

           move function upper-case(nv-marque) to pn-marque
           move function upper-case(nv-dimension) to pn-dimension
           move nv-prix to pn-prix-achat
           move nv-date to pn-date-achat
           move 'S' to pn-statut
           move 0 to pn-num-bus
           move spaces to pn-position
           move 0 to pn-kms-montage
           move 0 to pn-kms-position
           move 0 to pn-kms-cumules
           move nv-profondeur to pn-profondeur
           move 0 to pn-date-mesure
           if nv-profondeur > 0 then
               move nv-date to pn-date-mesure
           end-if
           move 0 to pn-nb-rechapages
           move 0 to pn-cout-rechapages
           move 0 to pn-date-1er-montage
           move nv-date to pn-date-statut
           write enr-pneu
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-write

           move 'E' to pm-type
           move 0 to pm-num-bus
           move spaces to pm-position
           move 0 to pm-kms-bus
           move 0 to pm-num-ordre
           move pn-prix-achat to pm-montant
           perform ECRIT-MOUVEMENT
           display a-plg-modif-succes
           stop ' '
       .

       MONTE-PNEU.
      * Pneu en stock monte sur une position libre du bus, sur un
      * ordre d'entretien ouvert de ce bus.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-montage
           accept s-plg-form-montage

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-serie) to serie-pneu
           move function upper-case(nv-position) to nv-position
           perform CONTROLE-BUS
           if fb-numero = 0 then
               exit paragraph
           end-if
           perform CONTROLE-ORDRE
           if eo-num-ordre = 0 then
               exit paragraph
           end-if
           perform CHERCHE-POSITION
           if position-occupee = 1 then
               display a-plg-position-occupee
               stop ' '
               exit paragraph
           end-if

           move serie-pneu to pn-serie
           read FPneu
           invalid key
               display a-plg-pneu-introuvable
               stop ' '
               exit paragraph
           end-read
           if pn-statut not = 'S' then
               display a-plg-pneu-pas-stock
               stop ' '
               exit paragraph
           end-if

           move nv-num-bus to kb-num-bus
           move nv-date to kb-date
           perform KMS-BUS-A-DATE
           move kb-kms to nv-kms
           display a-plg-pneu
           display s-plg-kms
           accept s-plg-kms

           move 0 to montant-impute
           if pn-date-1er-montage = 0 then
               move pn-prix-achat to montant-impute
               move nv-date to pn-date-1er-montage
           end-if
           move 'M' to pn-statut
           move nv-num-bus to pn-num-bus
           move nv-position to pn-position
           move nv-kms to pn-kms-montage
           move nv-kms to pn-kms-position
           move nv-date to pn-date-statut
           rewrite enr-pneu
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           if montant-impute > 0 then
               add montant-impute to eo-cout
               rewrite enr-entretien
               invalid key
                   continue
               end-rewrite
           end-if

           move 'M' to pm-type
           move nv-num-bus to pm-num-bus
           move nv-position to pm-position
           move nv-kms to pm-kms-bus
           move id-ordre to pm-num-ordre
           move montant-impute to pm-montant
           perform ECRIT-MOUVEMENT
           display a-plg-modif-succes
           stop ' '
       .

       DEMONTE-PNEU.
      * Les kilometres faits depuis le montage s'ajoutent au cumul du
      * pneu, qui repart en stock, au rechapage ou a la reforme.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-demontage
           accept s-plg-form-demontage

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           move function upper-case(nv-destination) to nv-destination
           if nv-destination not = 'S' and nv-destination not = 'R'
           and nv-destination not = 'X' then
               display a-plg-choix-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-serie) to pn-serie
           read FPneu
           invalid key
               display a-plg-pneu-introuvable
               stop ' '
               exit paragraph
           end-read
           if pn-statut not = 'M' then
               display a-plg-pneu-pas-monte
               stop ' '
               exit paragraph
           end-if

           move pn-num-bus to nv-num-bus
           perform CONTROLE-ORDRE
           if eo-num-ordre = 0 then
               exit paragraph
           end-if

           move pn-num-bus to kb-num-bus
           move nv-date to kb-date
           perform KMS-BUS-A-DATE
           move kb-kms to nv-kms
           move pn-profondeur to nv-profondeur
           display a-plg-pneu
           display s-plg-kms-profondeur
           accept s-plg-kms-profondeur
           if nv-kms < pn-kms-montage then
               display a-plg-kms-invalides
               stop ' '
               exit paragraph
           end-if

           compute pn-kms-cumules =
               pn-kms-cumules + nv-kms - pn-kms-montage
           if nv-profondeur not = pn-profondeur then
               move nv-profondeur to pn-profondeur
               move nv-date to pn-date-mesure
           end-if
           move pn-position to ancienne-position
           move nv-destination to pn-statut
           move 0 to pn-num-bus
           move spaces to pn-position
           move 0 to pn-kms-montage
           move 0 to pn-kms-position
           move nv-date to pn-date-statut
           rewrite enr-pneu
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move 'D' to pm-type
           move nv-num-bus to pm-num-bus
           move ancienne-position to pm-position
           move nv-kms to pm-kms-bus
           move id-ordre to pm-num-ordre
           move 0 to pm-montant
           perform ECRIT-MOUVEMENT
           if nv-destination not = 'S' then
               if nv-destination = 'R' then
                   move 'V' to pm-type
               else
                   move 'X' to pm-type
               end-if
               move 0 to pm-num-bus
               move spaces to pm-position
               move 0 to pm-kms-bus
               move 0 to pm-num-ordre
               perform ECRIT-MOUVEMENT
           end-if
           display a-plg-modif-succes
           stop ' '
       .

       PERMUTE-PNEU.
      * Le pneu change de position sur son bus ; celui qui occupait
      * la nouvelle position prend l'ancienne. L'echeance de
      * permutation repart du compteur du jour pour les deux.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-permutation
           accept s-plg-form-permutation

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-serie) to serie-pneu
           move function upper-case(nv-position) to nv-position
           move serie-pneu to pn-serie
           read FPneu
           invalid key
               display a-plg-pneu-introuvable
               stop ' '
               exit paragraph
           end-read
           if pn-statut not = 'M' then
               display a-plg-pneu-pas-monte
               stop ' '
               exit paragraph
           end-if
           if pn-position = nv-position then
               display a-plg-position-identique
               stop ' '
               exit paragraph
           end-if
           move pn-num-bus to nv-num-bus
           move pn-position to ancienne-position

           if id-ordre not = 0 then
               perform CONTROLE-ORDRE
               if eo-num-ordre = 0 then
                   exit paragraph
               end-if
           end-if

           move nv-num-bus to kb-num-bus
           move nv-date to kb-date
           perform KMS-BUS-A-DATE
           move kb-kms to nv-kms
           display a-plg-pneu
           display s-plg-kms
           accept s-plg-kms

           perform CHERCHE-POSITION

           move serie-pneu to pn-serie
           read FPneu
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-read
           move nv-position to pn-position
           move nv-kms to pn-kms-position
           rewrite enr-pneu
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite
           move 'P' to pm-type
           move nv-num-bus to pm-num-bus
           move nv-position to pm-position
           move nv-kms to pm-kms-bus
           move id-ordre to pm-num-ordre
           move 0 to pm-montant
           perform ECRIT-MOUVEMENT

           if position-occupee = 1 then
               move serie-occupant to pn-serie
               read FPneu
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-read
               move ancienne-position to pn-position
               move nv-kms to pn-kms-position
               rewrite enr-pneu
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
               move ancienne-position to pm-position
               perform ECRIT-MOUVEMENT
           end-if
           display a-plg-modif-succes
           stop ' '
       .

       RELEVE-SCULPTURE.
      * Saisie de la sculpture de chaque pneu monte sur le bus ;
      * laisser la valeur precedente si le pneu n'a pas ete mesure.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-releve
           accept s-plg-form-releve

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           perform CONTROLE-BUS
           if fb-numero = 0 then
               exit paragraph
           end-if

           move nv-num-bus to kb-num-bus
           move nv-date to kb-date
           perform KMS-BUS-A-DATE

           display a-plg-titre-releve
           move 7 to i
           move 1 to aucun-resultat
           move 0 to fin-scan
           move nv-num-bus to pn-num-bus
           start FPneu key = pn-num-bus
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FPneu next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pn-num-bus not = nv-num-bus then
                           move 1 to fin-scan
                       else
                           if pn-statut = 'M' then
                               move 0 to aucun-resultat
                               perform RELEVE-UN-PNEU
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-pneu
           else
               display a-plg-modif-succes
           end-if
           stop ' '
       .

       RELEVE-UN-PNEU.
           move pn-profondeur to nv-profondeur
           display a-plg-releve-data
           display s-plg-releve-data
           accept s-plg-releve-data
           if nv-profondeur < profondeur-min then
               display a-plg-sous-minimum
           end-if

           move nv-profondeur to pn-profondeur
           move nv-date to pn-date-mesure
           rewrite enr-pneu
           invalid key
               continue
           not invalid key
               move 'L' to pm-type
               move nv-num-bus to pm-num-bus
               move pn-position to pm-position
               move kb-kms to pm-kms-bus
               move 0 to pm-num-ordre
               move 0 to pm-montant
               perform ECRIT-MOUVEMENT
           end-rewrite

           add 1 to i
           if i > 18 then
               move 7 to i
               stop ' '
               display a-plg-efface-ecran
               display a-plg-titre-global
               display a-plg-titre-releve
           end-if
       .

       RETOUR-HORS-BUS.
      * Retour de rechapage : le pneu revient en stock avec sa
      * nouvelle sculpture, le cout s'ajoute a celui du pneu.
      * Reforme d'un pneu en stock ou refuse par le rechapeur.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-hors-bus
           accept s-plg-form-hors-bus

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           move function upper-case(nv-action) to nv-action
           if nv-action not = 'R' and nv-action not = 'X' then
               display a-plg-choix-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-serie) to pn-serie
           read FPneu
           invalid key
               display a-plg-pneu-introuvable
               stop ' '
               exit paragraph
           end-read
           if pn-statut = 'M' then
               display a-plg-pneu-monte
               stop ' '
               exit paragraph
           end-if
           if (nv-action = 'R' and pn-statut not = 'R')
           or pn-statut = 'X' then
               display a-plg-pneu-pas-rechapage
               stop ' '
               exit paragraph
           end-if

           move 0 to pm-montant
           if nv-action = 'R' then
               add 1 to pn-nb-rechapages
               add nv-montant to pn-cout-rechapages
               move nv-profondeur to pn-profondeur
               move nv-date to pn-date-mesure
               move 'S' to pn-statut
               move nv-montant to pm-montant
           else
               move 'X' to pn-statut
           end-if
           move nv-date to pn-date-statut
           rewrite enr-pneu
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move nv-action to pm-type
           move 0 to pm-num-bus
           move spaces to pm-position
           move 0 to pm-kms-bus
           move 0 to pm-num-ordre
           perform ECRIT-MOUVEMENT
           display a-plg-modif-succes
           stop ' '
       .

       HISTORIQUE-PNEU.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-serie
           accept s-plg-serie

           move function upper-case(nv-serie) to pn-serie
           read FPneu
           invalid key
               display a-plg-pneu-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-pneu
           display a-plg-titre-historique

           move 9 to i
           move 0 to fin-scan
           move pn-serie to pm-serie
           move 0 to pm-date
           move 0 to pm-heure
           start FPneuMvt key >= pm-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FPneuMvt next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pm-serie not = pn-serie then
                           move 1 to fin-scan
                       else
                           perform LIBELLE-MOUVEMENT
                           display a-plg-historique-data
                           add 1 to i
                           if i > 18 then
                               move 9 to i
                               stop ' '
                               display a-plg-efface-ecran
                               display a-plg-titre-global
                               display a-plg-pneu
                               display a-plg-titre-historique
                           end-if
                       end-if
               end-read
           end-perform
           stop ' '
       .

       LIBELLE-MOUVEMENT.
           evaluate pm-type
               when 'E' move 'Entree stock' to libelle-mvt
               when 'M' move 'Montage' to libelle-mvt
               when 'D' move 'Demontage' to libelle-mvt
               when 'P' move 'Permutation' to libelle-mvt
               when 'L' move 'Releve' to libelle-mvt
               when 'V' move 'Au rechapage' to libelle-mvt
               when 'R' move 'Rechape' to libelle-mvt
               when 'X' move 'Reforme' to libelle-mvt
               when other move pm-type to libelle-mvt
           end-evaluate
       .

       RAPPORT-SUIVI.
      * Trois parties : cout aux 1000 km par marque (achat et
      * rechapages sur les kilometres parcourus, pneus reformes
      * compris), bus roulant avec un pneu sous la sculpture legale,
      * pneus a permuter.
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Suivi des pneumatiques au ' date-jour
               ' -----' delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport

           perform RAPPORT-COUT-MARQUES
           perform RAPPORT-SCULPTURE
           perform RAPPORT-PERMUTATIONS
           close FRapport

           move 'ss-pneu' to spool-programme
           move spaces to spool-parametres
           string 'suivi des pneus au ' date-jour
               delimited by size into spool-parametres
           move '../ext/SuiviPneus.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       RAPPORT-COUT-MARQUES.
           move 0 to nb-marques
           move 0 to fin-scan
           move low-values to pn-serie
           start FPneu key > pn-serie
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FPneu next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform CUMULE-MARQUE
               end-read
           end-perform

           perform varying i from 1 by 1 until i > nb-marques
               compute tm-cout-1000(i) rounded =
                   tm-cout(i) * 1000 / tm-kms(i)
           end-perform

           move 1 to tri-echange
           perform until (tri-echange = 0)
               move 0 to tri-echange
               perform varying i from 1 by 1 until i >= nb-marques
                   compute j = i + 1
                   if tm-cout-1000(i) > tm-cout-1000(j) then
                       move tm-marque(i) to tm-sauve
                       move tm-marque(j) to tm-marque(i)
                       move tm-sauve to tm-marque(j)
                       move 1 to tri-echange
                   end-if
               end-perform
           end-perform

           move spaces to contenu-rapport
           string 'Cout aux 1000 km par marque'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Marque         Pneus   Cout (EUR)        Km'
               ' EUR/1000 km' delimited by size into contenu-rapport
           write LigneRapport
           perform varying i from 1 by 1 until i > nb-marques
               move tm-nb-pneus(i) to ed-nb
               move tm-cout(i) to ed-cout
               move tm-kms(i) to ed-kms
               move tm-cout-1000(i) to ed-cout-1000
               move spaces to contenu-rapport
               string tm-nom(i) ' ' ed-nb '  ' ed-cout ' ' ed-kms
                   '    ' ed-cout-1000
                   delimited by size into contenu-rapport
               write LigneRapport
           end-perform
           if nb-marques = 0 then
               move spaces to contenu-rapport
               string '  aucun pneu ayant roule'
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
           move spaces to contenu-rapport
           write LigneRapport
       .

       CUMULE-MARQUE.
      * Kilometres du pneu : cumul des montes precedents, plus le
      * monte en cours au dernier compteur connu du bus.
           move pn-kms-cumules to kms-pneu
           if pn-statut = 'M' then
               move pn-num-bus to kb-num-bus
               move 99999999 to kb-date
               perform KMS-BUS-A-DATE
               if kb-kms > pn-kms-montage then
                   compute kms-pneu =
                       kms-pneu + kb-kms - pn-kms-montage
               end-if
           end-if
           if kms-pneu = 0 then
               exit paragraph
           end-if

           move 0 to marque-trouvee
           perform varying j from 1 by 1
               until j > nb-marques or marque-trouvee = 1
               if tm-nom(j) = pn-marque then
                   move 1 to marque-trouvee
               end-if
           end-perform
           if marque-trouvee = 1 then
               subtract 1 from j
           else
               if nb-marques >= 50 then
                   exit paragraph
               end-if
               add 1 to nb-marques
               move nb-marques to j
               move pn-marque to tm-nom(j)
               move 0 to tm-nb-pneus(j)
               move 0 to tm-cout(j)
               move 0 to tm-kms(j)
               move 0 to tm-cout-1000(j)
           end-if
           add 1 to tm-nb-pneus(j)
           add pn-prix-achat to tm-cout(j)
           add pn-cout-rechapages to tm-cout(j)
           add kms-pneu to tm-kms(j)
       .

       RAPPORT-SCULPTURE.
           move profondeur-min to ed-prof-min
           move spaces to contenu-rapport
           string 'Bus avec un pneu sous la sculpture legale ('
               ed-prof-min ' mm)' delimited by size
               into contenu-rapport
           write LigneRapport

           move 0 to nb-lignes-section
           move 0 to fin-scan
           move 0 to pn-num-bus
           start FPneu key > pn-num-bus
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FPneu next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pn-statut = 'M'
                       and pn-date-mesure not = 0
                       and pn-profondeur < profondeur-min then
                           add 1 to nb-lignes-section
                           move pn-profondeur to ed-prof
                           move spaces to contenu-rapport
                           string '  bus ' pn-num-bus ' '
                               pn-position ' pneu ' pn-serie ' '
                               ed-prof ' mm releve le '
                               pn-date-mesure
                               delimited by size into contenu-rapport
                           write LigneRapport
                       end-if
               end-read
           end-perform
           if nb-lignes-section = 0 then
               move spaces to contenu-rapport
               string '  aucun' delimited by size
                   into contenu-rapport
               write LigneRapport
           end-if
           move spaces to contenu-rapport
           write LigneRapport
       .

       RAPPORT-PERMUTATIONS.
           move kms-permutation to ed-kms-permut
           move spaces to contenu-rapport
           string 'Pneus a permuter (' ed-kms-permut
               ' km ou plus a la meme position)'
               delimited by size into contenu-rapport
           write LigneRapport

           move 0 to nb-lignes-section
           move 0 to bus-courant
           move 0 to fin-scan
           move 0 to pn-num-bus
           start FPneu key > pn-num-bus
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FPneu next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pn-statut = 'M' then
                           perform EXAMINE-PERMUTATION
                       end-if
               end-read
           end-perform
           if nb-lignes-section = 0 then
               move spaces to contenu-rapport
               string '  aucun' delimited by size
                   into contenu-rapport
               write LigneRapport
           end-if
       .

       EXAMINE-PERMUTATION.
           if pn-num-bus not = bus-courant then
               move pn-num-bus to bus-courant
               move pn-num-bus to kb-num-bus
               move 99999999 to kb-date
               perform KMS-BUS-A-DATE
               move kb-kms to kms-bus-courant
           end-if
           compute kms-depuis-permut =
               kms-bus-courant - pn-kms-position
           if kms-depuis-permut >= kms-permutation then
               add 1 to nb-lignes-section
               move kms-depuis-permut to ed-kms-depuis
               move spaces to contenu-rapport
               string '  bus ' pn-num-bus ' ' pn-position
                   ' pneu ' pn-serie ' ' ed-kms-depuis
                   ' km a cette position'
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
       .

       CONTROLE-BUS.
      * nv-num-bus doit etre un bus de la flotte ; fb-numero a 0 en
      * cas de refus.
           move nv-num-bus to fb-numero
           read FBus
           invalid key
               move 0 to fb-numero
           end-read
           if fb-numero not = 0 and fb-statut = 'C' then
               move 0 to fb-numero
           end-if
           if fb-numero = 0 then
               display a-plg-bus-introuvable
               stop ' '
           end-if
       .

       CONTROLE-ORDRE.
      * id-ordre doit etre un ordre d'entretien ouvert du bus
      * nv-num-bus ; eo-num-ordre a 0 en cas de refus.
           move id-ordre to eo-num-ordre
           read FEntretien
           invalid key
               move 0 to eo-num-ordre
           end-read
           if eo-num-ordre not = 0 then
               if eo-num-bus not = nv-num-bus
               or eo-statut not = 'O' then
                   move 0 to eo-num-ordre
               end-if
           end-if
           if eo-num-ordre = 0 then
               display a-plg-ordre-introuvable
               stop ' '
           end-if
       .

       CHERCHE-POSITION.
      * Pneu monte a la position nv-position du bus nv-num-bus.
           move 0 to position-occupee
           move spaces to serie-occupant
           move 0 to fin-scan
           move nv-num-bus to pn-num-bus
           start FPneu key = pn-num-bus
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FPneu next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pn-num-bus not = nv-num-bus then
                           move 1 to fin-scan
                       else
                           if pn-statut = 'M'
                           and pn-position = nv-position then
                               move 1 to position-occupee
                               move pn-serie to serie-occupant
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
       .

       KMS-BUS-A-DATE.
      * Compteur du bus kb-num-bus au dernier releve d'odometre
      * anterieur ou egal a kb-date ; a defaut, celui de la fiche bus.
           move 0 to kb-kms
           move 0 to kb-trouve
           if odometre-fichier-absent = 0 then
               move kb-num-bus to od-num-bus
               move 0 to od-date
               move 0 to fin-scan-odo
               start FOdometre key >= od-cle
                   invalid key
                       move 1 to fin-scan-odo
               end-start
               perform until (fin-scan-odo = 1)
                   read FOdometre next
                       at end
                           move 1 to fin-scan-odo
                       not at end
                           if od-num-bus not = kb-num-bus
                           or od-date > kb-date then
                               move 1 to fin-scan-odo
                           else
                               move od-kms to kb-kms
                               move 1 to kb-trouve
                           end-if
                   end-read
               end-perform
           end-if
           if kb-trouve = 0 then
               move kb-num-bus to fb-numero
               read FBus
               invalid key
                   continue
               not invalid key
                   move fb-kms to kb-kms
               end-read
           end-if
       .

       ECRIT-MOUVEMENT.
      * Cle : serie, date, heure de saisie (decalee d'un centieme si
      * deux mouvements tombent au meme instant).
           move pn-serie to pm-serie
           move nv-date to pm-date
           accept pm-heure from time
           move pn-profondeur to pm-profondeur
           move 0 to fin-ecriture
           perform until (fin-ecriture = 1)
               write enr-pneu-mvt
               invalid key
                   add 1 to pm-heure
               not invalid key
                   move 1 to fin-ecriture
               end-write
           end-perform
       .

       end program ss-pneu.
