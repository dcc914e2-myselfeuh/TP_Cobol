       program-id. ss-destination-modif.

       input-output section.
           file-control.
           select FDestination assign to "../ext/Destination.dat"
               organization is indexed
               access mode is dynamic
                   record key is ds-code
               status FDestinationStatus.

           select FDestDistance assign to "../ext/DestDistance.dat"
               organization is indexed
               access mode is dynamic
                   record key is dd-cle
               status FDestDistanceStatus.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status FSiteStatus.

       data division.
       file section.
      * Referentiel des destinations desservies : lieu de prise en
      * charge ou de depose le plus frequent (stade, lycee, gare,
      * ville d'un circuit). ds-zfe = 'O' : la destination est dans
      * une zone a faibles emissions qui, a partir de
      * ds-zfe-date-effet, n'admet que les vignettes Crit'Air
      * jusqu'a ds-zfe-critair-max (0 = zero emission ... 5).
       fd FDestination.
           01 enr-destination.
               02 ds-code          pic x(06).
               02 ds-nom           pic x(30).
               02 ds-adresse       pic x(40).
               02 ds-zfe           pic x(01).
               02 ds-zfe-critair-max pic 9(1).
               02 ds-zfe-date-effet pic 9(8).

      * Distance routiere (aller simple, en km) et temps de conduite
      * habituel (en minutes) d'une destination depuis chaque depot.
       fd FDestDistance.
           01 enr-dest-distance.
               02 dd-cle.
                   03 dd-code-dest     pic x(06).
                   03 dd-code-site     pic x(04).
               02 dd-km            pic 9(4).
               02 dd-duree         pic 9(4).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       working-storage section.
       01 FDestinationStatus       pic x(2).
       01 FDestDistanceStatus      pic x(2).
       01 FSiteStatus              pic x(2).
       01 site-fichier-absent      pic 9.
       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 confirme-suppr           pic 9.
       01 site-inconnu             pic 9.

       01 nv-code                  pic x(06).
       01 nv-nom                   pic x(30).
       01 nv-adresse               pic x(40).
       01 nv-zfe                   pic x(01).
       01 nv-zfe-critair-max       pic 9(1).
       01 nv-zfe-date-effet        pic 9(8).
       01 resultat-date-valide     pic 9.
       01 zfe-valide               pic 9.
       01 nv-code-site             pic x(04).
       01 nv-km                    pic 9(4).
       01 nv-duree                 pic 9(4).
       01 duree-heures             pic 9(2).
       01 duree-minutes            pic 9(2).

       screen section.

      *----- Titres -----
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Gestion des destinations -'.
       01 a-plg-titre-ajoute.
           02 blank screen.
           02 line 1 col 10 value '- Ajoute une destination -'.
       01 a-plg-titre-modifie.
           02 blank screen.
           02 line 1 col 10 value '- Modifie une destination -'.
       01 a-plg-titre-supprime.
           02 blank screen.
           02 line 1 col 10 value '- Supprime une destination -'.
       01 a-plg-titre-liste.
           02 blank screen.
           02 line 1 col 10 value '- Liste des destinations -'.
       01 a-plg-titre-distance.
           02 blank screen.
           02 line 1 col 10 value
               '- Distance d''une destination depuis un depot -'.

      *----- Menu -----
       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Ajouter une destination'.
           02 line 4 col 2 value '2: Modifier une destination'.
           02 line 5 col 2 value '3: Supprimer une destination'.
           02 line 6 col 2 value '4: Lister les destinations'.
           02 line 7 col 2 value
               '5: Saisir la distance depuis un depot'.
           02 line 8 col 2 value
               '6: Distances d''une destination'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

      * --------- Formulaires -----------
       01 s-plg-form-code.
           02 line 3 col 2 value 'Code destination (6 caracteres) : '.
           02 s-nv-code pic x(06) to nv-code required.
       01 s-plg-form-detail-r.
           02 line 4 col 2 value 'Nom de la destination : '.
           02 s-nv-nom pic x(30) to nv-nom required.
           02 line 5 col 2 value 'Adresse : '.
           02 s-nv-adresse pic x(40) to nv-adresse.
           02 line 7 col 2 value
               'Zone a faibles emissions (O/N) : '.
           02 s-nv-zfe pic x(01) to nv-zfe required.
           02 line 8 col 2 value
               'Crit''Air maximum admis (0 a 5) : '.
           02 s-nv-zfe-critair-max pic 9 to nv-zfe-critair-max.
           02 line 9 col 2 value
               'En vigueur a partir du (AAAAMMJJ) : '.
           02 s-nv-zfe-date-effet pic 9(8) to nv-zfe-date-effet.
       01 s-plg-form-detail.
           02 line 4 col 2 value 'Ancien nom : '.
           02 a-ds-nom pic x(30) from ds-nom.
           02 line 5 col 5 value 'Nouveau nom : '.
           02 s-nv-nom pic x(30) to nv-nom.
           02 line 7 col 2 value 'Ancienne adresse : '.
           02 a-ds-adresse pic x(40) from ds-adresse.
           02 line 8 col 5 value 'Nouvelle adresse : '.
           02 s-nv-adresse pic x(40) to nv-adresse.
           02 line 10 col 2 value 'Zone a faibles emissions : '.
           02 a-ds-zfe pic x(01) from ds-zfe.
           02 line 10 col 32 value 'Crit''Air max : '.
           02 a-ds-zfe-max pic 9 from ds-zfe-critair-max.
           02 line 10 col 50 value 'depuis '.
           02 a-ds-zfe-date pic 9999/99/99 from ds-zfe-date-effet.
           02 line 11 col 5 value 'Zone (O/N, blanc = inchangee) : '.
           02 s-nv-zfe pic x(01) to nv-zfe.
           02 line 12 col 5 value 'Crit''Air maximum admis : '.
           02 s-nv-zfe-critair-max pic 9 to nv-zfe-critair-max.
           02 line 13 col 5 value 'En vigueur a partir du : '.
           02 s-nv-zfe-date-effet pic 9(8) to nv-zfe-date-effet.

       01 a-plg-nom-destination.
           02 line 4 col 2 value 'Destination : '.
           02 a-d-nom pic x(30) from ds-nom.
       01 s-plg-form-distance.
           02 line 6 col 2 value 'Code du depot (site) : '.
           02 s-nv-code-site pic x(04) to nv-code-site required.
           02 line 7 col 2 value 'Distance aller (km) : '.
           02 s-nv-km pic zzz9 to nv-km required.
           02 line 8 col 2 value 'Temps de conduite (minutes) : '.
           02 s-nv-duree pic zzz9 to nv-duree required.

      *----- Confirmation de suppression -----
       01 a-plg-confirme-suppr-data.
           02 line 5 col 2 value 'Destination a supprimer : '.
           02 a-c-code pic x(06) from ds-code.
           02 line 6 col 2 value 'Nom : '.
           02 a-c-nom pic x(30) from ds-nom.
           02 line 7 col 2 value
               '(les distances depuis les depots sont supprimees '
               &'avec elle)'.
       01 s-plg-confirme-suppr.
           02 line 9 col 2 value
               '1-Confirmer la suppression / 9-Annuler : '.
           02 s-confirme-suppr pic 9 to confirme-suppr required.
       01 a-plg-suppr-annulee.
           02 line 20 col 1 value 'Suppression annulee.'.

      *----- Listes -----
       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Code'.
           02 line 3 col 10 value 'Nom'.
           02 line 3 col 42 value 'ZFE'.
           02 line 3 col 47 value 'Max'.
           02 line 3 col 52 value 'Depuis'.
       01 a-plg-destination-data.
           02 a-ds-code line i col 2 pic x(06) from ds-code.
           02 a-ds-nom-l line i col 10 pic x(30) from ds-nom.
           02 a-ds-zfe-l line i col 43 pic x(01) from ds-zfe.
           02 a-ds-max-l line i col 48 pic 9 from ds-zfe-critair-max.
           02 a-ds-date-l line i col 52 pic 9999/99/99
               from ds-zfe-date-effet.
       01 a-plg-titre-colonne-dist.
           02 line 6 col 2 value 'Depot'.
           02 line 6 col 10 value 'Km aller'.
           02 line 6 col 22 value 'Conduite'.
       01 a-plg-distance-data.
           02 a-dd-site line i col 2 pic x(04) from dd-code-site.
           02 a-dd-km line i col 12 pic zzz9 from dd-km.
           02 a-dd-h line i col 22 pic z9 from duree-heures.
           02 line i col 24 value 'h'.
           02 a-dd-mn line i col 25 pic 99 from duree-minutes.

      *------ Messages utilisateur ------
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-destination-introuvable.
           02 line 20 col 1 value 'Destination introuvable.'.
       01 a-plg-site-inconnu.
           02 line 20 col 1 value 'Depot absent du referentiel des '
               &'sites.'.
       01 a-plg-zfe-invalide.
           02 line 20 col 1 value
               'Zone : O ou N, Crit''Air 0 a 5 et date d''effet '
               &'reelle.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune destination.'.
       01 a-plg-aucune-distance.
           02 line 20 col 1 value
               'Aucune distance saisie pour cette destination.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FDestination
       if FDestinationStatus = '35' then
           open output FDestination
           close FDestination
           open i-o FDestination
       end-if
       open i-o FDestDistance
       if FDestDistanceStatus = '35' then
           open output FDestDistance
           close FDestDistance
           open i-o FDestDistance
       end-if

       if FDestinationStatus not = '00'
       or FDestDistanceStatus not = '00' then
           display a-error-open
           stop ' '
           close FDestination
           close FDestDistance
           goback
       end-if

      * Site.dat peut ne pas exister tant que le referentiel des
      * depots n'est pas saisi : les codes depot ne sont alors pas
      * controles.
       move 0 to site-fichier-absent
       open input FSite
       if FSiteStatus not = '00' then
           move 1 to site-fichier-absent
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
               when 3 perform SUPPRIME
               when 4 perform LISTE-DESTINATIONS
               when 5 perform SAISIT-DISTANCE
               when 6 perform LISTE-DISTANCES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FDestination
       close FDestDistance
       if site-fichier-absent = 0 then
           close FSite
       end-if

       goback
       .

       AJOUTE.
           display a-plg-efface-ecran
           display a-plg-titre-ajoute

           display s-plg-form-code
           accept s-plg-form-code
           display s-plg-form-detail-r
           accept s-plg-form-detail-r

           move function upper-case(nv-code) to ds-code
           move function upper-case(nv-nom) to ds-nom
           move nv-adresse to ds-adresse
           move function upper-case(nv-zfe) to ds-zfe
           move nv-zfe-critair-max to ds-zfe-critair-max
           move nv-zfe-date-effet to ds-zfe-date-effet
           perform VALIDE-ZFE
           if zfe-valide = 0 then
               display a-plg-zfe-invalide
               stop ' '
               exit paragraph
           end-if

           write enr-destination
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       MODIFIE.
           display a-plg-efface-ecran
           display a-plg-titre-modifie

           display s-plg-form-code
           accept s-plg-form-code

           move function upper-case(nv-code) to ds-code
           read FDestination
           invalid key
               display a-plg-destination-introuvable
           not invalid key
               move spaces to nv-nom nv-adresse nv-zfe
               move 0 to nv-zfe-critair-max nv-zfe-date-effet
               display s-plg-form-detail
               accept s-plg-form-detail

               if nv-nom not = spaces and low-value then
                   move function upper-case(nv-nom) to ds-nom
               end-if
               if nv-adresse not = spaces and low-value then
                   move nv-adresse to ds-adresse
               end-if
      *        la zone se ressaisit en entier (flag, vignette, date)
               if nv-zfe not = spaces and low-value then
                   move function upper-case(nv-zfe) to ds-zfe
                   move nv-zfe-critair-max to ds-zfe-critair-max
                   move nv-zfe-date-effet to ds-zfe-date-effet
               end-if
               perform VALIDE-ZFE
               if zfe-valide = 0 then
                   display a-plg-zfe-invalide
                   stop ' '
                   exit paragraph
               end-if

               rewrite enr-destination
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           end-read

           stop ' '
       .

       SUPPRIME.
           display a-plg-efface-ecran
           display a-plg-titre-supprime

           display s-plg-form-code
           accept s-plg-form-code

           move function upper-case(nv-code) to ds-code
           read FDestination
           invalid key
               display a-plg-destination-introuvable
           not invalid key
               display a-plg-confirme-suppr-data
               display s-plg-confirme-suppr
               accept s-plg-confirme-suppr

               if confirme-suppr = 1 then
                   perform SUPPRIME-DISTANCES
                   delete FDestination
                   invalid key
                       display a-plg-modif-erreur
                   not invalid key
                       display a-plg-modif-succes
                   end-delete
               else
                   display a-plg-suppr-annulee
               end-if
           end-read

           stop ' '
       .

      *-------------------------------------------------------------
      * une zone declaree porte une vignette maximale et une date
      * d'effet reelle ; hors zone ces deux zones sont remises a zero
      *-------------------------------------------------------------
       VALIDE-ZFE.
           move 1 to zfe-valide
           if ds-zfe not = 'O' then
               move 'N' to ds-zfe
               move 0 to ds-zfe-critair-max
               move 0 to ds-zfe-date-effet
               exit paragraph
           end-if
           if ds-zfe-critair-max > 5 then
               move 0 to zfe-valide
           end-if
           call 'ss-date-valide' using ds-zfe-date-effet
               resultat-date-valide
           if resultat-date-valide not = 0 then
               move 0 to zfe-valide
           end-if
       .

      *-------------------------------------------------------------
      * les distances d'une destination supprimee n'ont plus d'objet
      *-------------------------------------------------------------
       SUPPRIME-DISTANCES.
           move ds-code to dd-code-dest
           move low-values to dd-code-site
           move 0 to fin-scan
           start FDestDistance key >= dd-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FDestDistance next
                   at end
                       move 1 to fin-scan
                   not at end
                       if dd-code-dest not = ds-code then
                           move 1 to fin-scan
                       else
                           delete FDestDistance
                           invalid key
                               continue
                           end-delete
                       end-if
               end-read
           end-perform
       .

       LISTE-DESTINATIONS.
           display a-plg-efface-ecran
           display a-plg-titre-liste
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move low-values to ds-code
           move 0 to fin-scan
           start FDestination key >= ds-code
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FDestination next
                   at end
                       move 1 to fin-scan
                   not at end
                       display a-plg-destination-data
                       add 1 to i
                       move 0 to aucun-resultat
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       SAISIT-DISTANCE.
      * Une distance deja saisie pour ce depot est remplacee.
           display a-plg-efface-ecran
           display a-plg-titre-distance

           display s-plg-form-code
           accept s-plg-form-code

           move function upper-case(nv-code) to ds-code
           read FDestination
           invalid key
               display a-plg-destination-introuvable
               stop ' '
               exit paragraph
           end-read

           display a-plg-nom-destination
           display s-plg-form-distance
           accept s-plg-form-distance

           move function upper-case(nv-code-site) to nv-code-site
           move 0 to site-inconnu
           if site-fichier-absent = 0 then
               move nv-code-site to si-code
               read FSite
                   invalid key
                       move 1 to site-inconnu
               end-read
           end-if
           if site-inconnu = 1 then
               display a-plg-site-inconnu
               stop ' '
               exit paragraph
           end-if

           move ds-code to dd-code-dest
           move nv-code-site to dd-code-site
           move nv-km to dd-km
           move nv-duree to dd-duree

           write enr-dest-distance
           invalid key
               rewrite enr-dest-distance
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           not invalid key
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       LISTE-DISTANCES.
           display a-plg-efface-ecran
           display a-plg-titre-distance

           display s-plg-form-code
           accept s-plg-form-code

           move function upper-case(nv-code) to ds-code
           read FDestination
           invalid key
               display a-plg-destination-introuvable
               stop ' '
               exit paragraph
           end-read

           display a-plg-nom-destination
           display a-plg-titre-colonne-dist

           move 7 to i
           move 1 to aucun-resultat
           move ds-code to dd-code-dest
           move low-values to dd-code-site
           move 0 to fin-scan
           start FDestDistance key >= dd-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FDestDistance next
                   at end
                       move 1 to fin-scan
                   not at end
                       if dd-code-dest not = ds-code then
                           move 1 to fin-scan
                       else
                           divide dd-duree by 60 giving duree-heures
                               remainder duree-minutes
                           display a-plg-distance-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucune-distance
           end-if

           stop ' '
       .

       end program ss-destination-modif.
