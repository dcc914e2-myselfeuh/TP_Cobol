       program-id. ss-bus-emission.

       input-output section.
           file-control.
           select FBusEmission assign to "../ext/BusEmission.dat"
               organization is indexed
               access mode is dynamic
                   record key is be-numero
               status fbe-status.

           select FBusElectrique assign to "../ext/BusElectrique.dat"
               organization is indexed
               access mode is dynamic
                   record key is ev-numero
               status fev-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

       data division.
       file section.
      * Classe d'emission d'un bus : norme Euro du moteur (VI, V,
      * EEV, IV, III, II, I), energie (D = gazole, G = gaz, H =
      * hybride, E = electrique ou hydrogene) et vignette Crit'Air
      * qui en decoule pour un autocar (0 = zero emission, 1 a 5,
      * 6 = non classe).
       fd FBusEmission.
           01 enr-bus-emission.
               02 be-numero        pic 9(6).
               02 be-norme-euro    pic x(04).
               02 be-energie       pic x(01).
               02 be-critair       pic 9(1).

      * Bus electrique : autonomie utile en km, batterie pleine, et
      * capacite utile de la batterie en kWh.
       fd FBusElectrique.
           01 enr-bus-electrique.
               02 ev-numero        pic 9(6).
               02 ev-autonomie-km  pic 9(4).
               02 ev-batterie-kwh  pic 9(4).

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

       working-storage section.
       01 fbe-status               pic x(2).
       01 fev-status               pic x(2).
       01 autonomie-connue         pic 9.
       01 nv-autonomie-km          pic 9(4).
       01 nv-batterie-kwh          pic 9(4).
       01 FBusStatus               pic x(2).
       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 classe-connue            pic 9.
       01 saisie-valide            pic 9.

       01 id-bus                   pic 9(6).
       01 nv-norme-euro            pic x(04).
       01 nv-energie               pic x(01).
       01 lib-critair              pic x(02).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Classe d''emission des bus (Crit''Air) -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Saisir la norme et l''energie d''un bus'.
           02 line 4 col 2 value '2: Lister la flotte par vignette'.
           02 line 5 col 2 value
               '3: Rapport des interdictions en zones a faibles '
               &'emissions'.
           02 line 7 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 9 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-id-bus.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-id-bus pic zzzzzz to id-bus required.
       01 a-plg-detail-bus.
           02 line 4 col 2 value 'Bus : '.
           02 a-fb-marque pic x(20) from fb-marque.
           02 line 4 col 30 value ' '.
           02 a-fb-modele pic x(20) from fb-modele.
       01 a-plg-classe-actuelle.
           02 line 6 col 2 value 'Norme actuelle : '.
           02 a-be-norme pic x(04) from be-norme-euro.
           02 line 6 col 26 value 'Energie : '.
           02 a-be-energie pic x(01) from be-energie.
           02 line 6 col 40 value 'Crit''Air : '.
           02 a-be-critair pic x(02) from lib-critair.
       01 s-plg-form-classe.
           02 line 8 col 2 value
               'Norme Euro (VI, V, EEV, IV, III, II, I) : '.
           02 s-nv-norme pic x(04) to nv-norme-euro required.
           02 line 9 col 2 value
               'Energie (D gazole, G gaz, H hybride, E electrique) : '.
           02 s-nv-energie pic x(01) to nv-energie required.
       01 a-plg-critair-deduit.
           02 line 11 col 2 value 'Vignette Crit''Air retenue : '.
           02 a-critair-deduit pic x(02) from lib-critair.

       01 s-plg-form-autonomie.
           02 line 13 col 2 value 'Autonomie utile (km) : '.
           02 s-nv-autonomie pic zzz9 using nv-autonomie-km required.
           02 line 14 col 2 value
               'Capacite utile de la batterie (kWh) : '.
           02 s-nv-batterie pic zzz9 using nv-batterie-kwh.

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Bus'.
           02 line 3 col 10 value 'Marque'.
           02 line 3 col 32 value 'Modele'.
           02 line 3 col 54 value 'Norme'.
           02 line 3 col 61 value 'En.'.
           02 line 3 col 66 value 'Crit''Air'.
       01 a-plg-bus-data.
           02 a-l-bus line i col 2 pic 9(6) from fb-numero.
           02 a-l-marque line i col 10 pic x(20) from fb-marque.
           02 a-l-modele line i col 32 pic x(20) from fb-modele.
           02 a-l-norme line i col 54 pic x(04) from be-norme-euro.
           02 a-l-energie line i col 62 pic x(01) from be-energie.
           02 a-l-critair line i col 67 pic x(02) from lib-critair.

       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable.'.
       01 a-plg-saisie-invalide.
           02 line 20 col 1 value
               'Norme ou energie non reconnue : rien n''est modifie.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun bus.'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FBusEmission
       if fbe-status = '35' then
           open output FBusEmission
           close FBusEmission
           open i-o FBusEmission
       end-if
       open i-o FBusElectrique
       if fev-status = '35' then
           open output FBusElectrique
           close FBusElectrique
           open i-o FBusElectrique
       end-if
       open input FBus

       if fbe-status not = '00' or FBusStatus not = '00'
       or fev-status not = '00' then
           display a-error-open
           stop ' '
           close FBusEmission
           close FBusElectrique
           close FBus
           goback
       end-if

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform SAISIT-CLASSE
               when 2 perform LISTE-FLOTTE
               when 3 perform RAPPORT-ZFE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FBusEmission
       close FBusElectrique
       close FBus

       goback
       .

       SAISIT-CLASSE.
      * La vignette n'est pas saisie : elle se deduit de la norme et
      * de l'energie selon la nomenclature des autocars et autobus.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-bus
           accept s-plg-id-bus

           move id-bus to fb-numero
           read FBus
           invalid key
               display a-plg-bus-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-detail-bus

           move id-bus to be-numero
           read FBusEmission
           invalid key
               move 0 to classe-connue
           not invalid key
               move 1 to classe-connue
               perform LIBELLE-CRITAIR
               display a-plg-classe-actuelle
           end-read

           display s-plg-form-classe
           accept s-plg-form-classe

           move id-bus to be-numero
           move function upper-case(nv-norme-euro) to be-norme-euro
           move function upper-case(nv-energie) to be-energie
           perform DEDUIT-CRITAIR
           if saisie-valide = 0 then
               display a-plg-saisie-invalide
               stop ' '
               exit paragraph
           end-if
           perform LIBELLE-CRITAIR
           display a-plg-critair-deduit

           if classe-connue = 1 then
               rewrite enr-bus-emission
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           else
               write enr-bus-emission
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-write
           end-if
           if be-energie = 'E' then
               perform SAISIT-AUTONOMIE
           end-if

           stop ' '
       .

       SAISIT-AUTONOMIE.
      * Un bus electrique porte en plus son autonomie utile, que les
      * affectations et propositions confrontent au kilometrage
      * prevu du service.
           move id-bus to ev-numero
           read FBusElectrique
           invalid key
               move 0 to autonomie-connue
               move 0 to nv-autonomie-km
               move 0 to nv-batterie-kwh
           not invalid key
               move 1 to autonomie-connue
               move ev-autonomie-km to nv-autonomie-km
               move ev-batterie-kwh to nv-batterie-kwh
           end-read

           display s-plg-form-autonomie
           accept s-plg-form-autonomie

           move id-bus to ev-numero
           move nv-autonomie-km to ev-autonomie-km
           move nv-batterie-kwh to ev-batterie-kwh
           if autonomie-connue = 1 then
               rewrite enr-bus-electrique
               invalid key
                   display a-plg-modif-erreur
               end-rewrite
           else
               write enr-bus-electrique
               invalid key
                   display a-plg-modif-erreur
               end-write
           end-if
       .

       DEDUIT-CRITAIR.
      * Autocars et autobus : Euro VI = 2 (1 au gaz ou en hybride),
      * Euro V et EEV = 3, Euro IV = 4, Euro III = 5, au-dela non
      * classe ; electrique ou hydrogene = 0 quelle que soit la norme.
           move 1 to saisie-valide
           if be-energie not = 'D' and be-energie not = 'G'
           and be-energie not = 'H' and be-energie not = 'E' then
               move 0 to saisie-valide
               exit paragraph
           end-if
           if be-energie = 'E' then
               move 0 to be-critair
               exit paragraph
           end-if
           evaluate be-norme-euro
               when 'VI'
                   if be-energie = 'G' or be-energie = 'H' then
                       move 1 to be-critair
                   else
                       move 2 to be-critair
                   end-if
               when 'V'
               when 'EEV'
                   move 3 to be-critair
               when 'IV'
                   move 4 to be-critair
               when 'III'
                   move 5 to be-critair
               when 'II'
               when 'I'
                   move 6 to be-critair
               when other
                   move 0 to saisie-valide
           end-evaluate
       .

       LIBELLE-CRITAIR.
           if be-critair = 6 then
               move 'NC' to lib-critair
           else
               move spaces to lib-critair
               move be-critair to lib-critair(1:1)
           end-if
       .

       LISTE-FLOTTE.
      * Bus en service avec leur vignette, '?' tant que la classe
      * n'est pas saisie.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move 0 to fb-numero
           move 0 to fin-scan
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FBus next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fb-statut not = 'C' then
                           move fb-numero to be-numero
                           read FBusEmission
                           invalid key
                               move spaces to be-norme-euro
                               move spaces to be-energie
                               move '? ' to lib-critair
                           not invalid key
                               perform LIBELLE-CRITAIR
                           end-read
                           display a-plg-bus-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       RAPPORT-ZFE.
           close FBusEmission
           close FBus

           call 'ss-zfe-rapport'

           open i-o FBusEmission
           open input FBus
       .

       end program ss-bus-emission.
