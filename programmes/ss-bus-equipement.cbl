       program-id. ss-bus-equipement.

       input-output section.
           file-control.
           select FBusEquip assign to "../ext/BusEquip.dat"
               organization is indexed
               access mode is dynamic
                   record key is bq-numero
               status fbq-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FRapport assign to "../ext/EquipFlotte.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Equipements a bord d'un bus, un indicateur par equipement
      * ('O' = present) : 1 toilettes, 2 refrigerateur, 3 coffre a
      * skis, 4 micro, 5 prises USB aux sieges.
       fd FBusEquip.
           01 enr-bus-equip.
               02 bq-numero        pic 9(6).
               02 bq-equipements.
                   03 bq-equip     pic x(1) occurs 5 times.

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

       fd FRapport.
           01 ligne-rapport        pic x(80).

       working-storage section.
       01 fbq-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 frap-status              pic x(2).
       01 i                        pic 9(2).
       01 k                        pic 9.
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 equip-connu              pic 9.
       01 date-jour                pic 9(8).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       01 id-bus                   pic 9(6).
       01 nv-equipements.
           02 nv-equip             pic x(1) occurs 5 times.

      *----- Matrice de la flotte -----
       01 nb-bus-flotte            pic 9(4).
       01 totaux-equip.
           02 total-equip          pic 9(4) occurs 5 times.
       01 ligne-matrice.
           02 lm-numero            pic 9(6).
           02 filler               pic x(2).
           02 lm-marque            pic x(14).
           02 filler               pic x(1).
           02 lm-modele            pic x(14).
           02 filler               pic x(1).
           02 lm-site              pic x(4).
           02 filler               pic x(1).
           02 lm-places            pic zz9.
           02 lm-colonnes occurs 5 times.
               03 filler           pic x(3).
               03 lm-marque-equip  pic x(1).
               03 filler           pic x(2).
       01 ligne-totaux.
           02 lt-libelle           pic x(30).
           02 lt-nb-bus            pic zzz9.
           02 filler               pic x(12).
           02 lt-colonnes occurs 5 times.
               03 lt-total         pic zzz9.
               03 filler           pic x(2).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Equipements a bord des bus -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Saisir les equipements d''un bus'.
           02 line 4 col 2 value
               '2: Lister la flotte et ses equipements'.
           02 line 5 col 2 value
               '3: Editer la matrice des equipements de la flotte'.
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
       01 a-plg-equip-actuels.
           02 line 6 col 2 value 'Equipements actuels : '.
           02 line 6 col 26 value 'WC'.
           02 a-bq-equip-1 line 6 col 29 pic x from bq-equip(1).
           02 line 6 col 32 value 'Frigo'.
           02 a-bq-equip-2 line 6 col 38 pic x from bq-equip(2).
           02 line 6 col 41 value 'Skis'.
           02 a-bq-equip-3 line 6 col 46 pic x from bq-equip(3).
           02 line 6 col 49 value 'Micro'.
           02 a-bq-equip-4 line 6 col 55 pic x from bq-equip(4).
           02 line 6 col 58 value 'USB'.
           02 a-bq-equip-5 line 6 col 62 pic x from bq-equip(5).
       01 s-plg-form-equip.
           02 line 8 col 2 value
               'Equipements a bord (O = oui) : '.
           02 line 9 col 4 value 'Toilettes (WC) : '.
           02 s-nv-equip-1 pic x to nv-equip(1).
           02 line 10 col 4 value 'Refrigerateur : '.
           02 s-nv-equip-2 pic x to nv-equip(2).
           02 line 11 col 4 value 'Coffre a skis : '.
           02 s-nv-equip-3 pic x to nv-equip(3).
           02 line 12 col 4 value 'Micro : '.
           02 s-nv-equip-4 pic x to nv-equip(4).
           02 line 13 col 4 value 'Prises USB aux sieges : '.
           02 s-nv-equip-5 pic x to nv-equip(5).

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Bus'.
           02 line 3 col 10 value 'Marque'.
           02 line 3 col 32 value 'Modele'.
           02 line 3 col 54 value 'WC'.
           02 line 3 col 58 value 'Frigo'.
           02 line 3 col 64 value 'Skis'.
           02 line 3 col 69 value 'Micro'.
           02 line 3 col 75 value 'USB'.
       01 a-plg-bus-data.
           02 a-l-bus line i col 2 pic 9(6) from fb-numero.
           02 a-l-marque line i col 10 pic x(20) from fb-marque.
           02 a-l-modele line i col 32 pic x(20) from fb-modele.
           02 a-l-equip-1 line i col 55 pic x from bq-equip(1).
           02 a-l-equip-2 line i col 60 pic x from bq-equip(2).
           02 a-l-equip-3 line i col 65 pic x from bq-equip(3).
           02 a-l-equip-4 line i col 71 pic x from bq-equip(4).
           02 a-l-equip-5 line i col 76 pic x from bq-equip(5).

       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun bus.'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Matrice editee : ../ext/EquipFlotte.txt'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FBusEquip
       if fbq-status = '35' then
           open output FBusEquip
           close FBusEquip
           open i-o FBusEquip
       end-if
       open input FBus

       if fbq-status not = '00' or FBusStatus not = '00' then
           display a-error-open
           stop ' '
           close FBusEquip
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
               when 1 perform SAISIT-EQUIPEMENTS
               when 2 perform LISTE-FLOTTE
               when 3 perform EDITE-MATRICE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FBusEquip
       close FBus

       goback
       .

       SAISIT-EQUIPEMENTS.
      * Tous les equipements sont ressaisis : ce qui n'est pas a 'O'
      * est absent du bus.
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

           move id-bus to bq-numero
           read FBusEquip
           invalid key
               move 0 to equip-connu
               move spaces to bq-equipements
           not invalid key
               move 1 to equip-connu
           end-read
           display a-plg-equip-actuels

           move spaces to nv-equipements
           display s-plg-form-equip
           accept s-plg-form-equip

           move id-bus to bq-numero
           perform varying k from 1 by 1 until k > 5
               if nv-equip(k) = 'O' or nv-equip(k) = 'o' then
                   move 'O' to bq-equip(k)
               else
                   move space to bq-equip(k)
               end-if
           end-perform

           if equip-connu = 1 then
               rewrite enr-bus-equip
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           else
               write enr-bus-equip
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-write
           end-if

           stop ' '
       .

       LIT-EQUIPEMENTS-BUS.
           move fb-numero to bq-numero
           read FBusEquip
           invalid key
               move spaces to bq-equipements
           end-read
       .

       LISTE-FLOTTE.
      * Bus en service, un 'O' sous chaque equipement present.
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
                       if fb-statut not = 'C' and i < 19 then
                           perform LIT-EQUIPEMENTS-BUS
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

       EDITE-MATRICE.
      * Matrice bus x equipements de la flotte en service, pour le
      * service commercial, avec le nombre de bus par equipement.
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           accept date-jour from date yyyymmdd

           move spaces to ligne-rapport
           string '===== Equipements a bord de la flotte au '
               date-jour ' ====='
               delimited by size into ligne-rapport
           write ligne-rapport
           move spaces to ligne-rapport
           write ligne-rapport
           move 'Bus     Marque         Modele         Site Pl.'
               & '    WC Frigo  Skis Micro   USB'
               to ligne-rapport
           write ligne-rapport

           move 0 to nb-bus-flotte
           move zeros to totaux-equip
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
                           perform ECRIT-LIGNE-MATRICE
                       end-if
               end-read
           end-perform

           move spaces to ligne-rapport
           write ligne-rapport
           move spaces to ligne-totaux
           move 'Bus en service / equipes :' to lt-libelle
           move nb-bus-flotte to lt-nb-bus
           perform varying k from 1 by 1 until k > 5
               move total-equip(k) to lt-total(k)
           end-perform
           move ligne-totaux to ligne-rapport
           write ligne-rapport
           close FRapport

           move 'ss-bus-equipement' to spool-programme
           move spaces to spool-parametres
           string 'matrice des equipements ' date-jour
               delimited by size into spool-parametres
           move '../ext/EquipFlotte.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       ECRIT-LIGNE-MATRICE.
           perform LIT-EQUIPEMENTS-BUS
           add 1 to nb-bus-flotte
           move spaces to ligne-matrice
           move fb-numero to lm-numero
           move fb-marque to lm-marque
           move fb-modele to lm-modele
           move fb-code-site to lm-site
           move fb-nbplace to lm-places
           perform varying k from 1 by 1 until k > 5
               if bq-equip(k) = 'O' then
                   move 'X' to lm-marque-equip(k)
                   add 1 to total-equip(k)
               else
                   move '.' to lm-marque-equip(k)
               end-if
           end-perform
           move ligne-matrice to ligne-rapport
           write ligne-rapport
       .

       end program ss-bus-equipement.
