               organization is sequential
               status FSessionStatus.

           select FCircuit assign to "../ext/Circuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-code
               status FCircuitStatus.

           select FAffCircuit assign to "../ext/AffectCircuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-affect
               status FAffCircuitStatus.

       data division.
       file section.
       fd fAffectation.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       fd FCircuit.
           01 enr-circuit.
               02 ci-code          pic x(6).
               02 ci-libelle       pic x(30).
               02 ci-site          pic x(4).

       fd FAffCircuit.
           01 enr-aff-circuit.
               02 ac-num-affect    pic 9(6).
               02 ac-code-circuit  pic x(6).

       fd FCompteurs.
           01 enr-compteurs.
               02 ct-id                pic 9(1).
       01 entretien-absent         pic 9.
       01 absence-fichier-absent   pic 9.
       01 fdns-status              pic x(2).
       01 FCircuitStatus           pic x(2).
       01 FAffCircuitStatus        pic x(2).

       01 i                        pic 9(2).
       01 fin-scan                 pic 9.
       01 dem-passagers            pic 9(3).
       01 dem-pmr                  pic 9(3).
       01 dem-site                 pic x(04).
       01 dem-code-dest            pic x(06).
       01 dem-circuit              pic x(06).
       01 dem-equipements.
           02 dem-equip            pic x(1) occurs 5 times.

      *----- Equipements a bord demandes -----
       01 equip-mode               pic x(1).
       01 equip-objet              pic x(1).
       01 equip-num                pic 9(6).
       01 equip-num-bus            pic 9(6).
       01 equip-demande            pic x(5).
       01 equip-bus                pic x(5).
       01 equip-libelle            pic x(40).
       01 equip-retour             pic 9.

      *----- Connaissance du circuit demande -----
       01 circuit-trouve           pic 9.
       01 filtre-qualif            pic 9.
       01 libelle-qualif           pic x(12).
       01 qf-mode                  pic x(1).
       01 qf-num-affect            pic 9(6).
       01 qf-code-circuit          pic x(6).
       01 qf-num-chauff            pic 9(6).
       01 qf-date                  pic 9(8).
       01 qf-etat                  pic x(1).
       01 qf-date-formation        pic 9(8).
       01 qf-date-derniere         pic 9(8).

      *----- Destination et zone a faibles emissions -----
       01 dest-nom                 pic x(30).
       01 dest-km                  pic 9(4).
       01 dest-duree               pic 9(4).
       01 dest-retour              pic 9.
       01 dest-km-prevus           pic 9(5).
       01 zfe-critair-bus          pic 9(1).
       01 zfe-critair-max          pic 9(1).
       01 zfe-date-effet           pic 9(8).
       01 zfe-retour               pic 9.
       01 location-loue            pic 9.
       01 location-couvert         pic 9.

      *----- Autonomie d'un bus electrique -----
       01 bus-autonomie-courte     pic x(01).
       01 au-num-affect            pic 9(6) value 0.
       01 au-autonomie             pic 9(4).
       01 au-kms-jour              pic 9(5).
       01 au-depasse               pic 9.

      *----- Eligibilite -----
       01 bus-eligible             pic 9.
               03 pr-nbplace       pic 9(3).
               03 pr-num-chauff    pic 9(6).
               03 pr-nom           pic x(20).
               03 pr-etat-qualif   pic x(01).
               03 pr-qualif        pic x(12).
               03 pr-charge        pic 9(5)v9.
               03 pr-autonomie     pic x(01).
       01 pr-sauve                 pic x(55).
       01 choix-proposition        pic 9(2).

      *----- Charge recente en horaires penibles (equite) -----
      * A passe egale, les chauffeurs les moins charges en week-ends,
      * nuits, feries et astreintes passent devant.
       01 debut-groupe             pic 9(2).
       01 idx-tri                  pic 9(2).
       01 tri-echange              pic 9.
       01 eh-num-chauff            pic 9(6).
       01 eh-date-debut            pic 9(8).
       01 eh-date-fin              pic 9(8).
       01 eh-jours-weekend         pic 9(4).
       01 eh-heures-nuit           pic 9(5)v99.
       01 eh-jours-feries          pic 9(4).
       01 eh-astreintes            pic 9(4).
       01 eh-charge                pic 9(5)v9.

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

           02 s-dem-date-debut pic 9(8) to dem-date-debut required.
           02 line 4 col 2 value 'Date de fin (AAAAMMJJ): '.
           02 s-dem-date-fin pic 9(8) to dem-date-fin required.
           02 line 4 col 36 value 'Equip. WC'.
           02 s-dem-equip-1 line 4 col 46 pic x to dem-equip(1).
           02 line 4 col 48 value 'Frigo'.
           02 s-dem-equip-2 line 4 col 54 pic x to dem-equip(2).
           02 line 4 col 56 value 'Skis'.
           02 s-dem-equip-3 line 4 col 61 pic x to dem-equip(3).
           02 line 4 col 63 value 'Micro'.
           02 s-dem-equip-4 line 4 col 69 pic x to dem-equip(4).
           02 line 4 col 71 value 'USB'.
           02 s-dem-equip-5 line 4 col 75 pic x to dem-equip(5).
           02 line 5 col 2 value 'Nombre de passagers: '.
           02 s-dem-passagers pic zzz to dem-passagers required.
           02 line 6 col 2 value 'Code site (vide = tous): '.
           02 s-dem-site pic x(04) to dem-site.
           02 line 6 col 34 value 'Circuit (vide = aucun): '.
           02 s-dem-circuit pic x(06) to dem-circuit.
           02 line 7 col 2 value 'Places PMR demandees: '.
           02 s-dem-pmr pic zzz to dem-pmr.
           02 line 7 col 34 value 'Destination (vide = aucune): '.
           02 s-dem-code-dest pic x(06) to dem-code-dest.

       01 a-plg-titre-colonne.
           02 line 8 col 2 value 'Choix'.
           02 line 8 col 15 value 'Places'.
           02 line 8 col 23 value 'Chauffeur'.
           02 line 8 col 34 value 'Nom'.
           02 line 8 col 56 value 'Circuit'.
           02 line 8 col 70 value 'Charge'.
           02 line 8 col 77 value 'Aut'.
       01 a-plg-proposition-data.
           02 a-pr-idx line i col 2 pic z9 from idx-pr.
           02 a-pr-bus line i col 9 pic 9(6)
               from pr-num-chauff(idx-pr).
           02 a-pr-nom line i col 34 pic x(20)
               from pr-nom(idx-pr).
           02 a-pr-qualif line i col 56 pic x(12)
               from pr-qualif(idx-pr).
           02 a-pr-charge line i col 70 pic zzz9.9
               from pr-charge(idx-pr).
           02 a-pr-autonomie line i col 77 pic x(01)
               from pr-autonomie(idx-pr).

       01 s-plg-choix-proposition.
           02 line 21 col 2 value
           02 line 11 col 2 value
               'Demande inscrite au registre des demandes non '
               &'servies.'.
       01 a-plg-destination-inconnue.
           02 line 20 col 1 value
               'Destination absente du referentiel.'.
       01 a-plg-circuit-inconnu.
           02 line 20 col 1 value
               'Circuit absent du referentiel.'.
       01 a-plg-alerte-autonomie.
           02 line 19 col 1 value 'Attention : bus electrique, '.
           02 a-au-kms pic zzzz9 from au-kms-jour.
           02 value ' km prevus dans la journee pour '.
           02 a-au-autonomie pic zzz9 from au-autonomie.
           02 value ' km d''autonomie.'.
       01 a-plg-alerte-qualif.
           02 line 20 col 1 value
               'Attention : chauffeur non qualifie sur le circuit '.
           02 a-circuit-alerte pic x(6) from dem-circuit.
           02 line 20 col 59 value '('.
           02 a-qualif-alerte pic x(12) from libelle-qualif.
           02 line 20 col 72 value ')'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides : la date de fin doit etre une date '
       compute jours-aujourdhui =
           function integer-of-date(aujourdhui)

       move spaces to dem-equipements
       display a-plg-titre-global
       display s-plg-demande
       accept s-plg-demande
       move dem-equipements to equip-demande
       inspect equip-demande converting 'o' to 'O'
       move function upper-case(dem-site) to dem-site
       move function upper-case(dem-code-dest) to dem-code-dest
       move function upper-case(dem-circuit) to dem-circuit

       if function test-date-yyyymmdd(dem-date-debut) not = 0
       or function test-date-yyyymmdd(dem-date-fin) not = 0
           goback
       end-if

       if dem-code-dest not = spaces then
           call 'ss-destination-distance' using dem-code-dest
               dem-site dest-nom dest-km dest-duree dest-retour
           if dest-retour = 1 then
               display a-plg-destination-inconnue
               stop ' '
               perform FERME-FICHIERS
               goback
           end-if
       end-if

       if dem-circuit not = spaces then
           perform CONTROLE-CIRCUIT
           if circuit-trouve = 0 then
               display a-plg-circuit-inconnu
               stop ' '
               perform FERME-FICHIERS
               goback
           end-if
       end-if

       perform CONSTRUIT-PROPOSITIONS
       perform AFFICHE-PROPOSITIONS

           accept s-plg-choix-proposition
           if choix-proposition >= 1
           and choix-proposition <= nb-propositions then
               if dem-circuit not = spaces
               and pr-etat-qualif(choix-proposition) not = 'Q' then
                   move pr-qualif(choix-proposition)
                       to libelle-qualif
                   display a-plg-alerte-qualif
               end-if
               if pr-autonomie(choix-proposition) = '*' then
                   move pr-num-bus(choix-proposition) to fb-numero
                   read FBus
                       invalid key
                           move spaces to fb-code-site
                   end-read
                   perform CONTROLE-AUTONOMIE
                   display a-plg-alerte-autonomie
               end-if
               perform RESERVE-PROPOSITION
           end-if
       end-if
           close FDemandeNS
       .

       CONTROLE-CIRCUIT.
      * Le circuit demande doit exister au referentiel.
           move 0 to circuit-trouve
           open input FCircuit
           if FCircuitStatus not = '00' then
               exit paragraph
           end-if
           move dem-circuit to ci-code
           read FCircuit
               invalid key
                   continue
               not invalid key
                   move 1 to circuit-trouve
           end-read
           close FCircuit
       .

       FERME-FICHIERS.
           close fAffectation
           close FBus

       CONSTRUIT-PROPOSITIONS.
      * Croise les bus eligibles (capacite, site, pas immobilises,
      * sous contrat s'ils sont loues, dotes des equipements
      * demandes, admis dans la zone a faibles emissions de la
      * destination, libres sur la periode) avec les chauffeurs
      * eligibles (actifs, permis en cours et de la bonne
      * categorie, ni absents ni deja affectes), site du chauffeur
      * en premier.
           move 0 to nb-propositions

           move 0 to fb-numero
           if bus-eligible = 1 then
               perform CONTROLE-IMMOBILISATION
           end-if
           if bus-eligible = 1 then
               perform CONTROLE-LOCATION
           end-if
           if bus-eligible = 1 then
               perform CONTROLE-EQUIPEMENTS
           end-if
           if bus-eligible = 1 then
               perform CONTROLE-ZFE
           end-if
           if bus-eligible = 1 then
               perform CONTROLE-AUTONOMIE
           end-if
           if bus-eligible = 1 then
               perform CONTROLE-BUS-LIBRE
           end-if
       .

       CONTROLE-EQUIPEMENTS.
      * Seuls les bus qui ont tous les equipements demandes sont
      * proposes.
           if equip-demande = spaces then
               exit paragraph
           end-if
           move 'C' to equip-mode
           move fb-numero to equip-num-bus
           call 'ss-equip-controle' using equip-mode equip-objet
               equip-num equip-num-bus equip-demande equip-bus
               equip-libelle equip-retour
           if equip-retour = 1 then
               move 0 to bus-eligible
           end-if
       .

       CONTROLE-ZFE.
      * Un bus interdit dans la zone de la destination n'est pas
      * propose ; classe non saisie : il reste propose, le controle
      * de la saisie d'affectation avertira.
           if dem-code-dest = spaces then
               exit paragraph
           end-if
           call 'ss-zfe-controle' using fb-numero dem-code-dest
               dem-date-debut dem-date-fin zfe-critair-bus
               zfe-critair-max zfe-date-effet zfe-retour
           if zfe-retour = 1 then
               move 0 to bus-eligible
           end-if
       .

       CONTROLE-AUTONOMIE.
      * Un bus electrique trop juste pour la journee la plus longue
      * du service reste propose, marque d'un '*' : une recharge en
      * route peut avoir ete prevue.
           move space to bus-autonomie-courte
           call 'ss-autonomie-controle' using fb-numero au-num-affect
               dem-code-dest fb-code-site dem-date-debut dem-date-fin
               au-autonomie au-kms-jour au-depasse
           if au-depasse = 1 then
               move '*' to bus-autonomie-courte
           end-if
       .

       CONTROLE-LOCATION.
      * Un vehicule loue n'est propose que si la periode tient dans
      * son contrat de location.
           call 'ss-location-dispo' using fb-numero dem-date-debut
               dem-date-fin location-loue location-couvert
           if location-couvert = 0 then
               move 0 to bus-eligible
           end-if
       .

       CONTROLE-IMMOBILISATION.
           if entretien-absent = 1 then
               exit paragraph
       CROISE-CHAUFFEURS.
      * Deux passes : d'abord les chauffeurs du site du bus, puis
      * les autres, pour proposer en premier les paires du meme
      * depot. Pour un circuit demande, les deux passes sont faites
      * pour les chauffeurs qualifies sur le circuit, puis pour les
      * autres. Dans chaque passe, le moins charge en horaires
      * penibles sur la periode recente vient en premier.
           if dem-circuit = spaces then
               move 0 to filtre-qualif
               perform CROISE-CHAUFFEURS-SITE-BUS
               if nb-propositions < max-propositions then
                   perform CROISE-CHAUFFEURS-AUTRES-SITES
               end-if
           else
               move 1 to filtre-qualif
               perform CROISE-CHAUFFEURS-SITE-BUS
               if nb-propositions < max-propositions then
                   perform CROISE-CHAUFFEURS-AUTRES-SITES
               end-if
               move 2 to filtre-qualif
               if nb-propositions < max-propositions then
                   perform CROISE-CHAUFFEURS-SITE-BUS
               end-if
               if nb-propositions < max-propositions then
                   perform CROISE-CHAUFFEURS-AUTRES-SITES
               end-if
           end-if
       .

       CROISE-CHAUFFEURS-SITE-BUS.
           compute debut-groupe = nb-propositions + 1
           move 0 to numChaufN
           move 0 to fin-scan-2
           start FChaufNouv key > numChaufN
                       end-if
               end-read
           end-perform
           perform TRIE-GROUPE-CHARGE
       .

       CROISE-CHAUFFEURS-AUTRES-SITES.
           compute debut-groupe = nb-propositions + 1
           move 0 to numChaufN
           move 0 to fin-scan-2
           start FChaufNouv key > numChaufN
                       end-if
               end-read
           end-perform
           perform TRIE-GROUPE-CHARGE
       .

       EVALUE-CHAUFFEUR.
               exit paragraph
           end-if

           perform CONTROLE-CHAUFFEUR-QUALIF
           if chauffeur-eligible = 1 then
               perform CONTROLE-CHAUFFEUR-LIBRE
           end-if
           if chauffeur-eligible = 1 then
               perform CONTROLE-CHAUFFEUR-ABSENT
           end-if
       .

       CONTROLE-CHAUFFEUR-QUALIF.
      * Etat du chauffeur sur le circuit demande au debut de la
      * periode ; la passe en cours ne retient que les qualifies
      * (filtre 1) ou que les autres (filtre 2).
           move space to qf-etat
           move spaces to libelle-qualif
           if filtre-qualif = 0 then
               exit paragraph
           end-if
           move 'C' to qf-mode
           move 0 to qf-num-affect
           move dem-circuit to qf-code-circuit
           move numChaufN to qf-num-chauff
           move dem-date-debut to qf-date
           call 'ss-qualif-circuit' using qf-mode qf-num-affect
               qf-code-circuit qf-num-chauff qf-date qf-etat
               qf-date-formation qf-date-derniere
           evaluate qf-etat
               when 'Q' move 'qualifie' to libelle-qualif
               when 'E' move 'caduque' to libelle-qualif
               when other move 'non forme' to libelle-qualif
           end-evaluate
           if (filtre-qualif = 1 and qf-etat not = 'Q')
           or (filtre-qualif = 2 and qf-etat = 'Q') then
               move 0 to chauffeur-eligible
           end-if
       .

       CONTROLE-CHAUFFEUR-LIBRE.
           move 0 to fin-scan-3
           move numChaufN to numChaufA
           move fb-nbplace to pr-nbplace(nb-propositions)
           move numChaufN to pr-num-chauff(nb-propositions)
           move nomN to pr-nom(nb-propositions)
           move qf-etat to pr-etat-qualif(nb-propositions)
           move libelle-qualif to pr-qualif(nb-propositions)
           move bus-autonomie-courte to pr-autonomie(nb-propositions)
           perform CHARGE-CHAUFFEUR
       .

       CHARGE-CHAUFFEUR.
      * Charge en horaires penibles sur la fenetre EQUITE-JOURS qui
      * precede la demande. Le calcul relit les affectations : on
      * ferme le fichier le temps de l'appel.
           move numChaufN to eh-num-chauff
           move 0 to eh-date-debut
           move dem-date-debut to eh-date-fin
           close fAffectation
           call 'ss-equite-calcul' using eh-num-chauff
               eh-date-debut eh-date-fin eh-jours-weekend
               eh-heures-nuit eh-jours-feries eh-astreintes
               eh-charge
           open i-o fAffectation
           move eh-charge to pr-charge(nb-propositions)
       .

       TRIE-GROUPE-CHARGE.
      * Tri a bulles des propositions de la passe (de debut-groupe
      * a nb-propositions) par charge croissante ; a charge egale,
      * l'ordre de lecture est conserve.
           move 1 to tri-echange
           perform until tri-echange = 0
               move 0 to tri-echange
               perform varying idx-tri from debut-groupe by 1
                   until idx-tri >= nb-propositions
                   if pr-charge(idx-tri) > pr-charge(idx-tri + 1)
                   then
                       move pr-entree(idx-tri) to pr-sauve
                       move pr-entree(idx-tri + 1)
                           to pr-entree(idx-tri)
                       move pr-sauve to pr-entree(idx-tri + 1)
                       move 1 to tri-echange
                   end-if
               end-perform
           end-perform
       .

       AFFICHE-PROPOSITIONS.
               call 'ss-affect-index' using idx-operation numAffect
                   idx-date-zero idx-date-zero
                   dateDebAffectA dateFinAffectA
               if dem-circuit not = spaces then
                   perform RATTACHE-CIRCUIT
               end-if
               if equip-demande not = spaces then
                   move 'E' to equip-mode
                   move 'A' to equip-objet
                   move numAffect to equip-num
                   call 'ss-equip-controle' using equip-mode
                       equip-objet equip-num equip-num-bus
                       equip-demande equip-bus equip-libelle
                       equip-retour
               end-if
               if dem-code-dest not = spaces then
                   move numBusA to fb-numero
                   read FBus
                       invalid key
                           move spaces to fb-code-site
                   end-read
                   call 'ss-affect-dest' using numAffect
                       dem-code-dest fb-code-site dest-km-prevus
                       dest-retour
               end-if
           end-write
       .

       RATTACHE-CIRCUIT.
      * L'affectation reservee est rattachee au circuit demande,
      * comme par la gestion des circuits.
           open i-o FAffCircuit
           if FAffCircuitStatus = '35' then
               open output FAffCircuit
               close FAffCircuit
               open i-o FAffCircuit
           end-if
           if FAffCircuitStatus not = '00' then
               exit paragraph
           end-if
           move numAffect to ac-num-affect
           move dem-circuit to ac-code-circuit
           write enr-aff-circuit
               invalid key
                   rewrite enr-aff-circuit
                       invalid key
                           continue
                   end-rewrite
           end-write
           close FAffCircuit
       .

       MAJ-COMPTEUR-AFFECT.
