               03 su-nom           pic x(20).
               03 su-site          pic x(04).
               03 su-astreinte     pic x(09).
               03 su-etat-qualif   pic x(01).
               03 su-qualif        pic x(12).
               03 su-charge        pic 9(5)v9.
       01 su-sauve                 pic x(58).
       01 choix-substitut          pic 9(2).
       01 chauffeur-eligible       pic 9.
       01 categorie-requise-bus    pic x(02).
       01 deb-affectation          pic 9(8).
       01 fin-affectation          pic 9(8).

      *----- Connaissance du circuit de l'affectation -----
       01 circuit-affectation      pic x(6).
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

      *----- Charge recente en horaires penibles (equite) -----
      * A passe egale, les candidats les moins charges en week-ends,
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

       01 motif-remplacement       pic x(40).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).
           02 line 7 col 20 value 'Nom'.
           02 line 7 col 43 value 'Site'.
           02 line 7 col 50 value 'Garde'.
           02 line 7 col 61 value 'Circuit'.
           02 line 7 col 74 value 'Charge'.
       01 a-plg-circuit-affect.
           02 line 5 col 2 value 'Circuit '.
           02 a-circuit-affectation pic x(6)
               from circuit-affectation.
           02 line 5 col 17 value
               ': chauffeurs qualifies sur le circuit en tete'.
       01 a-plg-subst-data.
           02 a-su-idx line i col 2 pic z9 from idx-su.
           02 a-su-num line i col 9 pic 9(6) from su-num(idx-su).
           02 a-su-site line i col 43 pic x(04) from su-site(idx-su).
           02 a-su-astreinte line i col 50 pic x(09)
               from su-astreinte(idx-su).
           02 a-su-qualif line i col 61 pic x(12)
               from su-qualif(idx-su).
           02 a-su-charge line i col 74 pic zzz9.9
               from su-charge(idx-su).
       01 s-plg-choix-subst.
           02 line 21 col 2 value
               'Numero du remplacant (0=aucun) : '.
               &'periode.'.
       01 a-plg-aucun-substitut.
           02 line 9 col 2 value 'Aucun remplacant disponible.'.
       01 a-plg-alerte-qualif.
           02 line 20 col 2 value
               'Attention : remplacant non qualifie sur le circuit '.
           02 a-circuit-alerte pic x(6) from circuit-affectation.
           02 line 20 col 61 value '('.
           02 a-qualif-alerte pic x(12) from libelle-qualif.
           02 line 20 col 74 value ')'.
       01 a-plg-remplacement-ok.
           02 line 23 col 2 value 'Remplacement effectue.'.
       01 a-plg-modif-erreur.
                       to categorie-requise-bus
           end-read

      * Circuit rattache a l'affectation (AffectCircuit.dat), s'il
      * y en a un : les chauffeurs qui le connaissent passent devant.
           move 'C' to qf-mode
           move af-num(choix-affectation) to qf-num-affect
           move spaces to qf-code-circuit
           move chauf-indisponible to qf-num-chauff
           move deb-affectation to qf-date
           call 'ss-qualif-circuit' using qf-mode qf-num-affect
               qf-code-circuit qf-num-chauff qf-date qf-etat
               qf-date-formation qf-date-derniere
           move qf-code-circuit to circuit-affectation

           perform CHARGE-SUBSTITUTS

           if nb-substituts = 0 then

           if choix-substitut >= 1
           and choix-substitut <= nb-substituts then
               if circuit-affectation not = spaces
               and su-etat-qualif(choix-substitut) not = 'Q' then
                   move su-qualif(choix-substitut) to libelle-qualif
                   display a-plg-alerte-qualif
               end-if
               display s-plg-motif
               accept s-plg-motif
               perform APPLIQUE-REMPLACEMENT

       CHARGE-SUBSTITUTS.
      * Deux passes : d'abord les chauffeurs du site du chauffeur
      * remplace, puis les autres - le depot local d'abord. Sur une
      * affectation rattachee a un circuit, les deux passes sont
      * faites pour les chauffeurs qualifies sur le circuit, puis
      * pour les autres. Dans chaque passe, le moins charge en
      * horaires penibles sur la periode recente vient en premier.
           move 0 to nb-substituts
           if circuit-affectation = spaces then
               move 0 to filtre-qualif
               perform CHARGE-SUBSTITUTS-SITE
               perform CHARGE-SUBSTITUTS-AUTRES
           else
               move 1 to filtre-qualif
               perform CHARGE-SUBSTITUTS-SITE
               perform CHARGE-SUBSTITUTS-AUTRES
               move 2 to filtre-qualif
               perform CHARGE-SUBSTITUTS-SITE
               perform CHARGE-SUBSTITUTS-AUTRES
           end-if
       .

       CHARGE-SUBSTITUTS-SITE.
           compute debut-groupe = nb-substituts + 1
           move 0 to numChaufN
           move 0 to fin-scan
           start FChaufNouv key > numChaufN
                       end-if
               end-read
           end-perform
           perform TRIE-GROUPE-CHARGE
       .

       CHARGE-SUBSTITUTS-AUTRES.
           compute debut-groupe = nb-substituts + 1
           move 0 to numChaufN
           move 0 to fin-scan
           start FChaufNouv key > numChaufN
                       end-if
               end-read
           end-perform
           perform TRIE-GROUPE-CHARGE
       .

       EVALUE-SUBSTITUT.
               exit paragraph
           end-if

           perform CONTROLE-SUBSTITUT-QUALIF
           if chauffeur-eligible = 1 then
               perform CONTROLE-SUBSTITUT-LIBRE
           end-if
           if chauffeur-eligible = 1 then
               perform CONTROLE-SUBSTITUT-ABSENT
           end-if
       .

       CONTROLE-SUBSTITUT-QUALIF.
      * Etat du candidat sur le circuit au debut de l'affectation ;
      * la passe en cours ne retient que les qualifies (filtre 1) ou
      * que les autres (filtre 2).
           move space to qf-etat
           move spaces to libelle-qualif
           if filtre-qualif = 0 then
               exit paragraph
           end-if
           move 'C' to qf-mode
           move 0 to qf-num-affect
           move circuit-affectation to qf-code-circuit
           move numChaufN to qf-num-chauff
           move deb-affectation to qf-date
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

       CONTROLE-SUBSTITUT-LIBRE.
      * Indisponible s'il a deja une affectation (comme chauffeur ou
      * comme co-chauffeur) recouvrant la periode de l'affectation a
           move numChaufN to su-num(nb-substituts)
           move nomN to su-nom(nb-substituts)
           move codeSiteN to su-site(nb-substituts)
           move qf-etat to su-etat-qualif(nb-substituts)
           move libelle-qualif to su-qualif(nb-substituts)
           perform CONTROLE-ASTREINTE
           if candidat-astreinte = 1 then
               move 'ASTREINTE' to su-astreinte(nb-substituts)
           else
               move spaces to su-astreinte(nb-substituts)
           end-if
           perform CHARGE-SUBSTITUT
       .

       CHARGE-SUBSTITUT.
      * Charge en horaires penibles sur la fenetre EQUITE-JOURS qui
      * precede l'affectation. Le calcul relit les affectations :
      * on ferme le fichier le temps de l'appel.
           move numChaufN to eh-num-chauff
           move 0 to eh-date-debut
           move deb-affectation to eh-date-fin
           close fAffectation
           call 'ss-equite-calcul' using eh-num-chauff
               eh-date-debut eh-date-fin eh-jours-weekend
               eh-heures-nuit eh-jours-feries eh-astreintes
               eh-charge
           open i-o fAffectation
           move eh-charge to su-charge(nb-substituts)
       .

       TRIE-GROUPE-CHARGE.
      * Tri a bulles des candidats de la passe (de debut-groupe a
      * nb-substituts) par charge croissante ; a charge egale,
      * l'ordre de lecture est conserve.
           move 1 to tri-echange
           perform until tri-echange = 0
               move 0 to tri-echange
               perform varying idx-tri from debut-groupe by 1
                   until idx-tri >= nb-substituts
                   if su-charge(idx-tri) > su-charge(idx-tri + 1)
                   then
                       move su-entree(idx-tri) to su-sauve
                       move su-entree(idx-tri + 1)
                           to su-entree(idx-tri)
                       move su-sauve to su-entree(idx-tri + 1)
                       move 1 to tri-echange
                   end-if
               end-perform
           end-perform
       .

       CONTROLE-ASTREINTE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-subst
           if circuit-affectation not = spaces then
               display a-plg-circuit-affect
           end-if
           move 8 to i
           perform varying idx-su from 1 by 1
               until idx-su > nb-substituts
