       program-id. ss-bus-location.

       input-output section.
           file-control.
           select FLocation assign to "../ext/Location.dat"
               organization is indexed
               access mode is dynamic
                   record key is lo-num
                   alternate record key is lo-num-bus
                       with duplicates
               status flo-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FCompteurs assign to "../ext/Compteurs.dat"
               organization is indexed
               access mode is dynamic
                   record key is ct-id
               status FCompteursStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FRapport assign to "../ext/LocationsFin.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Un contrat par vehicule loue sans chauffeur a un autre
      * exploitant : le bus est cree dans la flotte pour etre
      * affecte, mais seulement entre lo-date-debut et lo-date-fin
      * (ss-location-dispo) ; il ne s'amortit pas et son cout de
      * location (cout par jour, plus les kilometres au-dela du
      * forfait) est impute a la rentabilite.
      * Cycle de vie : 'E' en cours, 'R' restitue (le bus sort de
      * la flotte), 'A' annule.
       fd FLocation.
           01 enr-location.
               02 lo-num           pic 9(4).
               02 lo-num-bus       pic 9(6).
               02 lo-loueur        pic x(30).
               02 lo-ref-contrat   pic x(15).
               02 lo-date-debut    pic 9(8).
               02 lo-date-fin      pic 9(8).
               02 lo-cout-jour     pic 9(5)v99.
               02 lo-km-inclus     pic 9(6).
               02 lo-cout-km-sup   pic 9(2)v99.
               02 lo-kms-depart    pic 9(6).
               02 lo-kms-retour    pic 9(6).
               02 lo-date-retour   pic 9(8).
               02 lo-cout-km-total pic 9(7)v99.
               02 lo-statut        pic x(1).

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

       fd fAffectation.
           01 rec-Affectation.
               02 numAffect        pic 9(6).
               02 numChaufA        pic 9(6).
               02 numBusA          pic 9(6).
               02 dateDebAffectA   pic 9(8).
               02 dateFinAffectA   pic 9(8).
               02 nbPassagersA     pic 9(3).
               02 statutA          pic x(01).
               02 motifA           pic x(40).
               02 numChauf2A       pic 9(6).
               02 heureDebA        pic 9(4).
               02 heureFinA        pic 9(4).
               02 nbPmrA           pic 9(3).

       fd FCompteurs.
           01 enr-compteurs.
               02 ct-id                pic 9(1).
               02 ct-nb-chauffeurs     pic 9(4).
               02 ct-nb-bus            pic 9(4).
               02 ct-nb-affect-actives pic 9(4).
               02 ct-nb-permis-expirant pic 9(4).
               02 ct-date-calcul       pic 9(8).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 flo-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 fstatus                  pic x(2).
       01 FCompteursStatus         pic x(2).
       01 fpa-status               pic x(2).
       01 frap-status              pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 aucun-resultat           pic 9.
       01 date-jour                pic 9(8).
       01 resultat-date-valide     pic 9.

       01 nv-num-bus               pic 9(6).
       01 nv-loueur                pic x(30).
       01 nv-ref-contrat           pic x(15).
       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-cout-jour             pic 9(5)v99.
       01 nv-km-inclus             pic 9(6).
       01 nv-cout-km-sup           pic 9(2)v99.
       01 nv-date-retour           pic 9(8).
       01 nv-kms-retour            pic 9(6).
       01 id-contrat               pic 9(4).
       01 contrat-chevauche        pic 9.
       01 ancienne-fin             pic 9(8).

      *----- Restitution -----
       01 nb-affect-apres          pic 9(4).
       01 kms-parcourus            pic s9(7).
       01 kms-depassement          pic 9(7).
       01 nb-jours-location        pic 9(5).
       01 cout-location            pic 9(8)v99.
       01 delta-compteur           pic s9.

      *----- Rapport des fins de location -----
       01 jours-alerte             pic 9(3) value 14.
       01 date-alerte              pic 9(8).
       01 nb-fins-proches          pic 9(4).
       01 nb-contrats-alerte       pic 9(4).
       01 ed-alerte                pic zz9.
       01 ed-nb                    pic zzz9.
       01 ed-nb-2                  pic zzz9.
       01 ed-cout                  pic zzzz9.99.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Vehicules loues a l''exterieur -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Enregistrer un contrat de location'.
           02 line 4 col 2 value
               '2: Prolonger ou avancer la fin d''un contrat'.
           02 line 5 col 2 value
               '3: Restituer un vehicule (fin de contrat)'.
           02 line 6 col 2 value '4: Annuler un contrat'.
           02 line 7 col 2 value '5: Contrats en cours'.
           02 line 8 col 2 value
               '6: Fins de location et affectations au-dela'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-contrat.
           02 line 3 col 2 value
               'Numero du bus (cree au prealable) : '.
           02 s-nv-num-bus pic zzzzzz to nv-num-bus required.
           02 line 4 col 2 value 'Loueur : '.
           02 s-nv-loueur pic x(30) to nv-loueur required.
           02 line 5 col 2 value 'Reference du contrat : '.
           02 s-nv-ref pic x(15) to nv-ref-contrat.
           02 line 6 col 2 value 'Debut (AAAAMMJJ) : '.
           02 s-nv-date-debut pic 9(8) to nv-date-debut required.
           02 line 7 col 2 value 'Fin (AAAAMMJJ) : '.
           02 s-nv-date-fin pic 9(8) to nv-date-fin required.
           02 line 8 col 2 value 'Cout par jour (EUR) : '.
           02 s-nv-cout-jour pic zzzz9.99 to nv-cout-jour required.
           02 line 9 col 2 value
               'Kilometres inclus sur le contrat : '.
           02 s-nv-km-inclus pic zzzzz9 to nv-km-inclus.
           02 line 10 col 2 value
               'Cout du kilometre supplementaire (EUR) : '.
           02 s-nv-cout-km pic z9.99 to nv-cout-km-sup.

       01 s-plg-id-contrat.
           02 line 3 col 2 value 'Numero du contrat : '.
           02 s-id-contrat pic zzzz to id-contrat required.
       01 a-plg-contrat.
           02 line 5 col 2 value 'Bus : '.
           02 a-co-bus pic 9(6) from lo-num-bus.
           02 line 5 col 20 value 'Loueur : '.
           02 a-co-loueur pic x(30) from lo-loueur.
           02 line 6 col 2 value 'Du '.
           02 a-co-debut pic 9(8) from lo-date-debut.
           02 line 6 col 16 value 'au '.
           02 a-co-fin pic 9(8) from lo-date-fin.
           02 line 7 col 2 value 'Kilometrage au depart : '.
           02 a-co-kms pic zzzzz9 from lo-kms-depart.
       01 s-plg-nouvelle-fin.
           02 line 9 col 2 value 'Nouvelle fin (AAAAMMJJ) : '.
           02 s-nouvelle-fin pic 9(8) using nv-date-fin required.
       01 s-plg-restitution.
           02 line 9 col 2 value 'Restitue le (AAAAMMJJ) : '.
           02 s-nv-date-retour pic 9(8) using nv-date-retour
               required.
           02 line 10 col 2 value 'Kilometrage au retour : '.
           02 s-nv-kms-retour pic zzzzz9 using nv-kms-retour
               required.
       01 a-plg-cout-location.
           02 line 12 col 2 value 'Jours factures : '.
           02 a-nb-jours pic zzzz9 from nb-jours-location.
           02 line 13 col 2 value 'Kilometres au-dela du forfait : '.
           02 a-kms-dep pic zzzzzz9 from kms-depassement.
           02 line 14 col 2 value 'Cout de la location (EUR) : '.
           02 a-cout pic zzzzzzz9.99 from cout-location.

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Contr'.
           02 line 3 col 8 value 'Bus'.
           02 line 3 col 16 value 'Loueur'.
           02 line 3 col 38 value 'Debut'.
           02 line 3 col 47 value 'Fin'.
           02 line 3 col 56 value 'Cout/jour'.
       01 a-plg-contrat-data.
           02 a-lo-num line i col 2 pic 9(4) from lo-num.
           02 a-lo-bus line i col 8 pic 9(6) from lo-num-bus.
           02 a-lo-loueur line i col 16 pic x(20) from lo-loueur.
           02 a-lo-debut line i col 38 pic 9(8) from lo-date-debut.
           02 a-lo-fin line i col 47 pic 9(8) from lo-date-fin.
           02 a-lo-cout line i col 56 pic zzzz9.99
               from lo-cout-jour.

       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable ou sorti de flotte.'.
       01 a-plg-bus-propre.
           02 line 20 col 1 value
               'Bus de la flotte propre (valeur d''acquisition) : '
               &'pas de location.'.
       01 a-plg-contrat-chevauche.
           02 line 20 col 1 value
               'Refus : un autre contrat couvre deja ces dates.'.
       01 a-plg-contrat-introuvable.
           02 line 20 col 1 value 'Contrat introuvable ou clos.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides : fin avant le debut.'.
       01 a-plg-kms-invalides.
           02 line 20 col 1 value
               'Kilometrage au retour inferieur au depart.'.
       01 a-plg-affect-apres.
           02 line 20 col 1 value
               'Refus : affectations prevues apres cette date : '.
           02 a-nb-affect-apres pic zzz9 from nb-affect-apres.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Rapport : ../ext/LocationsFin.txt'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun contrat en cours.'.
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

      * Les autocars loues sans chauffeur en haute saison : le bus
      * est cree dans la flotte (ss-bus-modif), le contrat dit quand
      * il peut etre affecte et ce qu'il coute. A la restitution le
      * bus sort de la flotte ; il ne reste plus de fausse fiche a
      * supprimer a la main.

       open i-o FLocation
       if flo-status = '35' then
           open output FLocation
           close FLocation
           open i-o FLocation
       end-if
       open i-o FBus
       open input fAffectation

       if flo-status not = '00' or FBusStatus not = '00'
       or fstatus not = '00' then
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

           evaluate choix-action
               when 1 perform ENREGISTRE-CONTRAT
               when 2 perform MODIFIE-FIN
               when 3 perform RESTITUE-VEHICULE
               when 4 perform ANNULE-CONTRAT
               when 5 perform CONTRATS-EN-COURS
               when 6 perform RAPPORT-FINS-LOCATION
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FLocation
           close FBus
           close fAffectation
       .

       LIT-PARAMETRES.
           open input FParametres
           if fpa-status = '00' then
               move 'LOCATION-ALERTE-J' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to jours-alerte
               end-read
               close FParametres
           end-if
       .

       ENREGISTRE-CONTRAT.
      * Le bus doit exister et ne pas appartenir a la flotte propre
      * (une valeur d'acquisition le ferait amortir).
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-form-contrat
           accept s-plg-form-contrat

           call 'ss-date-valide' using nv-date-debut
               resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if
           call 'ss-date-valide' using nv-date-fin
               resultat-date-valide
           if resultat-date-valide not = 0
           or nv-date-fin < nv-date-debut then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if

           move nv-num-bus to fb-numero
           read FBus
           invalid key
               display a-plg-bus-introuvable
               stop ' '
               exit paragraph
           end-read
           if fb-statut = 'C' then
               display a-plg-bus-introuvable
               stop ' '
               exit paragraph
           end-if
           if fb-valeur-acquisition not = 0 then
               display a-plg-bus-propre
               stop ' '
               exit paragraph
           end-if

           move 0 to id-contrat
           perform CHERCHE-CHEVAUCHEMENT
           if contrat-chevauche = 1 then
               display a-plg-contrat-chevauche
               stop ' '
               exit paragraph
           end-if

           move 9999 to lo-num
           start FLocation key < lo-num
           invalid key
               move 0 to lo-num
           not invalid key
               read FLocation next
                   at end
                       move 0 to lo-num
                   not at end
                       continue
               end-read
           end-start

           compute lo-num = lo-num + 1
           move nv-num-bus to lo-num-bus
           move function upper-case(nv-loueur) to lo-loueur
           move nv-ref-contrat to lo-ref-contrat
           move nv-date-debut to lo-date-debut
           move nv-date-fin to lo-date-fin
           move nv-cout-jour to lo-cout-jour
           move nv-km-inclus to lo-km-inclus
           move nv-cout-km-sup to lo-cout-km-sup
           move fb-kms to lo-kms-depart
           move 0 to lo-kms-retour
           move 0 to lo-date-retour
           move 0 to lo-cout-km-total
           move 'E' to lo-statut

           write enr-location
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-contrat
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       CHERCHE-CHEVAUCHEMENT.
      * Un autre contrat en cours ou restitue du meme bus qui
      * recouvre les dates nv-date-debut a nv-date-fin (le contrat
      * id-contrat, s'il est renseigne, est ignore).
           move 0 to contrat-chevauche
           move 0 to fin-scan
           move nv-num-bus to lo-num-bus
           start FLocation key = lo-num-bus
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FLocation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if lo-num-bus not = nv-num-bus then
                           move 1 to fin-scan
                       else
                           if lo-statut not = 'A'
                           and lo-num not = id-contrat
                           and lo-date-debut <= nv-date-fin
                           and lo-date-fin >= nv-date-debut then
                               move 1 to contrat-chevauche
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
       .

       LIT-CONTRAT-EN-COURS.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-contrat
           accept s-plg-id-contrat

           move id-contrat to lo-num
           read FLocation
           invalid key
               move 'X' to lo-statut
           end-read
           if lo-statut not = 'E' then
               display a-plg-contrat-introuvable
               stop ' '
           end-if
       .

       MODIFIE-FIN.
      * Une fin avancee ne doit pas laisser d'affectations au-dela.
           perform LIT-CONTRAT-EN-COURS
           if lo-statut not = 'E' then
               exit paragraph
           end-if

           display a-plg-contrat
           move lo-date-fin to nv-date-fin
           display s-plg-nouvelle-fin
           accept s-plg-nouvelle-fin

           call 'ss-date-valide' using nv-date-fin
               resultat-date-valide
           if resultat-date-valide not = 0
           or nv-date-fin < lo-date-debut then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if

           move lo-num-bus to nv-num-bus
           move lo-date-debut to nv-date-debut
           move lo-date-fin to ancienne-fin
           perform CHERCHE-CHEVAUCHEMENT
           if contrat-chevauche = 1 then
               display a-plg-contrat-chevauche
               stop ' '
               exit paragraph
           end-if
           if nv-date-fin < ancienne-fin then
               perform COMPTE-AFFECT-APRES
               if nb-affect-apres > 0 then
                   display a-plg-affect-apres
                   stop ' '
                   exit paragraph
               end-if
           end-if

           move id-contrat to lo-num
           read FLocation
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-read
           move nv-date-fin to lo-date-fin
           rewrite enr-location
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       COMPTE-AFFECT-APRES.
      * Affectations actives du bus nv-num-bus qui finissent apres
      * nv-date-fin.
           move 0 to nb-affect-apres
           move 0 to fin-scan-2
           move nv-num-bus to numBusA
           start fAffectation key = numBusA
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform until (fin-scan-2 = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if numBusA not = nv-num-bus then
                           move 1 to fin-scan-2
                       else
                           if statutA not = 'I'
                           and statutA not = 'B'
                           and dateFinAffectA > nv-date-fin then
                               add 1 to nb-affect-apres
                           end-if
                       end-if
               end-read
           end-perform
       .

       RESTITUE-VEHICULE.
      * Cloture du contrat au kilometrage de retour ; le bus sort
      * de la flotte a la date de restitution.
           perform LIT-CONTRAT-EN-COURS
           if lo-statut not = 'E' then
               exit paragraph
           end-if

           display a-plg-contrat
           move date-jour to nv-date-retour
           move lo-kms-depart to nv-kms-retour
           move lo-num-bus to fb-numero
           read FBus
               invalid key
                   continue
               not invalid key
                   move fb-kms to nv-kms-retour
           end-read
           display s-plg-restitution
           accept s-plg-restitution

           call 'ss-date-valide' using nv-date-retour
               resultat-date-valide
           if resultat-date-valide not = 0
           or nv-date-retour < lo-date-debut then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if
           if nv-kms-retour < lo-kms-depart then
               display a-plg-kms-invalides
               stop ' '
               exit paragraph
           end-if

           move lo-num-bus to nv-num-bus
           move nv-date-retour to nv-date-fin
           perform COMPTE-AFFECT-APRES
           if nb-affect-apres > 0 then
               display a-plg-affect-apres
               stop ' '
               exit paragraph
           end-if

           move id-contrat to lo-num
           read FLocation
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-read

           compute kms-parcourus = nv-kms-retour - lo-kms-depart
           move 0 to kms-depassement
           if kms-parcourus > lo-km-inclus then
               compute kms-depassement =
                   kms-parcourus - lo-km-inclus
           end-if
           compute lo-cout-km-total =
               kms-depassement * lo-cout-km-sup
           compute nb-jours-location =
               function integer-of-date(nv-date-retour)
               - function integer-of-date(lo-date-debut) + 1
           compute cout-location =
               nb-jours-location * lo-cout-jour + lo-cout-km-total

           move nv-kms-retour to lo-kms-retour
           move nv-date-retour to lo-date-retour
           move 'R' to lo-statut
           rewrite enr-location
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move lo-num-bus to fb-numero
           read FBus
               invalid key
                   continue
               not invalid key
                   if fb-statut not = 'C' then
                       move 'C' to fb-statut
                       move nv-date-retour to fb-date-cession
                       move 0 to fb-prix-cession
                       move nv-kms-retour to fb-kms
                       rewrite enr-bus
                           invalid key
                               continue
                           not invalid key
                               move -1 to delta-compteur
                               perform MAJ-COMPTEUR-BUS
                       end-rewrite
                   end-if
           end-read

           display a-plg-cout-location
           display a-plg-modif-succes
           stop ' '
       .

       ANNULE-CONTRAT.
      * Contrat saisi a tort ou location decommandee : refuse tant
      * que le bus reste affecte pendant le contrat.
           perform LIT-CONTRAT-EN-COURS
           if lo-statut not = 'E' then
               exit paragraph
           end-if

           move lo-num-bus to nv-num-bus
           compute nv-date-fin =
               function date-of-integer
               (function integer-of-date(lo-date-debut) - 1)
           perform COMPTE-AFFECT-APRES
           if nb-affect-apres > 0 then
               display a-plg-affect-apres
               stop ' '
               exit paragraph
           end-if

           move id-contrat to lo-num
           read FLocation
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-read
           move 'A' to lo-statut
           rewrite enr-location
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       CONTRATS-EN-COURS.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move 0 to lo-num
           move 0 to fin-scan
           start FLocation key > lo-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FLocation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if lo-statut = 'E' then
                           display a-plg-contrat-data
                           add 1 to i
                           move 0 to aucun-resultat
                           if i > 18 then
                               move 4 to i
                               stop ' '
                               display a-plg-efface-ecran
                               display a-plg-titre-global
                               display a-plg-titre-colonne
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           stop ' '
       .

       RAPPORT-FINS-LOCATION.
      * Contrats en cours qui finissent d'ici LOCATION-ALERTE-J
      * jours (ou deja finis sans restitution) alors que le bus
      * reste affecte apres la fin : prolonger la location ou
      * changer de bus.
           move function date-of-integer
               (function integer-of-date(date-jour) + jours-alerte)
               to date-alerte

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move jours-alerte to ed-alerte
           move spaces to contenu-rapport
           string '----- Fins de location au ' date-jour
               ' (alerte ' ed-alerte ' jours) -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport

           move 0 to nb-fins-proches
           move 0 to nb-contrats-alerte
           move 0 to lo-num
           move 0 to fin-scan
           start FLocation key > lo-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FLocation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if lo-statut = 'E'
                       and lo-date-fin <= date-alerte then
                           add 1 to nb-fins-proches
                           perform EDITE-FIN-LOCATION
                       end-if
               end-read
           end-perform

           move nb-fins-proches to ed-nb
           move nb-contrats-alerte to ed-nb-2
           move spaces to contenu-rapport
           string 'Contrats finissant dans le delai : ' ed-nb
               '   dont avec affectations au-dela : ' ed-nb-2
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-bus-location' to spool-programme
           move spaces to spool-parametres
           string 'fins de location au ' date-jour
               delimited by size into spool-parametres
           move '../ext/LocationsFin.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       EDITE-FIN-LOCATION.
           move 0 to nb-affect-apres
           move 0 to fin-scan-2
           move lo-num-bus to numBusA
           start fAffectation key = numBusA
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform until (fin-scan-2 = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if numBusA not = lo-num-bus then
                           move 1 to fin-scan-2
                       else
                           if statutA not = 'I'
                           and statutA not = 'B'
                           and dateFinAffectA > lo-date-fin then
                               if nb-affect-apres = 0 then
                                   perform EDITE-ENTETE-CONTRAT
                               end-if
                               add 1 to nb-affect-apres
                               move spaces to contenu-rapport
                               string '    affectation ' numAffect
                                   ' du ' dateDebAffectA
                                   ' au ' dateFinAffectA
                                   ' chauffeur ' numChaufA
                                   delimited by size
                                   into contenu-rapport
                               write LigneRapport
                           end-if
                       end-if
               end-read
           end-perform

           if nb-affect-apres > 0 then
               add 1 to nb-contrats-alerte
               move spaces to contenu-rapport
               write LigneRapport
           end-if
       .

       EDITE-ENTETE-CONTRAT.
           move lo-cout-jour to ed-cout
           move spaces to contenu-rapport
           string 'Contrat ' lo-num ' bus ' lo-num-bus
               ' fin ' lo-date-fin ' ' ed-cout ' EUR/j '
               function trim(lo-loueur)
               delimited by size into contenu-rapport
           write LigneRapport
       .

       MAJ-COMPTEUR-BUS.
      * Tient a jour le compteur de bus du tableau de bord ; fichier
      * de comptage absent ou vide : le menu principal recalculera.
           open i-o FCompteurs
           if FCompteursStatus = '00' then
               move 1 to ct-id
               read FCompteurs
               invalid key
                   continue
               not invalid key
                   compute ct-nb-bus = ct-nb-bus + delta-compteur
                   rewrite enr-compteurs
                   invalid key
                       continue
                   end-rewrite
               end-read
               close FCompteurs
           end-if
       .

       end program ss-bus-location.
