       program-id. ss-amende.

       input-output section.
           file-control.
           select FAmende assign to "../ext/Amende.dat"
               organization is indexed
               access mode is dynamic
                   record key is am-num-avis
                   alternate record key is am-num-bus
                       with duplicates
               status fam-status.

           select FBusPlaque assign to "../ext/BusPlaque.dat"
               organization is indexed
               access mode is dynamic
                   record key is bp-num-bus
                   alternate record key is bp-plaque
               status fbp-status.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FAffectHist assign to "../ext/AffectationHist.dat"
               organization is sequential
               status FAffectHistStatus.

           select FPointage assign to "../ext/Pointage.dat"
               organization is indexed
               access mode is dynamic
                   record key is pt-num-affect
               status FPointageStatus.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FEmetteur assign to "../ext/Emetteur.dat"
               organization is sequential
               status fem-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FLettre assign to nom-lettre
               organization is sequential
               status flt-status.

           select FRapport assign to "../ext/AmendesEcheance.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Registre des avis de contravention recus pour les bus de la
      * flotte. La designation du conducteur doit partir avant
      * am-date-limite (date de l'avis + delai legal).
      * am-identification : 'P' affectation confirmee par le
      * pointage, 'A' affectation prevue (pas de pointage), 'X'
      * plusieurs affectations possibles, 'N' bus hors service.
      * Cycle de vie : 'R' recu (a designer), 'D' conducteur
      * designe, 'P' paye par l'entreprise, 'C' conteste,
      * 'S' solde.
       fd FAmende.
           01 enr-amende.
               02 am-num-avis      pic x(20).
               02 am-num-bus       pic 9(6).
               02 am-plaque        pic x(10).
               02 am-type          pic x(1).
               02 am-date-avis     pic 9(8).
               02 am-date-infraction pic 9(8).
               02 am-heure-infraction pic 9(4).
               02 am-lieu          pic x(40).
               02 am-montant       pic 9(5)v99.
               02 am-date-limite   pic 9(8).
               02 am-num-affect    pic 9(6).
               02 am-num-chauff    pic 9(6).
               02 am-num-chauff2   pic 9(6).
               02 am-identification pic x(1).
               02 am-chauff-designe pic 9(6).
               02 am-date-designation pic 9(8).
               02 am-statut        pic x(1).
               02 am-date-statut   pic 9(8).
               02 am-code-oper     pic x(8).

      * Immatriculation de chaque bus : c'est elle qui figure sur
      * les avis de contravention.
       fd FBusPlaque.
           01 enr-bus-plaque.
               02 bp-num-bus       pic 9(6).
               02 bp-plaque        pic x(10).

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

       fd FAffectHist.
           01 enr-affect-hist.
               02 h-num-affect     pic 9(6).
               02 h-num-chauf      pic 9(6).
               02 h-num-bus        pic 9(6).
               02 h-date-debut     pic 9(8).
               02 h-date-fin       pic 9(8).
               02 h-nb-passagers   pic 9(3).
               02 h-statut         pic x(01).
               02 h-motif          pic x(40).
               02 h-num-chauf2     pic 9(6).
               02 h-heure-debut    pic 9(4).
               02 h-heure-fin      pic 9(4).
               02 h-nb-pmr         pic 9(3).

       fd FPointage.
           01 enr-pointage.
               02 pt-num-affect    pic 9(6).
               02 pt-num-chauff    pic 9(6).
               02 pt-num-bus       pic 9(6).
               02 pt-num-compagnie pic 9(4).
               02 pt-heure-prevue-dep pic 9(4).
               02 pt-heure-prevue-ret pic 9(4).
               02 pt-date-depart   pic 9(8).
               02 pt-heure-depart  pic 9(4).
               02 pt-date-retour   pic 9(8).
               02 pt-heure-retour  pic 9(4).
               02 pt-statut        pic x(1).

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

       fd FChaufNouv.
           01 ChaufNouv.
               02 numChaufN    pic 9(6).
               02 nomN         pic x(30).
               02 prenomN      pic x(30).
               02 datePermisN  pic 9(8).
               02 categoriePermisN pic x(02).
               02 statutN      pic x(01).
               02 codeSiteN    pic x(04).
               02 telephoneN   pic x(14).
               02 adresseN     pic x(40).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       fd FEmetteur.
           01 enr-emetteur.
               02 em-raison-sociale pic x(40).
               02 em-siret         pic x(14).
               02 em-tva-intra     pic x(13).
               02 em-adresse       pic x(40).
               02 em-code-postal   pic x(5).
               02 em-ville         pic x(30).
               02 em-pays          pic x(2).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       FD FLettre.
       01 LigneLettre.
           02 contenu-lettre pic x(80).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fam-status               pic x(2).
       01 fbp-status               pic x(2).
       01 fstatus                  pic x(2).
       01 FAffectHistStatus        pic x(2).
       01 FPointageStatus          pic x(2).
       01 FBusStatus               pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 fpa-status               pic x(2).
       01 fem-status               pic x(2).
       01 FSessionStatus           pic x(2).
       01 flt-status               pic x(2).
       01 frap-status              pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 date-jour                pic 9(8).
       01 session-code             pic x(8).
       01 resultat-date-valide     pic 9.

      *----- Parametres -----
       01 delai-designation        pic 9(3) value 45.
       01 jours-alerte             pic 9(3) value 10.

      *----- Saisie d'un avis -----
       01 nv-num-avis              pic x(20).
       01 nv-plaque                pic x(10).
       01 nv-num-bus               pic 9(6).
       01 nv-type                  pic x(1).
       01 nv-date-avis             pic 9(8).
       01 nv-date-infraction       pic 9(8).
       01 nv-heure-infraction      pic 9(4).
       01 nv-heure-r redefines nv-heure-infraction.
           02 nv-heure-hh          pic 9(2).
           02 nv-heure-mm          pic 9(2).
       01 nv-lieu                  pic x(40).
       01 nv-montant               pic 9(5)v99.
       01 nv-num-chauff            pic 9(6).
       01 nv-statut                pic x(1).
       01 id-bus                   pic 9(6).

      *----- Identification du conducteur -----
       01 instant-infraction       pic 9(12).
       01 instant-debut            pic 9(12).
       01 instant-fin              pic 9(12).
       01 cand-num-affect          pic 9(6).
       01 cand-num-chauff          pic 9(6).
       01 cand-num-chauff2         pic 9(6).
       01 cand-date-debut          pic 9(8).
       01 cand-date-fin            pic 9(8).
       01 cand-heure-debut         pic 9(4).
       01 cand-heure-fin           pic 9(4).
       01 cand-source              pic x(1).
       01 id-num-affect            pic 9(6).
       01 id-num-chauff            pic 9(6).
       01 id-num-chauff2           pic 9(6).
       01 id-source                pic x(1).
       01 id-nb                    pic 9(3).

       01 libelle-identification   pic x(40).
       01 num-lu                   pic 9(6).
       01 nom-lu                   pic x(40).
       01 nom-chauff               pic x(40).
       01 nom-chauff2              pic x(40).

      *----- Lettre de designation -----
       01 nom-lettre               pic x(60).
       01 avis-fichier             pic x(20).
       01 date-travail             pic 9(8).
       01 date-travail-r redefines date-travail.
           02 dt-aaaa              pic 9(4).
           02 dt-mm                pic 9(2).
           02 dt-jj                pic 9(2).
       01 date-formatee            pic x(10).
       01 date-formatee-2          pic x(10).
       01 heure-travail            pic 9(4).
       01 heure-travail-r redefines heure-travail.
           02 ht-hh                pic 9(2).
           02 ht-mm                pic 9(2).
       01 ed-montant               pic zzzz9.99.
       01 hors-delai               pic 9.

      *----- Rapport des echeances -----
       01 date-alerte              pic 9(8).
       01 jours-restants           pic s9(5).
       01 ed-jours                 pic ----9.
       01 ed-nb                    pic zzz9.
       01 ed-alerte                pic zz9.
       01 ed-total                 pic zzzzzz9.99.
       01 total-montant            pic 9(7)v99.
       01 etat-echeance            pic x(8).
       01 nb-echeances             pic 9(4) comp.
       01 idx-ae                   pic 9(4) comp.
       01 idx-tri                  pic 9(4) comp.
       01 tri-echange              pic 9.
       01 table-pleine             pic 9.
       01 table-echeances.
           02 ae-entree occurs 500 times.
               03 ae-date-limite   pic 9(8).
               03 ae-num-avis      pic x(20).
               03 ae-num-bus       pic 9(6).
               03 ae-date-infraction pic 9(8).
               03 ae-identification pic x(1).
               03 ae-num-chauff    pic 9(6).
               03 ae-montant       pic 9(5)v99.
       01 ae-sauve                 pic x(56).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Amendes et designation du conducteur -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Enregistrer un avis de contravention'.
           02 line 4 col 2 value
               '2: Designer le conducteur (lettre de designation)'.
           02 line 5 col 2 value
               '3: Faire avancer un dossier (paye, conteste, solde)'.
           02 line 6 col 2 value '4: Amendes d''un bus'.
           02 line 7 col 2 value
               '5: Amendes non resolues proches de l''echeance'.
           02 line 8 col 2 value '6: Immatriculation d''un bus'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-amende.
           02 line 3 col 2 value 'Numero de l''avis : '.
           02 s-nv-num-avis pic x(20) to nv-num-avis required.
           02 line 4 col 2 value 'Immatriculation : '.
           02 s-nv-plaque pic x(10) to nv-plaque.
           02 line 5 col 2 value
               'Numero du bus (0 = d''apres l''immatriculation) : '.
           02 s-nv-num-bus pic zzzzzz to nv-num-bus.
           02 line 6 col 2 value
               'Type (V=vitesse S=stationnement A=autre) : '.
           02 s-nv-type pic x to nv-type required.
           02 line 7 col 2 value 'Date de l''avis (AAAAMMJJ) : '.
           02 s-nv-date-avis pic 9(8) using nv-date-avis required.
           02 line 8 col 2 value
               'Date de l''infraction (AAAAMMJJ) : '.
           02 s-nv-date-infraction pic 9(8) to nv-date-infraction
               required.
           02 line 9 col 2 value 'Heure de l''infraction (HHMM) : '.
           02 s-nv-heure pic 9(4) to nv-heure-infraction required.
           02 line 10 col 2 value 'Lieu : '.
           02 s-nv-lieu pic x(40) to nv-lieu.
           02 line 11 col 2 value 'Montant (EUR) : '.
           02 s-nv-montant pic zzzz9.99 to nv-montant.

       01 a-plg-identification.
           02 line 13 col 2 value 'Identification : '.
           02 a-libelle-ident pic x(40) from libelle-identification.
           02 line 14 col 2 value 'Affectation : '.
           02 a-id-affect pic zzzzzz from am-num-affect.
           02 line 15 col 2 value 'Chauffeur : '.
           02 a-id-chauff pic zzzzzz from am-num-chauff.
           02 line 15 col 22 pic x(40) from nom-chauff.
           02 line 16 col 2 value 'Second chauffeur : '.
           02 a-id-chauff2 pic zzzzzz from am-num-chauff2.
           02 line 16 col 29 pic x(40) from nom-chauff2.
           02 line 17 col 2 value 'Designation avant le : '.
           02 a-date-limite pic 9(8) from am-date-limite.

       01 s-plg-num-avis.
           02 line 3 col 2 value 'Numero de l''avis : '.
           02 s-id-avis pic x(20) to nv-num-avis required.
       01 a-plg-dossier.
           02 line 5 col 2 value 'Bus : '.
           02 a-dos-bus pic 9(6) from am-num-bus.
           02 line 5 col 20 value 'Immatriculation : '.
           02 a-dos-plaque pic x(10) from am-plaque.
           02 line 6 col 2 value 'Infraction du '.
           02 a-dos-date pic 9(8) from am-date-infraction.
           02 line 6 col 26 value 'a '.
           02 a-dos-heure pic 9(4) from am-heure-infraction.
           02 line 7 col 2 value 'Designation avant le : '.
           02 a-dos-limite pic 9(8) from am-date-limite.
           02 line 8 col 2 value 'Identification : '.
           02 a-dos-ident pic x(40) from libelle-identification.
           02 line 9 col 2 value 'Chauffeur : '.
           02 a-dos-chauff pic zzzzzz from am-num-chauff.
           02 line 9 col 22 pic x(40) from nom-chauff.
           02 line 10 col 2 value 'Second chauffeur : '.
           02 a-dos-chauff2 pic zzzzzz from am-num-chauff2.
           02 line 10 col 29 pic x(40) from nom-chauff2.
       01 s-plg-designe.
           02 line 12 col 2 value 'Conducteur a designer : '.
           02 s-nv-num-chauff pic zzzzzz using nv-num-chauff
               required.

       01 s-plg-avancement.
           02 line 3 col 2 value 'Numero de l''avis : '.
           02 s-av-avis pic x(20) to nv-num-avis required.
           02 line 4 col 2 value
               'Nouveau statut (P=paye C=conteste S=solde '
               &'R=a designer) : '.
           02 s-nv-statut pic x to nv-statut required.

       01 s-plg-id-bus.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-id-bus pic zzzzzz to id-bus required.

       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Avis'.
           02 line 5 col 23 value 'Infract.'.
           02 line 5 col 32 value 'Limite'.
           02 line 5 col 41 value 'St'.
           02 line 5 col 44 value 'Id'.
           02 line 5 col 47 value 'Chauff'.
           02 line 5 col 55 value 'Montant'.
       01 a-plg-amende-data.
           02 a-am-avis line i col 2 pic x(20) from am-num-avis.
           02 a-am-date line i col 23 pic 9(8)
               from am-date-infraction.
           02 a-am-limite line i col 32 pic 9(8)
               from am-date-limite.
           02 a-am-statut line i col 41 pic x from am-statut.
           02 a-am-ident line i col 44 pic x from am-identification.
           02 a-am-chauff line i col 47 pic zzzzzz
               from am-chauff-designe.
           02 a-am-montant line i col 55 pic zzzz9.99
               from am-montant.

       01 a-plg-plaque-actuelle.
           02 line 5 col 2 value 'Immatriculation actuelle : '.
           02 a-plaque pic x(10) from nv-plaque.
       01 s-plg-plaque.
           02 line 7 col 2 value
               'Nouvelle immatriculation (vide = aucune) : '.
           02 s-plaque pic x(10) using nv-plaque.

       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable.'.
       01 a-plg-plaque-inconnue.
           02 line 20 col 1 value
               'Immatriculation inconnue : la saisir pour ce bus.'.
       01 a-plg-plaque-doublon.
           02 line 20 col 1 value
               'Immatriculation deja attribuee a un autre bus.'.
       01 a-plg-avis-introuvable.
           02 line 20 col 1 value 'Avis introuvable.'.
       01 a-plg-avis-doublon.
           02 line 20 col 1 value 'Avis deja enregistre.'.
       01 a-plg-type-invalide.
           02 line 20 col 1 value
               'Type invalide (V, S ou A attendu).'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-heure-invalide.
           02 line 20 col 1 value 'Heure invalide.'.
       01 a-plg-statut-invalide.
           02 line 20 col 1 value
               'Statut invalide (P, C, S ou R attendu).'.
       01 a-plg-dossier-clos.
           02 line 20 col 1 value
               'Dossier paye, conteste ou solde : pas de designation.'.
       01 a-plg-chauffeur-introuvable.
           02 line 20 col 1 value 'Chauffeur introuvable.'.
       01 a-plg-hors-delai.
           02 line 19 col 1 value
               'Attention : delai de designation depasse.'.
       01 a-plg-lettre-editee.
           02 line 20 col 1 value 'Lettre : '.
           02 a-nom-lettre pic x(60) from nom-lettre.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Rapport : ../ext/AmendesEcheance.txt'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune amende.'.
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

      * Les avis de contravention arrivent au nom de l'entreprise,
      * titulaire des certificats d'immatriculation : elle a un
      * delai legal (45 jours par defaut) pour designer la personne
      * qui conduisait. Le conducteur est retrouve d'apres les
      * affectations du bus (chauffeur et second chauffeur, heures
      * de debut et de fin), confirmees par le pointage des
      * departs et retours quand il existe.

       open i-o FAmende
       if fam-status = '35' then
           open output FAmende
           close FAmende
           open i-o FAmende
       end-if
       open i-o FBusPlaque
       if fbp-status = '35' then
           open output FBusPlaque
           close FBusPlaque
           open i-o FBusPlaque
       end-if
       open input fAffectation
       open input FBus
       open input FChaufNouv

       if fam-status not = '00' or fbp-status not = '00'
       or fstatus not = '00' or FBusStatus not = '00'
       or FChaufNouvStatus not = '00' then
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

           evaluate choix-action
               when 1 perform ENREGISTRE-AVIS
               when 2 perform DESIGNE-CONDUCTEUR
               when 3 perform AVANCE-DOSSIER
               when 4 perform AMENDES-BUS
               when 5 perform RAPPORT-ECHEANCES
               when 6 perform IMMATRICULATION
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FAmende
           close FBusPlaque
           close fAffectation
           close FBus
           close FChaufNouv
       .

       LIT-PARAMETRES.
           open input FParametres
           if fpa-status = '00' then
               move 'AMENDE-DELAI-JOURS' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to delai-designation
               end-read
               move 'AMENDE-ALERTE-JOURS' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to jours-alerte
               end-read
               close FParametres
           end-if
       .

       ENREGISTRE-AVIS.
      * Le bus est retrouve par son immatriculation si son numero
      * n'est pas saisi ; l'identification du conducteur est faite
      * a l'enregistrement et affichee aussitot.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move date-jour to nv-date-avis
           display s-plg-form-amende
           accept s-plg-form-amende

           move function upper-case(nv-type) to nv-type
           if nv-type not = 'V' and nv-type not = 'S'
           and nv-type not = 'A' then
               display a-plg-type-invalide
               stop ' '
               exit paragraph
           end-if
           call 'ss-date-valide' using nv-date-avis
               resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           call 'ss-date-valide' using nv-date-infraction
               resultat-date-valide
           if resultat-date-valide not = 0
           or nv-date-infraction > nv-date-avis then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if
           if nv-heure-hh > 23 or nv-heure-mm > 59 then
               display a-plg-heure-invalide
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-plaque) to nv-plaque
           if nv-num-bus = 0 then
               if nv-plaque = spaces then
                   display a-plg-bus-introuvable
                   stop ' '
                   exit paragraph
               end-if
               move nv-plaque to bp-plaque
               read FBusPlaque key is bp-plaque
                   invalid key
                       display a-plg-plaque-inconnue
                       stop ' '
                       exit paragraph
               end-read
               move bp-num-bus to nv-num-bus
           else
               if nv-plaque = spaces then
                   move nv-num-bus to bp-num-bus
                   read FBusPlaque
                       invalid key
                           display a-plg-plaque-inconnue
                           stop ' '
                           exit paragraph
                   end-read
                   move bp-plaque to nv-plaque
               end-if
           end-if

           move nv-num-bus to fb-numero
           read FBus
               invalid key
                   display a-plg-bus-introuvable
                   stop ' '
                   exit paragraph
           end-read

           perform IDENTIFIE-CONDUCTEUR

           move spaces to enr-amende
           move nv-num-avis to am-num-avis
           move nv-num-bus to am-num-bus
           move nv-plaque to am-plaque
           move nv-type to am-type
           move nv-date-avis to am-date-avis
           move nv-date-infraction to am-date-infraction
           move nv-heure-infraction to am-heure-infraction
           move function upper-case(nv-lieu) to am-lieu
           move nv-montant to am-montant
           move function date-of-integer
               (function integer-of-date(nv-date-avis)
               + delai-designation) to am-date-limite
           move id-num-affect to am-num-affect
           move id-num-chauff to am-num-chauff
           move id-num-chauff2 to am-num-chauff2
           evaluate true
               when id-nb = 0
                   move 'N' to am-identification
               when id-nb > 1
                   move 'X' to am-identification
               when other
                   move id-source to am-identification
           end-evaluate
           move 0 to am-chauff-designe
           move 0 to am-date-designation
           move 'R' to am-statut
           move date-jour to am-date-statut
           move session-code to am-code-oper

           write enr-amende
           invalid key
               display a-plg-avis-doublon
               stop ' '
               exit paragraph
           end-write

           perform LIBELLES-DOSSIER
           display a-plg-identification
           display a-plg-modif-succes
           stop ' '
       .

       IDENTIFIE-CONDUCTEUR.
      * Affectations actives du bus qui couvrent l'instant de
      * l'infraction. Une affectation pointee ne compte que si
      * l'infraction tombe entre le depart et le retour reels, et
      * prime sur une affectation seulement prevue. Faute de
      * resultat, l'historique des affectations archivees.
           move 0 to id-num-affect
           move 0 to id-num-chauff
           move 0 to id-num-chauff2
           move 0 to id-nb
           move space to id-source
           compute instant-infraction =
               nv-date-infraction * 10000 + nv-heure-infraction

           open input FPointage

           move nv-num-bus to numBusA
           move 0 to fin-scan
           start fAffectation key = numBusA
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if numBusA not = nv-num-bus then
                           move 1 to fin-scan
                       else
                           if statutA not = 'I'
                           and statutA not = 'B' then
                               move numAffect to cand-num-affect
                               move numChaufA to cand-num-chauff
                               move numChauf2A to cand-num-chauff2
                               move dateDebAffectA to cand-date-debut
                               move dateFinAffectA to cand-date-fin
                               move heureDebA to cand-heure-debut
                               move heureFinA to cand-heure-fin
                               perform EXAMINE-CANDIDAT
                           end-if
                       end-if
               end-read
           end-perform

           if id-nb = 0 then
               perform CHERCHE-HISTORIQUE
           end-if

           if FPointageStatus = '00' then
               close FPointage
           end-if
       .

       CHERCHE-HISTORIQUE.
           open input FAffectHist
           if FAffectHistStatus not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           perform until (fin-scan = 1)
               read FAffectHist
                   at end
                       move 1 to fin-scan
                   not at end
                       if h-num-bus = nv-num-bus
                       and h-statut not = 'I'
                       and h-statut not = 'B' then
                           move h-num-affect to cand-num-affect
                           move h-num-chauf to cand-num-chauff
                           move h-num-chauf2 to cand-num-chauff2
                           move h-date-debut to cand-date-debut
                           move h-date-fin to cand-date-fin
                           move h-heure-debut to cand-heure-debut
                           move h-heure-fin to cand-heure-fin
                           perform EXAMINE-CANDIDAT
                       end-if
               end-read
           end-perform
           close FAffectHist
       .

       EXAMINE-CANDIDAT.
      * Sans heure de fin, l'affectation court jusqu'a minuit.
           if nv-date-infraction < cand-date-debut
           or nv-date-infraction > cand-date-fin then
               exit paragraph
           end-if

           move space to cand-source
           if FPointageStatus = '00' then
               move cand-num-affect to pt-num-affect
               read FPointage
                   invalid key
                       move 0 to pt-date-depart
               end-read
           else
               move 0 to pt-date-depart
           end-if

           compute instant-debut =
               cand-date-debut * 10000 + cand-heure-debut
           if cand-heure-fin = 0 then
               compute instant-fin = cand-date-fin * 10000 + 2400
           else
               compute instant-fin =
                   cand-date-fin * 10000 + cand-heure-fin
           end-if

           if pt-date-depart not = 0 then
               compute instant-debut =
                   pt-date-depart * 10000 + pt-heure-depart
               if pt-date-retour not = 0 then
                   compute instant-fin =
                       pt-date-retour * 10000 + pt-heure-retour
               end-if
               if instant-infraction >= instant-debut
               and instant-infraction <= instant-fin then
                   move 'P' to cand-source
                   if pt-num-chauff not = 0 then
                       move pt-num-chauff to cand-num-chauff
                   end-if
               end-if
           else
               if instant-infraction >= instant-debut
               and instant-infraction <= instant-fin then
                   move 'A' to cand-source
               end-if
           end-if

           if cand-source = space then
               exit paragraph
           end-if
           if cand-source = 'P' and id-source not = 'P' then
               move 0 to id-nb
           end-if
           if cand-source = 'A' and id-source = 'P' then
               exit paragraph
           end-if

           add 1 to id-nb
           if id-nb = 1 then
               move cand-num-affect to id-num-affect
               move cand-num-chauff to id-num-chauff
               move cand-num-chauff2 to id-num-chauff2
               move cand-source to id-source
           end-if
       .

       LIBELLES-DOSSIER.
      * Libelle de l'identification et noms des chauffeurs du
      * dossier courant, pour l'ecran.
           evaluate am-identification
               when 'P'
                   move 'Affectation confirmee par le pointage'
                       to libelle-identification
               when 'A'
                   move 'Affectation prevue (sans pointage)'
                       to libelle-identification
               when 'X'
                   move 'Plusieurs affectations : a verifier'
                       to libelle-identification
               when other
                   move 'Aucune affectation : bus hors service'
                       to libelle-identification
           end-evaluate

           move am-num-chauff to num-lu
           perform LIT-NOM-CHAUFFEUR
           move nom-lu to nom-chauff
           move am-num-chauff2 to num-lu
           perform LIT-NOM-CHAUFFEUR
           move nom-lu to nom-chauff2
       .

       LIT-NOM-CHAUFFEUR.
           move spaces to nom-lu
           if num-lu = 0 then
               exit paragraph
           end-if
           move num-lu to numChaufN
           read FChaufNouv
               invalid key
                   continue
               not invalid key
                   string function trim(nomN) ' '
                       function trim(prenomN)
                       delimited by size into nom-lu
           end-read
       .

       DESIGNE-CONDUCTEUR.
      * Le conducteur propose est celui de l'identification ; le
      * gestionnaire peut en designer un autre (second chauffeur,
      * affectations multiples). La lettre est deposee au spool
      * pour impression et envoi a l'adresse portee sur l'avis.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-num-avis
           accept s-plg-num-avis

           move nv-num-avis to am-num-avis
           read FAmende
           invalid key
               display a-plg-avis-introuvable
               stop ' '
               exit paragraph
           end-read
           if am-statut not = 'R' and am-statut not = 'D' then
               display a-plg-dossier-clos
               stop ' '
               exit paragraph
           end-if

           perform LIBELLES-DOSSIER
           display a-plg-dossier
           if am-chauff-designe not = 0 then
               move am-chauff-designe to nv-num-chauff
           else
               move am-num-chauff to nv-num-chauff
           end-if
           display s-plg-designe
           accept s-plg-designe

           move nv-num-chauff to numChaufN
           read FChaufNouv
               invalid key
                   display a-plg-chauffeur-introuvable
                   stop ' '
                   exit paragraph
           end-read

           move 0 to hors-delai
           if date-jour > am-date-limite then
               move 1 to hors-delai
           end-if

           perform ECRIT-LETTRE
           if flt-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move nv-num-chauff to am-chauff-designe
           move date-jour to am-date-designation
           move 'D' to am-statut
           move date-jour to am-date-statut
           move session-code to am-code-oper
           rewrite enr-amende
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move 'ss-amende' to spool-programme
           move spaces to spool-parametres
           string 'designation avis ' am-num-avis
               delimited by size into spool-parametres
           move nom-lettre to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           if hors-delai = 1 then
               display a-plg-hors-delai
           end-if
           display a-plg-lettre-editee
           display a-plg-modif-succes
           stop ' '
       .

       ECRIT-LETTRE.
           move am-num-avis to avis-fichier
           inspect avis-fichier replacing all '/' by '-'
           move spaces to nom-lettre
           string '../ext/Designation-' delimited by size
               avis-fichier delimited by space
               '.txt' delimited by size into nom-lettre
           open output FLettre
           if flt-status not = '00' then
               exit paragraph
           end-if

           move spaces to enr-emetteur
           open input FEmetteur
           if fem-status = '00' then
               read FEmetteur
                   at end
                       continue
               end-read
               close FEmetteur
           end-if

           move em-raison-sociale to contenu-lettre
           write LigneLettre
           move em-adresse to contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           string em-code-postal ' ' em-ville
               delimited by size into contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre

           move date-jour to date-travail
           perform FORMATE-DATE
           move spaces to contenu-lettre
           string '                                        Le '
               date-formatee delimited by size into contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre

           move 'Objet : designation du conducteur'
               to contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           string 'Avis de contravention no ' am-num-avis
               delimited by size into contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre

           move 'Madame, Monsieur,' to contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre
           move 'En application de l''article L.121-6 du code de la'
               &' route, la societe' to contenu-lettre
           write LigneLettre
           move 'ci-dessus, titulaire du certificat d''immatriculation'
               &' du vehicule' to contenu-lettre
           write LigneLettre
           move 'ci-dessous, designe la personne qui le conduisait au'
               &' moment de' to contenu-lettre
           write LigneLettre
           move 'l''infraction.' to contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre

           move spaces to contenu-lettre
           string 'Vehicule immatricule : ' am-plaque
               delimited by size into contenu-lettre
           write LigneLettre
           move am-date-infraction to date-travail
           perform FORMATE-DATE
           move am-heure-infraction to heure-travail
           move spaces to contenu-lettre
           string 'Infraction du        : ' date-formatee
               ' a ' ht-hh 'h' ht-mm
               delimited by size into contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           string 'Lieu                 : ' am-lieu
               delimited by size into contenu-lettre
           write LigneLettre
           move am-montant to ed-montant
           move spaces to contenu-lettre
           string 'Montant de l''avis    : ' ed-montant ' EUR'
               delimited by size into contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre

           move 'Conducteur designe :' to contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           string '  Nom et prenom      : ' function trim(nomN) ' '
               function trim(prenomN)
               delimited by size into contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           string '  Adresse            : ' adresseN
               delimited by size into contenu-lettre
           write LigneLettre
           move datePermisN to date-travail
           perform FORMATE-DATE
           move spaces to contenu-lettre
           string '  Permis de conduire : categorie '
               categoriePermisN ' obtenu le ' date-formatee
               delimited by size into contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre

           move 'Veuillez agreer, Madame, Monsieur, nos salutations'
               &' distinguees.' to contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           write LigneLettre
           move spaces to contenu-lettre
           string 'Pour la societe : ' session-code
               delimited by size into contenu-lettre
           write LigneLettre

           close FLettre
           move '00' to flt-status
       .

       FORMATE-DATE.
           move spaces to date-formatee
           string dt-jj '/' dt-mm '/' dt-aaaa
               delimited by size into date-formatee
       .

       AVANCE-DOSSIER.
      * Paye : l'entreprise regle l'amende (bus hors service,
      * stationnement au depot) ; conteste : requete en cours ;
      * solde : plus rien a faire. R remet le dossier a designer.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-avancement
           accept s-plg-avancement

           move function upper-case(nv-statut) to nv-statut
           if nv-statut not = 'P' and nv-statut not = 'C'
           and nv-statut not = 'S' and nv-statut not = 'R' then
               display a-plg-statut-invalide
               stop ' '
               exit paragraph
           end-if

           move nv-num-avis to am-num-avis
           read FAmende
           invalid key
               display a-plg-avis-introuvable
               stop ' '
               exit paragraph
           end-read

           move nv-statut to am-statut
           move date-jour to am-date-statut
           move session-code to am-code-oper
           rewrite enr-amende
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       AMENDES-BUS.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-bus
           accept s-plg-id-bus

           display a-plg-titre-colonne
           move 6 to i
           move 1 to aucun-resultat
           move 0 to fin-scan
           move id-bus to am-num-bus
           start FAmende key = am-num-bus
               invalid key
                   move 1 to fin-scan
           end-start

           perform until (fin-scan = 1)
               read FAmende next
                   at end
                       move 1 to fin-scan
                   not at end
                       if am-num-bus not = id-bus then
                           move 1 to fin-scan
                       else
                           display a-plg-amende-data
                           add 1 to i
                           move 0 to aucun-resultat
                           if i > 18 then
                               move 6 to i
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

       RAPPORT-ECHEANCES.
      * Avis encore a designer dont la date limite tombe dans les
      * jours d'alerte (parametre AMENDE-ALERTE-JOURS) ou est deja
      * passee, les plus urgents d'abord.
           move function date-of-integer
               (function integer-of-date(date-jour) + jours-alerte)
               to date-alerte

           move 0 to nb-echeances
           move 0 to table-pleine
           move low-values to am-num-avis
           move 0 to fin-scan
           start FAmende key > am-num-avis
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FAmende next
                   at end
                       move 1 to fin-scan
                   not at end
                       if am-statut = 'R'
                       and am-date-limite <= date-alerte then
                           perform RETIENT-ECHEANCE
                       end-if
               end-read
           end-perform

           move 1 to tri-echange
           perform until tri-echange = 0
               move 0 to tri-echange
               perform varying idx-tri from 1 by 1
                   until idx-tri >= nb-echeances
                   if ae-date-limite(idx-tri)
                       > ae-date-limite(idx-tri + 1) then
                       move ae-entree(idx-tri) to ae-sauve
                       move ae-entree(idx-tri + 1) to ae-entree(idx-tri)
                       move ae-sauve to ae-entree(idx-tri + 1)
                       move 1 to tri-echange
                   end-if
               end-perform
           end-perform

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           move jours-alerte to ed-alerte
           string '----- Amendes a designer au ' date-jour
               ' (alerte ' ed-alerte ' jours) -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Avis                 Bus    Infract. Limite   '
               &'Reste Id Chauff Montant' to contenu-rapport
           write LigneRapport

           move 0 to total-montant
           perform varying idx-ae from 1 by 1
               until idx-ae > nb-echeances
               perform EDITE-ECHEANCE
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           if table-pleine = 1 then
               move 'Table pleine : liste tronquee a 500 avis.'
                   to contenu-rapport
               write LigneRapport
           end-if
           move nb-echeances to ed-nb
           move total-montant to ed-total
           move spaces to contenu-rapport
           string 'Avis a designer : ' ed-nb
               '   montant total : ' ed-total ' EUR'
               delimited by size into contenu-rapport
           write LigneRapport
           move 'Id : P pointage, A affectation prevue, X plusieurs'
               &' affectations, N aucune' to contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-amende' to spool-programme
           move spaces to spool-parametres
           string 'amendes a designer au ' date-jour
               delimited by size into spool-parametres
           move '../ext/AmendesEcheance.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       RETIENT-ECHEANCE.
           if nb-echeances >= 500 then
               move 1 to table-pleine
               exit paragraph
           end-if
           add 1 to nb-echeances
           move am-date-limite to ae-date-limite(nb-echeances)
           move am-num-avis to ae-num-avis(nb-echeances)
           move am-num-bus to ae-num-bus(nb-echeances)
           move am-date-infraction
               to ae-date-infraction(nb-echeances)
           move am-identification
               to ae-identification(nb-echeances)
           move am-num-chauff to ae-num-chauff(nb-echeances)
           move am-montant to ae-montant(nb-echeances)
       .

       EDITE-ECHEANCE.
           compute jours-restants =
               function integer-of-date(ae-date-limite(idx-ae))
               - function integer-of-date(date-jour)
           move jours-restants to ed-jours
           move ae-montant(idx-ae) to ed-montant
           add ae-montant(idx-ae) to total-montant
           move spaces to etat-echeance
           if jours-restants < 0 then
               move 'DEPASSE' to etat-echeance
           end-if
           move spaces to contenu-rapport
           string ae-num-avis(idx-ae) ' '
               ae-num-bus(idx-ae) ' '
               ae-date-infraction(idx-ae) ' '
               ae-date-limite(idx-ae) ' '
               ed-jours ' '
               ae-identification(idx-ae) '  '
               ae-num-chauff(idx-ae) ' '
               ed-montant ' ' etat-echeance
               delimited by size into contenu-rapport
           write LigneRapport
       .

       IMMATRICULATION.
      * Une immatriculation n'appartient qu'a un bus ; vide, elle
      * est retiree.
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

           move spaces to nv-plaque
           move id-bus to bp-num-bus
           read FBusPlaque
               invalid key
                   continue
               not invalid key
                   move bp-plaque to nv-plaque
           end-read
           display a-plg-plaque-actuelle
           display s-plg-plaque
           accept s-plg-plaque

           move id-bus to bp-num-bus
           if nv-plaque = spaces then
               delete FBusPlaque
                   invalid key
                       continue
               end-delete
               display a-plg-modif-succes
               stop ' '
               exit paragraph
           end-if

           move function upper-case(nv-plaque) to bp-plaque
           write enr-bus-plaque
           invalid key
               rewrite enr-bus-plaque
               invalid key
                   display a-plg-plaque-doublon
                   stop ' '
                   exit paragraph
               end-rewrite
           end-write
           display a-plg-modif-succes
           stop ' '
       .

       end program ss-amende.
