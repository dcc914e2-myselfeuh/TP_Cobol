               organization is sequential
               status FJournalStatus.

           select FJournalImage assign to "../ext/JournalImages.dat"
               organization is sequential
               status fji-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.
                   record key is ct-id
               status FCompteursStatus.

           select FAffectDest assign to "../ext/AffectDest.dat"
               organization is indexed
               access mode is dynamic
                   record key is ad-num-affect
               status fad-status.

           select FCertificat assign to "../ext/Certificat.dat"
               organization is indexed
               access mode is dynamic
       fd FJournal.
           01 ligne-journal pic x(200).

      * Image complete de l'enregistrement apres chaque changement
      * journalise : ce que la reprise en avant (ss-reprise-journal)
      * reapplique apres restauration d'une sauvegarde.
       fd FJournalImage.
           01 enr-journal-image.
               02 ji-entite        pic x(12).
               02 ji-operation     pic x(10).
               02 ji-id            pic 9(6).
               02 ji-date          pic 9(8).
               02 ji-heure         pic 9(8).
               02 ji-oper          pic x(8).
               02 ji-image         pic x(135).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 ce-date-obtention    pic 9(8).
               02 ce-date-expiration   pic 9(8).

       fd FAffectDest.
           01 enr-affect-dest.
               02 ad-num-affect    pic 9(6).
               02 ad-code-dest     pic x(06).
               02 ad-code-site     pic x(04).
               02 ad-km-prevus     pic 9(5).

       working-storage section.
       01 fstatus                  pic x(2).
       01 FJournalStatus           pic x(2).
       01 fji-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FEntretienStatus         pic x(2).
       01 bus-immobilise           pic 9.
       01 fin-scan-entretien       pic 9.

      *----- Vehicule loue : affectable pendant son contrat -----
       01 location-loue            pic 9.
       01 location-couvert         pic 9.
       01 bus-hors-location        pic 9.

      *----- Regles de temps de conduite et de repos -----
      * Un enchainement d'affectations dont les coupures sont
      * inferieures a min-jours-repos ne doit pas depasser
       01 idx-operation            pic x.
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).

      *----- Droits d'acces par site de l'operateur -----
       01 acces-mode               pic x(1).
       01 acces-site               pic x(4).
       01 acces-objet              pic x(16).
       01 acces-autorise           pic 9.
       01 acces-date               pic 9(8).
       01 site-refuse              pic 9.
       01 confirme-suppr           pic 9.
       01 annulation-client        pic 9.
       01 frais-taux               pic 9(3).
       01 frais-montant            pic 9(8)v99.
      *----- Controle de credit de la compagnie du bus -----
       01 credit-compagnie         pic 9(4).
       01 credit-montant           pic 9(8)v99.
       01 credit-encours           pic 9(9)v99.
       01 credit-plafond           pic 9(8)v99.
       01 credit-retour            pic 9.
       01 credit-refuse            pic 9.
       01 credit-derogee           pic 9.
       01 credit-choix             pic 9.
       01 confirme-modif           pic 9.
       01 conflit-detecte          pic 9.
       01 i                        pic 9(2).
       01 type-formulaire          pic 9.
       01 choix-action             pic 99.
       01 quitter                  pic 9.
       01 id-affect                pic 9(6).
       01 nom-ssprog               pic x(40).
       01 nv-nbPassagersA          pic 9(3).
       01 nv-motifA                pic x(40).

      *----- Destination (kilometrage prevu, zone a faibles
      *----- emissions) -----
       01 fad-status               pic x(2).
       01 affect-ecrite            pic 9.
       01 nv-code-dest             pic x(06).
       01 zfe-code-dest            pic x(06).
       01 dest-nom                 pic x(30).
       01 dest-km                  pic 9(4).
       01 dest-duree               pic 9(4).
       01 dest-km-prevus           pic 9(5).
       01 dest-retour              pic 9.
       01 bus-hors-zfe             pic 9.
       01 zfe-classe-inconnue      pic 9.
       01 zfe-choix                pic 9.
       01 zfe-critair-bus          pic 9(1).
       01 zfe-critair-max          pic 9(1).
       01 zfe-date-effet           pic 9(8).
       01 zfe-retour               pic 9.

      *----- Cadence de nettoyage du bus au depart -----
       01 bus-non-nettoye          pic 9.
       01 nettoyage-choix          pic 9.
       01 nettoyage-limite         pic 9(8).
       01 nc-retard                pic 9.
       01 nc-type                  pic x(1).
       01 nc-date-dernier          pic 9(8).

      *----- Autonomie d'un bus electrique -----
       01 bus-autonomie-courte     pic 9.
       01 autonomie-choix          pic 9.
       01 au-autonomie             pic 9(4).
       01 au-kms-jour              pic 9(5).
       01 au-depasse               pic 9.

      *----- Saisie en lot (plusieurs bus/dates pour un chauffeur) -----
       01 lot-numChaufA            pic 9(6).
       01 lot-max                  pic 9(2) value 7.
       01 eff-motifA               pic x(40).
       01 aujourdhui               pic 9(8).

      *----- Connaissance du circuit de l'affectation -----
       01 qf-mode                  pic x(1).
       01 qf-num-affect            pic 9(6).
       01 qf-code-circuit          pic x(6).
       01 qf-num-chauff            pic 9(6).
       01 qf-date                  pic 9(8).
       01 qf-etat                  pic x(1).
       01 qf-date-formation        pic 9(8).
       01 qf-date-derniere         pic 9(8).
       01 chauff-non-qualifie      pic 9(6).
       01 libelle-qualif           pic x(12).

      *----- Equipements a bord demandes pour l'affectation -----
       01 equip-mode               pic x(1).
       01 equip-objet              pic x(1).
       01 equip-num                pic 9(6).
       01 equip-num-bus            pic 9(6).
       01 equip-demande            pic x(5).
       01 equip-bus                pic x(5).
       01 equip-libelle            pic x(40).
       01 equip-retour             pic 9.

      *----- Controle de chevauchement des affectations -----
      * Les heures permettent les services coupes : deux affectations
      * du meme jour ne se genent que si leurs fenetres horaires se
               '5: Decaler en bloc (bus ou chauffeur, periode)'.
           02 line 8 col 2 value
               '6: Valider les brouillons (superviseur)'.
           02 line 9 col 2 value
               '7: Reprix d''une affectation (superviseur)'.
           02 line 10 col 2 value
               '8: Remise de frais d''annulation (superviseur)'.
           02 line 11 col 2 value
               '10: Journee perturbee, annulation en bloc par site'
               &' (superviseur)'.
           02 line 12 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 14 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic zz to choix-action
           required.

       01 s-plg-recherche-mode.
           02 line 16 col 2 value
               '1-Confirmer la suppression / 9-Annuler : '.
           02 s-confirme-suppr pic 9 to confirme-suppr required.
       01 s-plg-annulation-client.
           02 line 17 col 2 value
               'Annulation demandee par la compagnie cliente '
               &'(1-oui / 0-non) : '.
           02 s-annul-client pic 9 to annulation-client required.
       01 a-plg-frais-annulation.
           02 line 18 col 2 value 'Frais d''annulation : '.
           02 a-frais-taux pic zz9 from frais-taux.
           02 line 18 col 27 value '% soit '.
           02 a-frais-montant pic zzzzzzz9.99 from frais-montant.
           02 line 18 col 46 value '(prochaine facture)'.
       01 a-plg-suppr-annulee.
           02 line 20 col 1 value 'Suppression annulee.'.

           02 line 10 col 2 value
               'Motif du raccourcissement de la periode : '.
           02 s-motif-raccourci pic x(40) to nv-motifA required.
       01 a-plg-alerte-qualif.
           02 line 11 col 2 value 'Attention : chauffeur '.
           02 a-chauff-non-qualifie pic 9(6)
               from chauff-non-qualifie.
           02 line 11 col 31 value 'non qualifie sur le circuit '.
           02 a-circuit-qualif pic x(6) from qf-code-circuit.
           02 line 11 col 66 value '('.
           02 a-libelle-qualif pic x(12) from libelle-qualif.
           02 line 11 col 79 value ')'.
       01 a-plg-equip-manquant.
           02 line 13 col 2 value
               'Attention : equipement demande absent du bus : '.
           02 a-equip-libelle pic x(30) from equip-libelle.
       01 s-plg-confirme-modif.
           02 line 12 col 2 value
               '1-Confirmer la modification / 9-Annuler : '.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-site-refuse.
           02 line 20 col 1 value
               'Site hors des droits de l''operateur : operation '
               &'refusee.'.
       01 a-plg-modif-conflit.
           02 line 20 col 1 value
               'Operation annulee : cette affectation a ete modifiee '
           02 line 20 col 1 value
           'Bus immobilise : un ordre d''entretien est encore '
               &'ouvert pour ce bus.'.
       01 a-plg-bus-hors-location.
           02 line 20 col 1 value
           'Vehicule loue : la periode sort de son contrat de '
               &'location.'.
       01 s-plg-destination-ajout.
           02 line 18 col 1 value
               'Destination (code, blanc = aucune) : '.
           02 s-dest-ajout pic x(06) to nv-code-dest.
       01 s-plg-destination-modif.
           02 line 18 col 1 value
               'Destination (code, blanc = inchangee, * = aucune) : '.
           02 s-dest-modif pic x(06) to nv-code-dest.
       01 a-plg-destination-inconnue.
           02 line 20 col 1 value
               'Destination absente du referentiel : non retenue.'.
       01 a-plg-nettoyage-retard.
           02 line 16 col 1 value
               'Attention : bus en retard de nettoyage au depart ('.
           02 a-nc-type pic x from nc-type.
           02 value ', dernier passage '.
           02 a-nc-dernier pic 9(8) from nc-date-dernier.
           02 value ').'.
       01 s-plg-nettoyage-choix.
           02 line 17 col 1 value
               '1-Continuer malgre tout / 9-Annuler : '.
           02 s-nettoyage-choix pic 9 to nettoyage-choix required.
       01 a-plg-nettoyage-refuse.
           02 line 20 col 1 value
               'Operation annulee : bus a nettoyer avant le depart.'.
       01 a-plg-autonomie-depassee.
           02 line 16 col 1 value 'Attention : '.
           02 a-au-kms pic zzzz9 from au-kms-jour.
           02 value ' km prevus dans la journee pour '.
           02 a-au-autonomie pic zzz9 from au-autonomie.
           02 value ' km d''autonomie, sans recharge.'.
       01 s-plg-autonomie-choix.
           02 line 17 col 1 value
               '1-Continuer malgre tout / 9-Annuler : '.
           02 s-autonomie-choix pic 9 to autonomie-choix required.
       01 a-plg-autonomie-refuse.
           02 line 20 col 1 value
               'Operation annulee : autonomie du bus insuffisante.'.
       01 a-plg-bus-zfe-interdit.
           02 line 20 col 1 value
               'Bus interdit dans la zone a faibles emissions de la '
               &'destination.'.
       01 a-plg-credit-depasse.
           02 line 16 col 1 value 'Attention : compagnie '.
           02 a-credit-cie pic 9(4) from credit-compagnie.
           02 line 16 col 28 value 'au-dela de son plafond ('.
           02 a-credit-encours pic zzzzzzzz9.99 from credit-encours.
           02 line 16 col 65 value ' / '.
           02 a-credit-plafond pic zzzzzzz9.99 from credit-plafond.
           02 line 16 col 79 value ')'.
       01 a-plg-credit-bloque.
           02 line 16 col 1 value 'Compagnie '.
           02 a-credit-cie-b pic 9(4) from credit-compagnie.
           02 line 16 col 16 value
               'bloquee : nouvelles reservations refusees.'.
       01 s-plg-credit-derogation.
           02 line 17 col 1 value
               '1-Deroger (superviseur) / 9-Annuler : '.
           02 s-credit-choix pic 9 to credit-choix required.
       01 a-plg-credit-refuse.
           02 line 20 col 1 value
               'Operation refusee : compagnie bloquee (credit).'.
       01 a-plg-zfe-classe-inconnue.
           02 line 16 col 1 value
               'Attention : destination en zone a faibles emissions'
               &' et classe Crit''Air du bus non saisie.'.
       01 s-plg-zfe-choix.
           02 line 17 col 1 value
               '1-Continuer malgre tout / 9-Annuler : '.
           02 s-zfe-choix pic 9 to zfe-choix required.
       01 a-plg-distance-inconnue.
           02 line 20 col 1 value
               'Distance non saisie depuis le depot du bus : '
               &'kilometrage forfaitaire.'.
       01 a-plg-alerte-numAffect-limite.
           02 line 19 col 1 value
               'Attention : le numero d''affectation approche de sa '.
      * L'operateur connecte est lu depuis la session deposee par le
      * menu principal, pour signer les lignes de journal.
       move 'INCONNU' to session-code
       move 'D' to session-role
       open input FSession
       if FSessionStatus = '00' then
           read FSession
                   continue
               not at end
                   move se-code to session-code
                   move se-role to session-role
           end-read
           close FSession
       end-if

      * Le dispatcheur ne voit et ne modifie que les affectations des
      * bus de ses sites autorises (UtilisateurSite.dat).
       move 'I' to acces-mode
       call 'ss-site-acces' using acces-mode acces-site
           acces-objet acces-autorise

       perform LIT-PARAMETRES
       perform LIT-CLOTURE

               when 4 perform AJOUTE-LOT
               when 5 perform DECALAGE-EN-BLOC
               when 6 perform VALIDATION-BROUILLONS
               when 7 perform REPRIX-AFFECTATION
               when 8 perform REMISE-FRAIS-ANNULATION
               when 10 perform JOURNEE-PERTURBEE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           open extend FJournal
       .

       DEMANDE-DESTINATION.
      * Destination de l'affectation, demandee avant les controles
      * pour que la zone a faibles emissions y soit verifiee. En
      * modification, un code a blanc garde la destination deja
      * rattachee (et '*' la retire) ; zfe-code-dest porte la
      * destination effective a controler.
           move spaces to nv-code-dest
           move spaces to zfe-code-dest
           if type-formulaire = 1 then
               display s-plg-destination-ajout
               accept s-plg-destination-ajout
           else
               display s-plg-destination-modif
               accept s-plg-destination-modif
           end-if
           move function upper-case(nv-code-dest) to nv-code-dest

           if nv-code-dest = spaces then
               if type-formulaire = 0 then
                   perform LIT-DESTINATION-AFFECT
               end-if
               exit paragraph
           end-if
           if nv-code-dest = '*' then
               exit paragraph
           end-if

           call 'ss-destination-distance' using nv-code-dest
               fb-code-site dest-nom dest-km dest-duree dest-retour
           if dest-retour = 1 then
               display a-plg-destination-inconnue
               stop ' '
               move spaces to nv-code-dest
               if type-formulaire = 0 then
                   perform LIT-DESTINATION-AFFECT
               end-if
           else
               move nv-code-dest to zfe-code-dest
           end-if
       .

       LIT-DESTINATION-AFFECT.
           open input FAffectDest
           if fad-status = '00' then
               move numAffect to ad-num-affect
               read FAffectDest
                   invalid key
                       continue
                   not invalid key
                       move ad-code-dest to zfe-code-dest
               end-read
               close FAffectDest
           end-if
       .

       CONTROLE-ZFE.
      * Refuse d'envoyer dans une zone a faibles emissions un bus
      * dont la vignette Crit'Air y est interdite avant la fin de la
      * periode (fb-numero et chk-* deja renseignes) ; classe du bus
      * non saisie : avertissement, l'operateur peut passer outre.
           move 0 to bus-hors-zfe
           move 0 to zfe-classe-inconnue
           if zfe-code-dest = spaces then
               exit paragraph
           end-if
           call 'ss-zfe-controle' using fb-numero zfe-code-dest
               chk-dateDebAffectA chk-dateFinAffectA
               zfe-critair-bus zfe-critair-max zfe-date-effet
               zfe-retour
           if zfe-retour = 1 then
               move 1 to bus-hors-zfe
           end-if
           if zfe-retour = 2 then
               display a-plg-zfe-classe-inconnue
               display s-plg-zfe-choix
               accept s-plg-zfe-choix
               if zfe-choix not = 1 then
                   move 1 to bus-hors-zfe
               end-if
           end-if
       .

       CONTROLE-NETTOYAGE.
      * Depart aujourd'hui ou demain d'un bus en retard sur la
      * cadence de nettoyage (ss-nettoyage-controle) : avertissement,
      * l'operateur peut passer outre ; au-dela le poste de lavage a
      * encore le temps d'intervenir.
           move 0 to bus-non-nettoye
           accept aujourdhui from date yyyymmdd
           compute nettoyage-limite = function date-of-integer
               (function integer-of-date(aujourdhui) + 1)
           if chk-dateDebAffectA > nettoyage-limite then
               exit paragraph
           end-if
           call 'ss-nettoyage-controle' using chk-numBusA
               chk-dateDebAffectA nc-retard nc-type nc-date-dernier
           if nc-retard = 1 then
               display a-plg-nettoyage-retard
               display s-plg-nettoyage-choix
               accept s-plg-nettoyage-choix
               if nettoyage-choix not = 1 then
                   move 1 to bus-non-nettoye
               end-if
           end-if
       .

       CONTROLE-AUTONOMIE.
      * Bus electrique dont l'autonomie ne couvre pas la journee la
      * plus longue du service sans recharge (feuille de route ou
      * destination, ss-autonomie-controle) : avertissement,
      * l'operateur peut passer outre s'il a prevu une recharge.
           move 0 to bus-autonomie-courte
           call 'ss-autonomie-controle' using chk-numBusA
               excl-numAffect zfe-code-dest acces-site
               chk-dateDebAffectA chk-dateFinAffectA au-autonomie
               au-kms-jour au-depasse
           if au-depasse = 1 then
               display a-plg-autonomie-depassee
               display s-plg-autonomie-choix
               accept s-plg-autonomie-choix
               if autonomie-choix not = 1 then
                   move 1 to bus-autonomie-courte
               end-if
           end-if
       .

       ENREGISTRE-DESTINATION.
      * Rattache la destination a l'affectation qui vient d'etre
      * ecrite : le kilometrage prevu (aller-retour depuis le depot
      * du bus) remplace l'estimation forfaitaire. Sans saisie, la
      * distance est recalculee depuis le depot du bus effectif.
           if type-formulaire = 1 and nv-code-dest = spaces then
               exit paragraph
           end-if
           move numBusA to fb-numero
           read FBus
               invalid key
                   move spaces to fb-code-site
           end-read
           call 'ss-affect-dest' using numAffect nv-code-dest
               fb-code-site dest-km-prevus dest-retour
           if dest-retour = 2 then
               display a-plg-distance-inconnue
           end-if
       .

       REPRIX-AFFECTATION.
           close fAffectation
           close FJournal

           move 'ss-prix-reprix' to nom-ssprog
           call nom-ssprog

           open i-o fAffectation
           open extend FJournal
       .

       REMISE-FRAIS-ANNULATION.
           close FJournal

           move 'ss-frais-annul' to nom-ssprog
           call nom-ssprog

           open extend FJournal
       .

       DECALAGE-EN-BLOC.
      * Le decalage en bloc est un sous-programme a part entiere :
      * on ferme nos fichiers le temps de l'appel pour le laisser
           open extend FJournal
       .

       JOURNEE-PERTURBEE.
      * L'annulation en bloc reecrit les affectations et le journal :
      * memes fermetures que pour le decalage en bloc.
           close fAffectation
           close FJournal

           move 'ss-perturbation' to nom-ssprog
           call nom-ssprog

           open i-o fAffectation
           open extend FJournal
       .

       EMET-CONFIRMATION.
      * Confirmation de commande a la compagnie, revisee a chaque
      * changement d'une affectation confirmee ; les brouillons
      * n'en recoivent qu'a leur validation.
           call 'ss-confirmation' using numAffect numBusA
               dateDebAffectA dateFinAffectA heureDebA heureFinA
               nbPassagersA nbPmrA session-code
       .

       MAJ-COMPTEUR-AFFECT.
      * Tient a jour le compteur d'affectations actives du tableau
      * de bord ; fichier de comptage absent ou vide : le menu
           display s-plg-statut-saisie
           accept s-plg-statut-saisie

           perform DEMANDE-DESTINATION

           perform ECRIT-AFFECTATION
           if affect-ecrite = 1 then
               perform ENREGISTRE-DESTINATION
           end-if

           stop ' '
       .

           move 1 to type-formulaire
           move 1 to saisie-brouillon
           move spaces to nv-code-dest
           move spaces to zfe-code-dest
           display s-plg-form-nv-numChauf-r
           accept s-plg-form-nv-numChauf-r
           move nv-numChaufA to lot-numChaufA
      * deja renseignes (et valides par VALIDE-DATES), en attribuant
      * le prochain numAffect disponible. Utilise par AJOUTE pour une
      * saisie unique et par AJOUTE-LOT pour chaque ligne d'un lot.
           move 0 to affect-ecrite
           move 999999 to numAffect
           start fAffectation key < numAffect

           perform CHEVAUCHEMENT-BUS
           perform CHEVAUCHEMENT-CHAUFFEUR
           perform CONTROLE-IMMOBILISATION
           perform CONTROLE-LOCATION
           perform CONTROLE-ABSENCE
           perform CONTROLE-CERTIFICATS
           if certificat-expire = 1 then
           perform CONTROLES-COCHAUFFEUR

           move nv-numBusA to fb-numero
           move chk-dateDebAffectA to acces-date
           move spaces to acces-objet
           string 'AFFECT ' next-numAffect
               delimited by size into acces-objet
           perform CONTROLE-SITE-BUS
           perform CONTROLE-CAPACITE
           perform CONTROLE-VEHICULE
           perform CONTROLE-ZFE
           perform CONTROLE-NETTOYAGE
           perform CONTROLE-AUTONOMIE

           move nv-numChaufA to numChaufN
           perform CONTROLE-CATEGORIE
           perform CONTROLE-CREDIT

           if site-refuse = 1 then
               display a-plg-site-refuse
           else if chevauchement-detecte = 1 then
               display a-plg-bus-chevauche
           else if bus-immobilise = 1 then
               display a-plg-bus-immobilise
           else if bus-hors-location = 1 then
               display a-plg-bus-hors-location
           else if chevauchement-chauffeur-detecte = 1 then
               display a-plg-chauffeur-chevauche
           else if chauffeur-absent = 1 then
               display a-plg-vehicule-non-conforme
           else if categorie-incompatible = 1 then
               display a-plg-categorie-incompatible
           else if bus-hors-zfe = 1 then
               display a-plg-bus-zfe-interdit
           else if bus-non-nettoye = 1 then
               display a-plg-nettoyage-refuse
           else if bus-autonomie-courte = 1 then
               display a-plg-autonomie-refuse
           else if repos-viole = 1 then
               display a-plg-repos-refuse
           else if certificat-expire = 1 then
               display a-plg-certificat-refuse
           else if cochauffeur-indisponible = 1 then
               display a-plg-cochauffeur-indisponible
           else if credit-refuse = 1 then
               display a-plg-credit-refuse
           else
               move next-numAffect to numAffect
               move nv-numChaufA to numChaufA
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
                   move 1 to affect-ecrite
                   if statutA not = 'B' then
                       move 1 to delta-compteur
                       perform MAJ-COMPTEUR-AFFECT
                   move dateFinAffectA to audit-nv-dateFin
                   move motifA to audit-nv-motif
                   perform ECRIT-JOURNAL
                   if credit-derogee = 1 then
                       perform JOURNALISE-DEROGATION-CREDIT
                   end-if
                   move 'A' to idx-operation
                   perform MAJ-INDEX-DATE
                   if statutA = 'A' then
                       perform EMET-CONFIRMATION
                   end-if
               end-write
           end-if
       .

       CONTROLE-CREDIT.
      * Encours de la compagnie proprietaire du bus, travail neuf
      * compris : au-dela du plafond, simple avertissement ; une
      * compagnie bloquee est refusee, sauf derogation d'un
      * superviseur, tracee au journal. Un brouillon n'engage rien.
           move 0 to credit-refuse
           move 0 to credit-derogee
           if saisie-brouillon = 2 then
               exit paragraph
           end-if

           close fAffectation
           call 'ss-credit-affect' using nv-numBusA nv-dateDebAffectA
               nv-dateFinAffectA nv-heureDebA nv-heureFinA
               credit-compagnie credit-montant credit-encours
               credit-plafond credit-retour
           open i-o fAffectation

           if credit-retour = 1 then
               display a-plg-credit-depasse
           end-if
           if credit-retour = 2 then
               move 1 to credit-refuse
               display a-plg-credit-bloque
               if session-role = 'S' then
                   display s-plg-credit-derogation
                   accept s-plg-credit-derogation
                   if credit-choix = 1 then
                       move 0 to credit-refuse
                       move 1 to credit-derogee
                   end-if
               end-if
           end-if
       .

       JOURNALISE-DEROGATION-CREDIT.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'CREDIT' ' | ' 'DEROGATION'
               ' | id=' numAffect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | compagnie=' credit-compagnie
               ' | encours=' credit-encours
               ' | plafond=' credit-plafond
               delimited by size into ligne-journal
           write ligne-journal
       .

       MODIFIE.
           perform REINITIALISER
           display a-plg-titre-modifie
           invalid key
               display a-plg-chauffeur-introuvable
           not invalid key
           move numBusA to fb-numero
           move dateDebAffectA to acces-date
           perform OBJET-ACCES-AFFECT
           perform CONTROLE-SITE-BUS
           if site-refuse = 1 then
               display a-plg-site-refuse
               stop ' '
               exit paragraph
           end-if
           if statutA = 'I' then
               display a-plg-affect-archivee
           else if date-cloture not = 0
                   move nv-motifA to eff-motifA
               end-if

               perform DEMANDE-DESTINATION

               move eff-numBusA to chk-numBusA
               move eff-numChaufA to chk-numChaufA
               move eff-dateDebAffectA to chk-dateDebAffectA
               perform CHEVAUCHEMENT-BUS
               perform CHEVAUCHEMENT-CHAUFFEUR
               perform CONTROLE-IMMOBILISATION
               perform CONTROLE-LOCATION
               move eff-numBusA to fb-numero
               move eff-dateDebAffectA to acces-date
               perform CONTROLE-SITE-BUS
               perform CONTROLE-VEHICULE
               perform CONTROLE-ZFE
               perform CONTROLE-NETTOYAGE
               perform CONTROLE-AUTONOMIE

      *        la capacite (places et fauteuils) et la categorie de
      *        permis se rejouent sur le bus et le chauffeur

               perform CONTROLES-COCHAUFFEUR

               if site-refuse = 1 then
                   display a-plg-site-refuse
               else if chevauchement-detecte = 1 then
                   display a-plg-bus-chevauche
               else if chevauchement-chauffeur-detecte = 1 then
                   display a-plg-chauffeur-chevauche
               else if bus-immobilise = 1 then
                   display a-plg-bus-immobilise
               else if bus-hors-location = 1 then
                   display a-plg-bus-hors-location
               else if vehicule-non-conforme = 1 then
                   display a-plg-vehicule-non-conforme
               else if capacite-insuffisante = 1 then
                   display a-plg-capacite-pmr-insuffisante
               else if categorie-incompatible = 1 then
                   display a-plg-categorie-incompatible
               else if bus-hors-zfe = 1 then
                   display a-plg-bus-zfe-interdit
               else if bus-non-nettoye = 1 then
                   display a-plg-nettoyage-refuse
               else if bus-autonomie-courte = 1 then
                   display a-plg-autonomie-refuse
               else if periode-close-nouvelle = 1 then
                   display a-plg-periode-close
               else if chauffeur-absent = 1 then
                   display a-plg-cochauffeur-indisponible
               else
                   display a-plg-comparaison-modif
                   perform CONTROLE-QUALIF-CIRCUIT
                   perform CONTROLE-EQUIPEMENTS-BUS
                   display s-plg-confirme-modif
                   accept s-plg-confirme-modif

                           perform ECRIT-JOURNAL
                           move 'M' to idx-operation
                           perform MAJ-INDEX-DATE
                           perform ENREGISTRE-DESTINATION
                           if statutA = 'A' then
                               perform EMET-CONFIRMATION
                           end-if
                       end-rewrite
                   end-if
                   end-if
           invalid key
               display a-plg-chauffeur-introuvable
           not invalid key
           move numBusA to fb-numero
           move dateDebAffectA to acces-date
           perform OBJET-ACCES-AFFECT
           perform CONTROLE-SITE-BUS
           if site-refuse = 1 then
               display a-plg-site-refuse
               stop ' '
               exit paragraph
           end-if
           if date-cloture not = 0
           and dateFinAffectA <= date-cloture then
               display a-plg-periode-close
               move motifA to audit-anc-motif

               accept aujourdhui from date yyyymmdd
               move 0 to annulation-client
               if aujourdhui < dateFinAffectA then
                   display s-plg-motif-suppr
                   accept s-plg-motif-suppr
      *            une affectation confirmee annulee par le client
      *            donne lieu a des frais selon le preavis
                   if statutA = 'A' then
                       display s-plg-annulation-client
                       accept s-plg-annulation-client
                   end-if
               else
                   move motifA to nv-motifA
               end-if
                       perform ECRIT-JOURNAL
                       move 'S' to idx-operation
                       perform MAJ-INDEX-DATE
                       if annulation-client = 1
                       and anc-statutA = 'A' then
                           perform CALCULE-FRAIS-ANNULATION
                       end-if
                   end-rewrite
               else
                   display a-plg-suppr-annulee
           stop ' '
       .

       CALCULE-FRAIS-ANNULATION.
           call 'ss-frais-annul-calcul' using numAffect numBusA
               dateDebAffectA dateFinAffectA heureDebA heureFinA
               frais-taux frais-montant
           if frais-montant > 0 then
               display a-plg-frais-annulation
           end-if
       .

       RECHERCHE-PAR-NOM-CHAUFFEUR.
      * Recherche par debut de nom de chauffeur (le nom tape n'a pas
      * besoin d'etre complet) et liste les affectations actives du ou
      * des chauffeurs trouves, pour aider a retrouver un id
      * d'affectation sans le connaitre deja. Les affectations des
      * bus hors des sites de l'operateur ne sont pas listees.
           display s-plg-recherche-nom-chauf
           accept s-plg-recherche-nom-chauf

                           move 1 to fin-recherche-affect
                       else
                           if statutA not = 'I' then
                               move numBusA to fb-numero
                               move dateDebAffectA to acces-date
                               perform SITE-BUS
                               move 'F' to acces-mode
                               call 'ss-site-acces' using acces-mode
                                   acces-site acces-objet
                                   acces-autorise
                               if acces-autorise = 1 then
                                   display a-plg-resultat-recherche
                                   add 1 to i-recherche
                                   move 0 to aucun-resultat-chauf
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       OBJET-ACCES-AFFECT.
           move spaces to acces-objet
           string 'AFFECT ' numAffect
               delimited by size into acces-objet
       .

       SITE-BUS.
      * Site effectif du bus fb-numero a la date acces-date (prets
      * inter-sites compris), rendu dans acces-site ; bus inconnu :
      * site a blanc, laisse aux controles du vehicule.
           move spaces to acces-site
           read FBus
           invalid key
               exit paragraph
           end-read
           call 'ss-site-effectif' using fb-numero acces-date
               fb-code-site acces-site
       .

       CONTROLE-SITE-BUS.
      * site-refuse vaut 1 si le bus fb-numero releve a la date
      * acces-date d'un site hors des droits de l'operateur ;
      * ss-site-acces trace alors le refus au journal des connexions.
           move 0 to site-refuse
           perform SITE-BUS
           move 'C' to acces-mode
           call 'ss-site-acces' using acces-mode acces-site
               acces-objet acces-autorise
           if acces-autorise = 0 then
               move 1 to site-refuse
           end-if
       .

       CHEVAUCHEMENT-BUS.
      * Detecte si une autre affectation (numAffect <> excl-numAffect)
      * du meme bus (chk-numBusA) recouvre la periode chk-dateDebAffectA
           end-perform
       .

       CONTROLE-LOCATION.
      * Un vehicule loue a l'exterieur n'est affectable qu'entre les
      * dates de son contrat de location.
           move 0 to bus-hors-location
           call 'ss-location-dispo' using chk-numBusA
               chk-dateDebAffectA chk-dateFinAffectA location-loue
               location-couvert
           if location-couvert = 0 then
               move 1 to bus-hors-location
           end-if
       .

       CONTROLE-REPOS.
      * Verifie la regle de temps de conduite : on etend la periode
      * candidate (chk-dateDebAffectA / chk-dateFinAffectA) avec
           end-perform
       .

       CONTROLE-QUALIF-CIRCUIT.
      * Affectation rattachee a un circuit (AffectCircuit.dat) :
      * un chauffeur ou co-chauffeur jamais forme sur le circuit, ou
      * dont la qualification est caduque, est signale avant la
      * confirmation ; la modification reste permise.
           move 'C' to qf-mode
           move excl-numAffect to qf-num-affect
           move spaces to qf-code-circuit
           move eff-numChaufA to qf-num-chauff
           move eff-dateDebAffectA to qf-date
           call 'ss-qualif-circuit' using qf-mode qf-num-affect
               qf-code-circuit qf-num-chauff qf-date qf-etat
               qf-date-formation qf-date-derniere
           move eff-numChaufA to chauff-non-qualifie
           if qf-code-circuit = spaces then
               exit paragraph
           end-if
           if qf-etat = 'Q' and eff-numChauf2A not = 0 then
               move eff-numChauf2A to qf-num-chauff
               call 'ss-qualif-circuit' using qf-mode qf-num-affect
                   qf-code-circuit qf-num-chauff qf-date qf-etat
                   qf-date-formation qf-date-derniere
               move eff-numChauf2A to chauff-non-qualifie
           end-if
           if qf-etat not = 'Q' then
               if qf-etat = 'E' then
                   move 'caduque' to libelle-qualif
               else
                   move 'jamais forme' to libelle-qualif
               end-if
               display a-plg-alerte-qualif
           end-if
       .

       CONTROLE-EQUIPEMENTS-BUS.
      * Equipements demandes pour l'affectation (devis, proposition)
      * que le bus retenu n'a pas : signales avant la confirmation,
      * la modification reste permise.
           move 'L' to equip-mode
           move 'A' to equip-objet
           move excl-numAffect to equip-num
           call 'ss-equip-controle' using equip-mode equip-objet
               equip-num equip-num-bus equip-demande equip-bus
               equip-libelle equip-retour
           if equip-demande = spaces then
               exit paragraph
           end-if
           move 'C' to equip-mode
           move eff-numBusA to equip-num-bus
           call 'ss-equip-controle' using equip-mode equip-objet
               equip-num equip-num-bus equip-demande equip-bus
               equip-libelle equip-retour
           if equip-retour = 1 then
               display a-plg-equip-manquant
           end-if
       .

       CONTROLE-CERTIFICATS.
      * Avertit quand un certificat enregistre du chauffeur (FCO,
      * visite medicale) expire avant la fin de la periode demandee :
               ' | cochauffeur=' numChauf2A
               delimited by size into ligne-journal
           write ligne-journal
           perform ECRIT-IMAGE
       .

       ECRIT-IMAGE.
           move spaces to enr-journal-image
           move 'AFFECTATION' to ji-entite
           move audit-operation to ji-operation
           move numAffect to ji-id
           move audit-date-jour to ji-date
           move audit-heure-jour to ji-heure
           move session-code to ji-oper
           move rec-Affectation to ji-image
           open extend FJournalImage
           if fji-status = '35' then
               open output FJournalImage
               close FJournalImage
               open extend FJournalImage
           end-if
           if fji-status = '00' then
               write enr-journal-image
               close FJournalImage
           end-if
       .

       end program ss-affect-modif.
