       01 nv-valeur                pic 9(8).
       01 nom-ssprog               pic x(40).

      *----- Changement soumis au double controle -----
       01 vd-objet                 pic x(10).
       01 vd-cle                   pic x(20).
       01 vd-libelle               pic x(40).
       01 vd-ancien                pic 9(8)v99.
       01 vd-nouveau               pic 9(8)v99.
       01 vd-num                   pic 9(6).
       01 vd-retour                pic 9.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
               &'defaut)'.
           02 line 6 col 2 value
               '4: Calendrier des jours feries'.
           02 line 7 col 2 value
               '5: Demandes a valider (double controle)'.
           02 line 8 col 2 value
               '6: Calendrier scolaire et regimes de circulation'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-demande-soumise.
           02 line 20 col 1 value
               'Nouvelle valeur soumise a validation, demande : '.
           02 a-vd-num pic 9(6) from vd-num.
       01 a-plg-demande-en-attente.
           02 line 20 col 1 value
               'Parametre deja en attente de validation, demande : '.
           02 a-vd-num-attente pic 9(6) from vd-num.
       01 a-plg-efface-ecran.
           02 blank screen.

                      display a-plg-defauts-ok
                      stop ' '
               when 4 perform CALENDRIER-FERIES
               when 5 perform DEMANDES-A-VALIDER
               when 6 perform CALENDRIER-SCOLAIRE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           call nom-ssprog
       .

       CALENDRIER-SCOLAIRE.
           move 'ss-scolaire-modif' to nom-ssprog
           call nom-ssprog
       .

       DEMANDES-A-VALIDER.
           move 'ss-validation' to nom-ssprog
           call nom-ssprog
       .

       CREE-DEFAUTS.
      * Les parametres attendus par les programmes sont crees avec
      * leur valeur par defaut s'ils manquent ; les valeurs deja
           move 'Grammes de CO2 par litre de gazole'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'FACTEUR-CO2-G-KWH' to pa-code
           move 60 to pa-valeur
           move 'Grammes de CO2 par kWh electrique'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'AVOIR-SEUIL-VALID' to pa-code
           move 1000 to pa-valeur
           move 'Avoir soumis a double controle (euros)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'VALID-ALERTE-JOURS' to pa-code
           move 3 to pa-valeur
           move 'Demande non validee signalee (jours)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'QUALIF-MOIS-CADUC' to pa-code
           move 6 to pa-valeur
           move 'Qualif. circuit caduque apres (mois)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'EQUITE-JOURS' to pa-code
           move 90 to pa-valeur
           move 'Equite candidats: fenetre (jours, 0=non)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'COMPTAGE-SEUIL-ARRET' to pa-code
           move 2 to pa-valeur
           move 'Arret sous-utilise sous (mouv./service)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'RECETTE-TOLERANCE-CT' to pa-code
           move 50 to pa-valeur
           move 'Ecart recette tolere (centimes)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'RECETTE-MANQUES-REP' to pa-code
           move 3 to pa-valeur
           move 'Manques de recette repetes des (jours)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'AMENDE-DELAI-JOURS' to pa-code
           move 45 to pa-valeur
           move 'Delai de designation conducteur (jours)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'AMENDE-ALERTE-JOURS' to pa-code
           move 10 to pa-valeur
           move 'Alerte amende avant echeance (jours)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'LOCATION-ALERTE-J' to pa-code
           move 14 to pa-valeur
           move 'Alerte fin de location (jours)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'PNEU-PROF-MIN-DIXMM' to pa-code
           move 16 to pa-valeur
           move 'Sculpture pneu minimale (1/10 mm)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'PNEU-PERMUT-KM' to pa-code
           move 20000 to pa-valeur
           move 'Permutation des pneus tous les (km)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'NETTOYAGE-RAPIDE-J' to pa-code
           move 1 to pa-valeur
           move 'Cadence nettoyage rapide (jours)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'NETTOYAGE-COMPLET-J' to pa-code
           move 7 to pa-valeur
           move 'Cadence nettoyage complet (jours)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'NETTOYAGE-DESINF-J' to pa-code
           move 30 to pa-valeur
           move 'Cadence desinfection (jours)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'CUVE-TOLERANCE-L' to pa-code
           move 100 to pa-valeur
           move 'Ecart tolere jauge de cuve (litres)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'TAUX-HORAIRE-CTS' to pa-code
           move 1200 to pa-valeur
           move 'Taux horaire sans grade saisi (centimes)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'MAJOR-HS-PCT' to pa-code
           move 25 to pa-valeur
           move 'Majoration heures supplementaires (%)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'MAJOR-NUIT-PCT' to pa-code
           move 20 to pa-valeur
           move 'Majoration heures de nuit (%)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'MAJOR-DIMANCHE-PCT' to pa-code
           move 50 to pa-valeur
           move 'Majoration heures du dimanche (%)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'GRADE-PREAVIS-MOIS' to pa-code
           move 3 to pa-valeur
           move 'Passage de grade annonce avant (mois)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'INDEMN-REPAS-CTS' to pa-code
           move 1500 to pa-valeur
           move 'Indemnite de repas (centimes)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'INDEMN-DECOUCHER-CTS' to pa-code
           move 5000 to pa-valeur
           move 'Indemnite de decoucher (centimes)' to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'ENTREPOT-COMPLET' to pa-code
           move 0 to pa-valeur
           move 'Extrait entrepot complet (1=oui)'
               to pa-libelle
           perform ECRIT-SI-ABSENT

           move 'ENTREPOT-RECUL-JOURS' to pa-code
           move 7 to pa-valeur
           move 'Recul de l extrait entrepot incremental'
               to pa-libelle
           perform ECRIT-SI-ABSENT
       .

       ECRIT-SI-ABSENT.
               display s-plg-form-valeur
               accept s-plg-form-valeur

      *        la nouvelle valeur n'est appliquee qu'apres validation
      *        d'un second superviseur (ss-validation)
               if nv-valeur not = pa-valeur then
                   perform DEMANDE-VALIDATION
               end-if
           end-read

           stop ' '
       .

       DEMANDE-VALIDATION.
           move 'PARAMETRE' to vd-objet
           move pa-code to vd-cle
           move pa-libelle to vd-libelle
           move pa-valeur to vd-ancien
           move nv-valeur to vd-nouveau
           call 'ss-validation-demande' using vd-objet vd-cle
               vd-libelle vd-ancien vd-nouveau vd-num vd-retour
           evaluate vd-retour
               when 0 display a-plg-demande-soumise
               when 1 display a-plg-demande-en-attente
               when other display a-plg-modif-erreur
           end-evaluate
       .

       end program ss-parametres-modif.
