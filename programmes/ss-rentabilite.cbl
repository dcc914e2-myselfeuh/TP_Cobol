                   alternate record key is eo-num-bus with duplicates
               status feo-status.

           select FVente assign to "../ext/VenteBord.dat"
               organization is indexed
               access mode is dynamic
                   record key is vb-cle
                   alternate record key is vb-num-chauff
                       with duplicates
               status fvb-status.

           select FLocation assign to "../ext/Location.dat"
               organization is indexed
               access mode is dynamic
                   record key is lo-num
                   alternate record key is lo-num-bus
                       with duplicates
               status flo-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
               02 eo-statut        pic x(01).
               02 eo-num-incident  pic 9(4).

       fd FVente.
           01 enr-vente.
               02 vb-cle.
                   03 vb-num-affect    pic 9(6).
                   03 vb-date          pic 9(8).
                   03 vb-code-titre    pic x(4).
               02 vb-num-chauff    pic 9(6).
               02 vb-nb-titres     pic 9(4).
               02 vb-prix          pic 9(3)v99.
               02 vb-montant       pic 9(6)v99.

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

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
       01 frap-status              pic x(2).
       01 carburant-fichier-absent pic 9.
       01 entretien-fichier-absent pic 9.
       01 fvb-status               pic x(2).
       01 vente-fichier-absent     pic 9.
       01 fin-scan-vente           pic 9.
       01 flo-status               pic x(2).
       01 location-fichier-absent  pic 9.
       01 fin-scan-location        pic 9.
       01 fin-location             pic 9(8).
       01 jours-location           pic s9(5).

       01 periode-debut            pic 9(8).
       01 periode-fin              pic 9(8).

      *----- Cumuls de la compagnie en cours -----
       01 cie-revenu               pic 9(9)v99.
       01 cie-recettes-bord        pic 9(9)v99.
       01 cie-location             pic 9(9)v99.
       01 cie-jours                pic 9(5).
       01 cie-carburant            pic 9(9)v99.
       01 cie-entretien            pic 9(9)v99.
       01 cie-active               pic 9.

       01 cout-jour-chauffeur      pic 9(6) value 0.
       01 cout-affect-chauffeurs   pic 9(8)v99.

       01 deb-effectif             pic 9(8).
       01 fin-effective            pic 9(8).
      * Croise sur une periode le revenu facture a chaque compagnie
      * (affectations valorisees par la grille tarifaire, comme la
      * facturation) avec les couts rattaches a ses bus : carburant,
      * entretien et heures de service des chauffeurs au taux
      * horaire en vigueur de chacun (au cout journalier des
      * parametres pour un chauffeur sans taux). Sur les lignes
      * regulieres, les titres vendus a bord (VenteBord.dat)
      * s'ajoutent au revenu ; les vehicules loues a l'exterieur
      * (Location.dat) coutent leurs jours de contrat sur la
      * periode. La marge dit quels contrats gagnent de l'argent.

       open input FCompagnie
       open input FBus
       if feo-status not = '00' then
           move 1 to entretien-fichier-absent
       end-if
       move 0 to vente-fichier-absent
       open input FVente
       if fvb-status not = '00' then
           move 1 to vente-fichier-absent
       end-if
       move 0 to location-fichier-absent
       open input FLocation
       if flo-status not = '00' then
           move 1 to location-fichier-absent
       end-if

       perform LIT-PARAMETRES

       write LigneRapport
       move spaces to contenu-rapport
       string 'Edite le ' date-jour
           ' - chauffeurs au taux horaire, a defaut '
           cout-jour-chauffeur ' /jour'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
           if entretien-fichier-absent = 0 then
               close FEntretien
           end-if
           if vente-fichier-absent = 0 then
               close FVente
           end-if
           if location-fichier-absent = 0 then
               close FLocation
           end-if
       .

       LIT-PARAMETRES.

       ANALYSE-UNE-COMPAGNIE.
           move 0 to cie-revenu
           move 0 to cie-recettes-bord
           move 0 to cie-location
           move 0 to cie-jours
           move 0 to cie-carburant
           move 0 to cie-entretien
           end-perform

           if cie-active = 1 then
               compute cie-marge = cie-revenu + cie-recettes-bord
                   - cie-carburant - cie-entretien - cie-chauffeurs
                   - cie-location
               if cie-revenu + cie-recettes-bord > 0 then
                   compute cie-marge-pct rounded =
                       cie-marge * 100
                       / (cie-revenu + cie-recettes-bord)
               else
                   move 0 to cie-marge-pct
               end-if
                           and fa-date-debut <= periode-fin
                           and fa-date-fin >= periode-debut then
                               perform VALORISE-AFFECTATION
                               perform CUMULE-RECETTES-BORD
                           end-if
                       end-if
               end-read
                   end-read
               end-perform
           end-if

           perform CUMULE-LOCATION
       .

       CUMULE-LOCATION.
      *    jours de contrat de location compris dans la periode, et
      *    kilometres hors forfait a la restitution
           if location-fichier-absent = 1 then
               exit paragraph
           end-if
           move 0 to fin-scan-location
           move fb-numero to lo-num-bus
           start FLocation key = lo-num-bus
               invalid key
                   move 1 to fin-scan-location
           end-start
           perform until (fin-scan-location = 1)
               read FLocation next
                   at end
                       move 1 to fin-scan-location
                   not at end
                       if lo-num-bus not = fb-numero then
                           move 1 to fin-scan-location
                       else
                           if lo-statut not = 'A' then
                               perform CUMULE-UN-CONTRAT
                           end-if
                       end-if
               end-read
           end-perform
       .

       CUMULE-UN-CONTRAT.
           move lo-date-fin to fin-location
           if lo-statut = 'R' then
               move lo-date-retour to fin-location
           end-if
           move lo-date-debut to deb-effectif
           if deb-effectif < periode-debut then
               move periode-debut to deb-effectif
           end-if
           move fin-location to fin-effective
           if fin-effective > periode-fin then
               move periode-fin to fin-effective
           end-if
           if fin-effective >= deb-effectif then
               compute jours-location =
                   function integer-of-date(fin-effective)
                   - function integer-of-date(deb-effectif) + 1
               compute cie-location = cie-location
                   + jours-location * lo-cout-jour
               move 1 to cie-active
           end-if
           if lo-statut = 'R'
           and lo-date-retour >= periode-debut
           and lo-date-retour <= periode-fin then
               add lo-cout-km-total to cie-location
               move 1 to cie-active
           end-if
       .

       VALORISE-AFFECTATION.
               exit paragraph
           end-if

           call 'ss-prix-affect' using fa-num-affect num-compagnie
               fb-categorie-requise fb-nbplace deb-effectif
               fin-effective fa-heure-debut fa-heure-fin
               taux-jour-compagnie tarif-montant tarif-nb-jours
           add tarif-montant to cie-revenu
           add tarif-nb-jours to cie-jours

           call 'ss-cout-chauffeurs' using fa-num-chauff
               fa-num-chauff2 deb-effectif fin-effective
               fa-heure-debut fa-heure-fin cout-jour-chauffeur
               cout-affect-chauffeurs
           add cout-affect-chauffeurs to cie-chauffeurs
           move 1 to cie-active
       .

       CUMULE-RECETTES-BORD.
      *    titres vendus a bord les jours de la periode
           if vente-fichier-absent = 1 then
               exit paragraph
           end-if
           move 0 to fin-scan-vente
           move fa-num-affect to vb-num-affect
           move periode-debut to vb-date
           move spaces to vb-code-titre
           start FVente key >= vb-cle
               invalid key
                   move 1 to fin-scan-vente
           end-start
           perform with test after until (fin-scan-vente = 1)
               read FVente next
                   at end
                       move 1 to fin-scan-vente
                   not at end
                       if vb-num-affect not = fa-num-affect
                       or vb-date > periode-fin then
                           move 1 to fin-scan-vente
                       else
                           add vb-montant to cie-recettes-bord
                           move 1 to cie-active
                       end-if
               end-read
           end-perform
       .

       ECRIT-LIGNE-COMPAGNIE.
           move spaces to contenu-rapport
           string 'Compagnie ' num-compagnie ' - '
               delimited by size into contenu-rapport
           write LigneRapport

           if cie-recettes-bord > 0 then
               move cie-recettes-bord to ed-montant
               move spaces to contenu-rapport
               string '  Recettes a bord     : ' ed-montant
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if

           move cie-carburant to ed-montant
           move spaces to contenu-rapport
           string '  Carburant           : ' ed-montant

           move cie-chauffeurs to ed-montant
           move spaces to contenu-rapport
           string '  Cout chauffeurs     : ' ed-montant
               delimited by size into contenu-rapport
           write LigneRapport

           if cie-location > 0 then
               move cie-location to ed-montant
               move spaces to contenu-rapport
               string '  Location vehicules  : ' ed-montant
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if

           move cie-marge to ed-marge
           move cie-marge-pct to ed-pct
           move spaces to contenu-rapport
