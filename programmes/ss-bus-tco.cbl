                   record key is fb-numero
               status FBusStatus.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FCarburant assign to "../ext/Carburant.dat"
               organization is indexed
               access mode is dynamic
               02 fb-date-cession  pic 9(8).
               02 fb-prix-cession  pic 9(8)v99.

       FD FAffectations.
       01 enr-affectation.
           02 fa-num-affect   pic 9(6).
           02 fa-num-chauff   pic 9(6).
           02 fa-num-bus      pic 9(6).
           02 fa-date-debut   pic 9(8).
           02 fa-date-fin     pic 9(8).
           02 fa-nb-passagers pic 9(3).
           02 fa-statut pic x(01).
           02 fa-motif pic x(40).
           02 fa-num-chauff2  pic 9(6).
           02 fa-heure-debut  pic 9(4).
           02 fa-heure-fin    pic 9(4).
           02 fa-nb-pmr       pic 9(3).

       fd FCarburant.
           01 enr-carburant.
               02 cb-cle.
       01 carburant-fichier-absent pic 9.
       01 entretien-fichier-absent pic 9.
       01 odometre-fichier-absent  pic 9.
       01 fa-status                pic x(2).
       01 affect-fichier-absent    pic 9.

       01 periode-debut            pic 9(8).
       01 periode-fin              pic 9(8).
       01 cout-carburant           pic 9(8)v99.
       01 cout-entretien           pic 9(8)v99.
       01 cout-fixe                pic 9(8)v99.
       01 cout-chauffeurs          pic 9(8)v99.
       01 cout-total               pic 9(9)v99.
       01 kms-periode              pic 9(7).
       01 premier-kms              pic 9(6).
       01 releve-vu                pic 9.

       01 assurance-annuelle       pic 9(6) value 0.
       01 cout-jour-chauffeur      pic 9(6) value 0.
       01 cout-affect-chauffeurs   pic 9(8)v99.
       01 deb-effectif             pic 9(8).
       01 fin-effective            pic 9(8).
       01 jours-periode            pic s9(5).
       01 annuite                  pic 9(8)v99.

      *----- Vehicules loues (hors cout de possession) -----
       01 location-date            pic 9(8) value 0.
       01 location-loue            pic 9.
       01 location-couvert         pic 9.

      *----- Pleins a la cuve du depot, au cout moyen pondere -----
       01 cuve-cout-litre          pic 9(2)v9999.
       01 cuve-trouvee             pic 9.

      *----- Classement du plus couteux au km -----
       01 nb-postes                pic 9(3) comp.
       01 idx-tc                   pic 9(3) comp.
       procedure division.

      * Ce que coute vraiment chaque bus au kilometre : carburant
      * (carnet), entretien (ordres), chauffeurs de ses affectations
      * au taux horaire en vigueur de chacun, et couts fixes -
      * dotation d'amortissement du vehicule et assurance annuelle
      * du parametre, au prorata de la periode - rapportes aux
      * kilometres reellement parcourus d'apres l'odometre. Classe
      * du plus couteux au moins couteux : la liste de remplacement
      * cesse d'etre une affaire d'age et d'instinct.
       if fod-status not = '00' then
           move 1 to odometre-fichier-absent
       end-if
       move 0 to affect-fichier-absent
       open input FAffectations
       if fa-status not = '00' then
           move 1 to affect-fichier-absent
       end-if

       perform LIT-PARAMETRES

       if odometre-fichier-absent = 0 then
           close FOdometre
       end-if
       if affect-fichier-absent = 0 then
           close FAffectations
       end-if
       goback
       .

                   not invalid key
                       move pa-valeur to assurance-annuelle
               end-read
               move 'COUT-JOUR-CHAUFFEUR' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to cout-jour-chauffeur
               end-read
               close FParametres
           end-if
       .

       ANALYSE-UN-BUS.
      *    un vehicule loue n'est pas possede : son cout est celui
      *    du contrat de location, pas un cout de possession
           call 'ss-location-dispo' using fb-numero location-date
               location-date location-loue location-couvert
           if location-loue = 1 then
               exit paragraph
           end-if

           move 0 to cout-carburant
           move 0 to cout-entretien
           move 0 to cout-fixe
           move 0 to cout-chauffeurs
           move 0 to kms-periode

      *    carburant de la periode (cle bus + date) ; les pleins
      *    pris a la cuve du depot du bus sont valorises au cout
      *    moyen pondere de la cuve, ceux en station (import des
      *    cartes, compteur a zero) a leur montant
           call 'ss-cuve-cout' using fb-code-site periode-debut
               periode-fin cuve-cout-litre cuve-trouvee
           if carburant-fichier-absent = 0 then
               move 0 to fin-scan
               move fb-numero to cb-num-bus
                           or cb-date > periode-fin then
                               move 1 to fin-scan
                           else
                               if cuve-trouvee = 1
                               and cb-kms-plein > 0 then
                                   compute cout-carburant rounded =
                                       cout-carburant
                                       + cb-litres * cuve-cout-litre
                               else
                                   add cb-montant to cout-carburant
                               end-if
                           end-if
                   end-read
               end-perform
               end-perform
           end-if

      *    chauffeurs des affectations du bus, sur la portion
      *    comprise dans la periode
           if affect-fichier-absent = 0 then
               move 0 to fin-scan
               move fb-numero to fa-num-bus
               start FAffectations key = fa-num-bus
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-scan
                       not at end
                           if fa-num-bus not = fb-numero then
                               move 1 to fin-scan
                           else
                               if fa-statut not = 'I'
                               and fa-statut not = 'B'
                               and fa-date-debut <= periode-fin
                               and fa-date-fin >= periode-debut then
                                   perform COUT-CHAUFFEURS-AFFECT
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

      *    couts fixes au prorata : dotation d'amortissement et
      *    assurance annuelle du parametre
           if fb-valeur-acquisition > 0
           end-if

           compute cout-total = cout-carburant + cout-entretien
               + cout-fixe + cout-chauffeurs
           if cout-total = 0 and kms-periode = 0 then
               exit paragraph
           end-if
           end-if
       .

       COUT-CHAUFFEURS-AFFECT.
           move fa-date-debut to deb-effectif
           if deb-effectif < periode-debut then
               move periode-debut to deb-effectif
           end-if
           move fa-date-fin to fin-effective
           if fin-effective > periode-fin then
               move periode-fin to fin-effective
           end-if
           if fin-effective not > deb-effectif then
               exit paragraph
           end-if
           call 'ss-cout-chauffeurs' using fa-num-chauff
               fa-num-chauff2 deb-effectif fin-effective
               fa-heure-debut fa-heure-fin cout-jour-chauffeur
               cout-affect-chauffeurs
           add cout-affect-chauffeurs to cout-chauffeurs
       .

       TRIE-CLASSEMENT.
      * Tri a bulles du plus couteux au km au moins couteux.
           move 1 to tri-echange
               ' au ' periode-fin ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move 'Classement du plus couteux au km (carburant+entre'
               &'tien+chauffeurs+fixes) :' to contenu-rapport
           write LigneRapport
           move 'Chauffeurs au taux horaire en vigueur de chacun, '
               &'a defaut au cout journalier.' to contenu-rapport
           write LigneRapport
           move 'Pleins a la cuve du depot au cout moyen pondere de '
               &'la cuve.' to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
