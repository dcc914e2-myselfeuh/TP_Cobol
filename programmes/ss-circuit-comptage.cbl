       program-id. ss-circuit-comptage.

       input-output section.
           file-control.
           select FComptage assign to "../ext/Comptage.dat"
               organization is indexed
               access mode is dynamic
                   record key is cp-cle
               status fcp-status.

           select FCircuit assign to "../ext/Circuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-code
               status FCircuitStatus.

           select FArret assign to "../ext/CircuitArret.dat"
               organization is indexed
               access mode is dynamic
                   record key is ca-cle
               status FArretStatus.

           select FAffCircuit assign to "../ext/AffectCircuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-affect
               status FAffCircuitStatus.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FRapport assign to "../ext/ProfilCharge.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Comptage aux arrets d'un service : pour un jour d'une
      * affectation rattachee a un circuit, les montees et les
      * descentes relevees a chaque arret par le chauffeur ou par un
      * controleur. La cle range les services d'un circuit par date,
      * puis les arrets dans l'ordre du parcours.
       fd FComptage.
           01 enr-comptage.
               02 cp-cle.
                   03 cp-code-circuit  pic x(6).
                   03 cp-date          pic 9(8).
                   03 cp-num-affect    pic 9(6).
                   03 cp-ordre         pic 9(2).
               02 cp-montees       pic 9(3).
               02 cp-descentes     pic 9(3).
               02 cp-releveur      pic x(1).

       fd FCircuit.
           01 enr-circuit.
               02 ci-code          pic x(6).
               02 ci-libelle       pic x(30).
               02 ci-site          pic x(4).

       fd FArret.
           01 enr-arret.
               02 ca-cle.
                   03 ca-code          pic x(6).
                   03 ca-ordre         pic 9(2).
               02 ca-arret         pic x(30).
               02 ca-heure         pic 9(4).

       fd FAffCircuit.
           01 enr-aff-circuit.
               02 ac-num-affect    pic 9(6).
               02 ac-code-circuit  pic x(6).

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

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fcp-status               pic x(2).
       01 FCircuitStatus           pic x(2).
       01 FArretStatus             pic x(2).
       01 FAffCircuitStatus        pic x(2).
       01 fstatus                  pic x(2).
       01 FBusStatus               pic x(2).
       01 fpa-status               pic x(2).
       01 frap-status              pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 aucun-resultat           pic 9.
       01 service-valide           pic 9.
       01 date-jour                pic 9(8).

      *----- Saisie d'un service -----
       01 id-affect                pic 9(6).
       01 id-date                  pic 9(8).
       01 nv-releveur              pic x(1).
       01 nv-montees               pic 9(3).
       01 nv-descentes             pic 9(3).
       01 circuit-service          pic x(6).
       01 charge-courante          pic s9(4).
       01 nb-arrets-saisis         pic 9(2).
       01 motif-refus              pic x(40).

      *----- Profil de charge d'un circuit sur un mois -----
      * Un poste par arret, indice par son ordre sur le parcours ;
      * la charge d'un arret est celle du bus entre cet arret et le
      * suivant.
       01 id-circuit               pic x(6).
       01 id-mois                  pic 9(6).
       01 mois-debut               pic 9(8).
       01 mois-fin                 pic 9(8).
       01 seuil-arret              pic 9(3) value 2.
       01 idx-ar                   pic 9(3) comp.
       01 table-arrets.
           02 ar-entree occurs 99 times.
               03 ar-nom           pic x(24).
               03 ar-releves       pic 9(5).
               03 ar-montees       pic 9(7).
               03 ar-descentes     pic 9(7).
               03 ar-charge-cumul  pic 9(8).
               03 ar-charge-pic    pic 9(4).

      * Service en cours de lecture (une date d'une affectation).
       01 nb-services              pic 9(5).
       01 sv-date                  pic 9(8).
       01 sv-affect                pic 9(6).
       01 sv-charge                pic s9(5).
       01 sv-pic                   pic 9(4).
       01 sv-ordre-pic             pic 9(2).
       01 sv-bus                   pic 9(6).
       01 sv-places                pic 9(3).

      * Services dont la charge a depasse les places assises.
       01 nb-surcharges            pic 9(4).
       01 idx-sc                   pic 9(2) comp.
       01 table-surcharges.
           02 sc-entree occurs 50 times.
               03 sc-date          pic 9(8).
               03 sc-affect        pic 9(6).
               03 sc-bus           pic 9(6).
               03 sc-places        pic 9(3).
               03 sc-pic           pic 9(4).
               03 sc-ordre         pic 9(2).

       01 nb-circuits-edites       pic 9(4).
       01 nb-arrets-sous-utilises  pic 9(3).
       01 moyenne-mouvements       pic 9(5)v9.
       01 ed-ordre                 pic z9.
       01 ed-montees               pic zzzzz9.
       01 ed-descentes             pic zzzzz9.
       01 ed-moy-montees           pic zzz9.9.
       01 ed-charge-moy            pic zzz9.9.
       01 ed-pic                   pic zzz9.
       01 ed-nb                    pic zzzz9.
       01 libelle-alerte           pic x(12).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Comptages aux arrets et profil de charge -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Saisir les comptages d''un service'.
           02 line 4 col 2 value
               '2: Consulter les comptages d''un service'.
           02 line 5 col 2 value
               '3: Profil de charge mensuel des circuits'.
           02 line 7 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 9 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-service.
           02 line 3 col 2 value 'Numero de l''affectation : '.
           02 s-id-affect pic zzzzzz to id-affect required.
           02 line 4 col 2 value 'Jour du service (AAAAMMJJ) : '.
           02 s-id-date pic 9(8) to id-date required.
       01 s-plg-releveur.
           02 line 5 col 2 value
               'Releve par (C = chauffeur, R = controleur) : '.
           02 s-nv-releveur pic x to nv-releveur.
       01 a-plg-circuit-service.
           02 line 6 col 2 value 'Circuit : '.
           02 a-circuit-service pic x(6) from circuit-service.
           02 line 6 col 20 pic x(30) from ci-libelle.

       01 a-plg-arret-courant.
           02 line 8 col 2 value 'Arret '.
           02 a-ca-ordre pic z9 from ca-ordre.
           02 line 8 col 12 pic x(30) from ca-arret.
           02 line 8 col 44 value 'Passage '.
           02 a-ca-heure pic 9(4) from ca-heure.
           02 line 9 col 2 value 'Charge a l''arrivee : '.
           02 a-charge-courante pic ---9 from charge-courante.
       01 s-plg-form-comptage.
           02 line 11 col 2 value 'Montees : '.
           02 s-nv-montees pic zz9 to nv-montees.
           02 line 12 col 2 value 'Descentes : '.
           02 s-nv-descentes pic zz9 to nv-descentes.

       01 a-plg-titre-colonne.
           02 line 7 col 2 value 'Ordre'.
           02 line 7 col 9 value 'Arret'.
           02 line 7 col 41 value 'Montees'.
           02 line 7 col 50 value 'Descentes'.
           02 line 7 col 61 value 'Charge'.
           02 line 7 col 69 value 'Releve'.
       01 a-plg-comptage-data.
           02 a-cp-ordre line i col 2 pic z9 from cp-ordre.
           02 a-cp-arret line i col 9 pic x(30) from ca-arret.
           02 a-cp-montees line i col 43 pic zz9 from cp-montees.
           02 a-cp-descentes line i col 54 pic zz9
               from cp-descentes.
           02 a-cp-charge line i col 62 pic ---9
               from charge-courante.
           02 a-cp-releveur line i col 71 pic x from cp-releveur.

       01 s-plg-profil.
           02 line 3 col 2 value 'Circuit (vide = tous) : '.
           02 s-id-circuit pic x(6) to id-circuit.
           02 line 4 col 2 value 'Mois (AAAAMM) : '.
           02 s-id-mois pic 9(6) to id-mois required.

       01 a-plg-refus.
           02 line 20 col 1 value 'Saisie refusee : '.
           02 a-motif-refus pic x(40) from motif-refus.
       01 a-plg-charge-negative.
           02 line 14 col 2 value
               'Attention : plus de descentes que de passagers a '
               &'bord.'.
       01 a-plg-saisie-terminee.
           02 line 20 col 1 value 'Arrets comptes : '.
           02 a-nb-arrets-saisis pic z9 from nb-arrets-saisis.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun comptage pour ce service.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Circuits edites : '.
           02 a-nb-circuits-edites pic zzz9 from nb-circuits-edites.
           02 line 21 col 1 value
               'Profil de charge : ../ext/ProfilCharge.txt'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Les comptages de montees et de descentes par arret, releves
      * service par service, et le profil de charge mensuel qu'en
      * demande l'autorite organisatrice : charge moyenne et de
      * pointe entre arrets, arrets peu frequentes, services au-dela
      * des places assises du bus.

       open i-o FComptage
       if fcp-status = '35' then
           open output FComptage
           close FComptage
           open i-o FComptage
       end-if
       open input FCircuit
       open input FArret
       open input FAffCircuit
       open input fAffectation
       open input FBus

       if fcp-status not = '00' or FCircuitStatus not = '00'
       or FArretStatus not = '00' or FAffCircuitStatus not = '00'
       or fstatus not = '00' or FBusStatus not = '00' then
           display a-error-open
           stop ' '
           close FComptage
           close FCircuit
           close FArret
           close FAffCircuit
           close fAffectation
           close FBus
           goback
       end-if

       perform LIT-PARAMETRE

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform SAISIT-COMPTAGES
               when 2 perform CONSULTE-COMPTAGES
               when 3 perform EDITE-PROFILS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FComptage
       close FCircuit
       close FArret
       close FAffCircuit
       close fAffectation
       close FBus

       goback
       .

       LIT-PARAMETRE.
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 'COMPTAGE-SEUIL-ARRET' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to seuil-arret
           end-read
           close FParametres
       .

       CONTROLE-SERVICE.
      * Le service doit exister : affectation active couvrant le
      * jour saisi et rattachee a un circuit qui a des arrets.
           move 1 to service-valide
           move spaces to motif-refus
           move spaces to circuit-service

           move id-affect to numAffect
           read fAffectation
               invalid key
                   move 0 to service-valide
                   move 'affectation introuvable' to motif-refus
                   exit paragraph
           end-read
           if statutA = 'I' or statutA = 'B' then
               move 0 to service-valide
               move 'affectation inactive' to motif-refus
               exit paragraph
           end-if
           if id-date < dateDebAffectA or id-date > dateFinAffectA
           then
               move 0 to service-valide
               move 'jour hors de la periode de l''affectation'
                   to motif-refus
               exit paragraph
           end-if

           move id-affect to ac-num-affect
           read FAffCircuit
               invalid key
                   move 0 to service-valide
                   move 'affectation rattachee a aucun circuit'
                       to motif-refus
                   exit paragraph
               not invalid key
                   move ac-code-circuit to circuit-service
           end-read

           move circuit-service to ci-code
           read FCircuit
               invalid key
                   move spaces to ci-libelle
           end-read
       .

       SAISIT-COMPTAGES.
      * Les arrets du circuit defilent dans l'ordre du parcours ;
      * une ressaisie du meme service remplace les comptages.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-service
           accept s-plg-service

           perform CONTROLE-SERVICE
           if service-valide = 0 then
               display a-plg-refus
               stop ' '
               exit paragraph
           end-if

           display s-plg-releveur
           accept s-plg-releveur
           move function upper-case(nv-releveur) to nv-releveur
           if nv-releveur not = 'R' then
               move 'C' to nv-releveur
           end-if

           move 0 to charge-courante
           move 0 to nb-arrets-saisis
           move 0 to fin-scan
           move circuit-service to ca-code
           move 0 to ca-ordre
           start FArret key >= ca-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FArret next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ca-code not = circuit-service then
                           move 1 to fin-scan
                       else
                           perform SAISIT-COMPTAGE-ARRET
                       end-if
               end-read
           end-perform

           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-circuit-service
           display a-plg-saisie-terminee
           stop ' '
       .

       SAISIT-COMPTAGE-ARRET.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-circuit-service
           display a-plg-arret-courant
           move 0 to nv-montees
           move 0 to nv-descentes
           display s-plg-form-comptage
           accept s-plg-form-comptage

           compute charge-courante =
               charge-courante + nv-montees - nv-descentes
           if charge-courante < 0 then
               display a-plg-charge-negative
               stop ' '
               move 0 to charge-courante
           end-if

           move circuit-service to cp-code-circuit
           move id-date to cp-date
           move id-affect to cp-num-affect
           move ca-ordre to cp-ordre
           move nv-montees to cp-montees
           move nv-descentes to cp-descentes
           move nv-releveur to cp-releveur
           write enr-comptage
           invalid key
               rewrite enr-comptage
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
               end-rewrite
           end-write
           add 1 to nb-arrets-saisis
       .

       CONSULTE-COMPTAGES.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-service
           accept s-plg-service

           perform CONTROLE-SERVICE
           if service-valide = 0 then
               display a-plg-refus
               stop ' '
               exit paragraph
           end-if
           display a-plg-circuit-service
           display a-plg-titre-colonne

           move 8 to i
           move 0 to charge-courante
           move 1 to aucun-resultat
           move 0 to fin-scan
           move circuit-service to cp-code-circuit
           move id-date to cp-date
           move id-affect to cp-num-affect
           move 0 to cp-ordre
           start FComptage key >= cp-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FComptage next
                   at end
                       move 1 to fin-scan
                   not at end
                       if cp-code-circuit not = circuit-service
                       or cp-date not = id-date
                       or cp-num-affect not = id-affect then
                           move 1 to fin-scan
                       else
                           perform AFFICHE-COMPTAGE
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           stop ' '
       .

       AFFICHE-COMPTAGE.
           move cp-code-circuit to ca-code
           move cp-ordre to ca-ordre
           read FArret
               invalid key
                   move spaces to ca-arret
           end-read
           compute charge-courante =
               charge-courante + cp-montees - cp-descentes
           if charge-courante < 0 then
               move 0 to charge-courante
           end-if
           display a-plg-comptage-data
           add 1 to i
           move 0 to aucun-resultat
       .

       EDITE-PROFILS.
      * Un profil par circuit (celui saisi ou tous), sur les services
      * comptes du mois.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-profil
           accept s-plg-profil
           move function upper-case(id-circuit) to id-circuit

           compute mois-debut = id-mois * 100 + 1
           compute mois-fin = id-mois * 100 + 31
           accept date-jour from date yyyymmdd

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '===== Profil de charge des circuits, mois '
               id-mois ' (edite le ' date-jour ') ====='
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Charge : a bord apres l''arret ; sous-utilise :'
               ' moins de ' seuil-arret ' mouv./service'
               delimited by size into contenu-rapport
           write LigneRapport

           move 0 to nb-circuits-edites
           if id-circuit not = spaces then
               move id-circuit to ci-code
               read FCircuit
                   invalid key
                       move spaces to ci-libelle
                       move spaces to ci-site
               end-read
               perform EDITE-PROFIL-CIRCUIT
           else
               move spaces to ci-code
               move 0 to fin-scan-2
               start FCircuit key > ci-code
                   invalid key
                       move 1 to fin-scan-2
               end-start
               perform with test after until (fin-scan-2 = 1)
                   read FCircuit next
                       at end
                           move 1 to fin-scan-2
                       not at end
                           perform EDITE-PROFIL-CIRCUIT
                   end-read
               end-perform
           end-if

           close FRapport

           move 'ss-circuit-comptage' to spool-programme
           move spaces to spool-parametres
           string 'profil de charge ' id-mois ' ' id-circuit
               delimited by size into spool-parametres
           move '../ext/ProfilCharge.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       EDITE-PROFIL-CIRCUIT.
           perform CHARGE-ARRETS-CIRCUIT
           perform CUMULE-COMPTAGES-MOIS

           move spaces to contenu-rapport
           write LigneRapport
           move nb-services to ed-nb
           move spaces to contenu-rapport
           string '--- Circuit ' ci-code ' '
               function trim(ci-libelle) ' site ' ci-site ' : '
               ed-nb ' services comptes'
               delimited by size into contenu-rapport
           write LigneRapport
           add 1 to nb-circuits-edites

           if nb-services = 0 then
               move 'Aucun comptage sur le mois.' to contenu-rapport
               write LigneRapport
               exit paragraph
           end-if

           move 'Ordre Arret                   Montees Descentes'
               &'  Mt/sv  Chg.m  Pic' to contenu-rapport
           write LigneRapport
           move 0 to nb-arrets-sous-utilises
           perform varying idx-ar from 1 by 1 until idx-ar > 99
               if ar-releves(idx-ar) > 0 then
                   perform EDITE-LIGNE-ARRET
               end-if
           end-perform
           move nb-arrets-sous-utilises to ed-nb
           move spaces to contenu-rapport
           string 'Arrets sous-utilises : ' ed-nb
               delimited by size into contenu-rapport
           write LigneRapport

           move nb-surcharges to ed-nb
           move spaces to contenu-rapport
           string 'Services au-dela des places assises : ' ed-nb
               delimited by size into contenu-rapport
           write LigneRapport
           perform varying idx-sc from 1 by 1
               until idx-sc > nb-surcharges or idx-sc > 50
               move spaces to contenu-rapport
               string '  ' sc-date(idx-sc)
                   ' aff. ' sc-affect(idx-sc)
                   ' bus ' sc-bus(idx-sc)
                   ' : ' sc-pic(idx-sc) ' a bord / '
                   sc-places(idx-sc) ' places, arret '
                   sc-ordre(idx-sc)
                   delimited by size into contenu-rapport
               write LigneRapport
           end-perform
       .

       CHARGE-ARRETS-CIRCUIT.
           perform varying idx-ar from 1 by 1 until idx-ar > 99
               move spaces to ar-nom(idx-ar)
               move 0 to ar-releves(idx-ar)
               move 0 to ar-montees(idx-ar)
               move 0 to ar-descentes(idx-ar)
               move 0 to ar-charge-cumul(idx-ar)
               move 0 to ar-charge-pic(idx-ar)
           end-perform

           move 0 to fin-scan
           move ci-code to ca-code
           move 0 to ca-ordre
           start FArret key >= ca-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FArret next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ca-code not = ci-code then
                           move 1 to fin-scan
                       else
                           if ca-ordre > 0 then
                               move ca-arret to ar-nom(ca-ordre)
                           end-if
                       end-if
               end-read
           end-perform
       .

       CUMULE-COMPTAGES-MOIS.
      * Les comptages du circuit arrivent service par service, les
      * arrets dans l'ordre : la charge se recalcule de proche en
      * proche et repart de zero a chaque service.
           move 0 to nb-services
           move 0 to nb-surcharges
           move 0 to sv-date
           move 0 to sv-affect

           move 0 to fin-scan
           move ci-code to cp-code-circuit
           move mois-debut to cp-date
           move 0 to cp-num-affect
           move 0 to cp-ordre
           start FComptage key >= cp-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FComptage next
                   at end
                       move 1 to fin-scan
                   not at end
                       if cp-code-circuit not = ci-code
                       or cp-date > mois-fin then
                           move 1 to fin-scan
                       else
                           perform CUMULE-COMPTAGE
                       end-if
               end-read
           end-perform

           if nb-services > 0 then
               perform CLOT-SERVICE
           end-if
       .

       CUMULE-COMPTAGE.
           if cp-date not = sv-date or cp-num-affect not = sv-affect
           then
               if nb-services > 0 then
                   perform CLOT-SERVICE
               end-if
               perform OUVRE-SERVICE
           end-if

           compute sv-charge = sv-charge + cp-montees - cp-descentes
           if sv-charge < 0 then
               move 0 to sv-charge
           end-if
           if cp-ordre = 0 then
               exit paragraph
           end-if

           add 1 to ar-releves(cp-ordre)
           add cp-montees to ar-montees(cp-ordre)
           add cp-descentes to ar-descentes(cp-ordre)
           add sv-charge to ar-charge-cumul(cp-ordre)
           if sv-charge > ar-charge-pic(cp-ordre) then
               move sv-charge to ar-charge-pic(cp-ordre)
           end-if
           if sv-charge > sv-pic then
               move sv-charge to sv-pic
               move cp-ordre to sv-ordre-pic
           end-if
       .

       OUVRE-SERVICE.
           add 1 to nb-services
           move cp-date to sv-date
           move cp-num-affect to sv-affect
           move 0 to sv-charge
           move 0 to sv-pic
           move 0 to sv-ordre-pic

           move 0 to sv-bus
           move 0 to sv-places
           move cp-num-affect to numAffect
           read fAffectation
               invalid key
                   continue
               not invalid key
                   move numBusA to sv-bus
           end-read
           if sv-bus not = 0 then
               move sv-bus to fb-numero
               read FBus
                   invalid key
                       continue
                   not invalid key
                       move fb-nbplace to sv-places
               end-read
           end-if
       .

       CLOT-SERVICE.
      * Bus inconnu : pas de controle de capacite pour ce service.
           if sv-places = 0 or sv-pic <= sv-places then
               exit paragraph
           end-if
           add 1 to nb-surcharges
           if nb-surcharges > 50 then
               exit paragraph
           end-if
           move sv-date to sc-date(nb-surcharges)
           move sv-affect to sc-affect(nb-surcharges)
           move sv-bus to sc-bus(nb-surcharges)
           move sv-places to sc-places(nb-surcharges)
           move sv-pic to sc-pic(nb-surcharges)
           move sv-ordre-pic to sc-ordre(nb-surcharges)
       .

       EDITE-LIGNE-ARRET.
           move spaces to libelle-alerte
           compute moyenne-mouvements rounded =
               (ar-montees(idx-ar) + ar-descentes(idx-ar))
               / ar-releves(idx-ar)
           if moyenne-mouvements < seuil-arret then
               move 'SOUS-UTILISE' to libelle-alerte
               add 1 to nb-arrets-sous-utilises
           end-if

           move ar-montees(idx-ar) to ed-montees
           move ar-descentes(idx-ar) to ed-descentes
           compute ed-moy-montees rounded =
               ar-montees(idx-ar) / ar-releves(idx-ar)
           compute ed-charge-moy rounded =
               ar-charge-cumul(idx-ar) / ar-releves(idx-ar)
           move ar-charge-pic(idx-ar) to ed-pic
           move idx-ar to ed-ordre

           move spaces to contenu-rapport
           string ed-ordre '    '
               ar-nom(idx-ar) ' '
               ed-montees '    '
               ed-descentes ' '
               ed-moy-montees ' '
               ed-charge-moy ' '
               ed-pic ' '
               libelle-alerte
               delimited by size into contenu-rapport
           write LigneRapport
       .

       end program ss-circuit-comptage.
