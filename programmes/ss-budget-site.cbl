       program-id. ss-budget-site.

       input-output section.
           file-control.
           select FBudget assign to "../ext/Budget.dat"
               organization is indexed
               access mode is dynamic
                   record key is bg-cle
               status fbg-status.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status fsi-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status fb-status.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status fch-status.

           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

           select FFactureJours assign to "../ext/FactureJours.dat"
               organization is indexed
               access mode is dynamic
                   record key is fj-cle
               status ffj-status.

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
                   record key is cb-cle
               status fcb-status.

           select FEntretien assign to "../ext/Entretien.dat"
               organization is indexed
               access mode is dynamic
                   record key is eo-num-ordre
                   alternate record key is eo-num-bus with duplicates
               status feo-status.

           select FPaye assign to "../ext/Paye.dat"
               organization is sequential
               status FPayeStatus.

           select FRapport assign to "../ext/BudgetEcarts.txt"
               organization is sequential
               status frap-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Budget annuel par site, mois et rubrique : CA = chiffre
      * d'affaires HT, CB = carburant, EN = entretien (montants en
      * euros), JC = jours chauffeurs (nombre de jours).
       fd FBudget.
           01 enr-budget.
               02 bg-cle.
                   03 bg-code-site  pic x(4).
                   03 bg-annee      pic 9(4).
                   03 bg-mois       pic 9(2).
                   03 bg-rubrique   pic x(2).
               02 bg-valeur        pic 9(8)v99.
               02 bg-date-saisie   pic 9(8).
               02 bg-oper          pic x(8).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

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

       fd FFactureDat.
           01 enr-facture.
               02 fl-num           pic 9(6).
               02 fl-num-compagnie pic 9(4).
               02 fl-periode       pic 9(6).
               02 fl-date-emission pic 9(8).
               02 fl-date-echeance pic 9(8).
               02 fl-montant-ht    pic 9(8)v99.
               02 fl-montant-tva   pic 9(8)v99.
               02 fl-montant       pic 9(8)v99.
               02 fl-montant-regle pic 9(8)v99.
               02 fl-statut        pic x(1).
               02 fl-date-reglement pic 9(8).

       fd FFactureJours.
           01 enr-facture-jours.
               02 fj-cle.
                   03 fj-num-affect pic 9(6).
                   03 fj-periode    pic 9(6).
               02 fj-num-facture   pic 9(6).
               02 fj-nb-jours      pic 9(4).

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
                   03 cb-num-bus   pic 9(6).
                   03 cb-date      pic 9(8).
               02 cb-litres        pic 9(4)v99.
               02 cb-montant       pic 9(6)v99.
               02 cb-kms-plein     pic 9(6).

       fd FEntretien.
           01 enr-entretien.
               02 eo-num-ordre     pic 9(4).
               02 eo-num-bus       pic 9(6).
               02 eo-date-entree   pic 9(8).
               02 eo-date-sortie   pic 9(8).
               02 eo-type-interv   pic x(20).
               02 eo-cout          pic 9(6)v99.
               02 eo-kms-service   pic 9(6).
               02 eo-statut        pic x(01).
               02 eo-num-incident  pic 9(4).

       FD FPaye.
       01 enr-paye.
           02 ep-num-chauff      pic 9(6).
           02 ep-periode-debut   pic 9(8).
           02 ep-periode-fin     pic 9(8).
           02 ep-total-jours     pic 9(6).
           02 ep-total-jours-net pic 9(6).
           02 ep-total-heures    pic 9(5)v99.
           02 ep-heures-normales pic 9(5)v99.
           02 ep-heures-sup      pic 9(5)v99.
           02 ep-heures-nuit     pic 9(5)v99.
           02 ep-heures-dimanche pic 9(5)v99.
           02 ep-prime-astreinte pic 9(6)v99.
           02 ep-remb-frais      pic 9(6)v99.
           02 ep-montant-normales  pic 9(7)v99.
           02 ep-montant-sup       pic 9(7)v99.
           02 ep-montant-nuit      pic 9(7)v99.
           02 ep-montant-dimanche  pic 9(7)v99.
           02 ep-salaire-brut      pic 9(7)v99.
           02 ep-indemnites        pic 9(6)v99.

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fbg-status               pic x(2).
       01 fsi-status               pic x(2).
       01 fb-status                pic x(2).
       01 fch-status               pic x(2).
       01 ffl-status               pic x(2).
       01 ffj-status               pic x(2).
       01 fa-status                pic x(2).
       01 fcb-status               pic x(2).
       01 feo-status               pic x(2).
       01 FPayeStatus              pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).

       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 date-jour                pic 9(8).

      *----- Saisie du budget -----
       01 id-site                  pic x(4).
       01 id-annee                 pic 9(4).
       01 id-rubrique              pic x(2).
       01 m                        pic 9(2).
       01 table-budget-saisie.
           02 bs-actuel occurs 12 times pic 9(8)v99.
       01 table-budget-nouveau.
           02 bs-nouveau occurs 12 times pic 9(8)v99.
       01 nb-mois-saisis           pic 9(2).

      *----- Rapport d'ecarts -----
       01 annee-rapport            pic 9(4).
       01 mois-rapport             pic 9(2).
       01 periode-debut            pic 9(8).
       01 periode-fin-exclu        pic 9(8).
       01 annee-suivante           pic 9(4).
       01 mois-suivant             pic 9(2).
       01 periode-min              pic 9(6).
       01 periode-max              pic 9(6).
       01 mois-piece               pic 9(2).
       01 site-piece               pic x(4).
       01 montant-piece            pic 9(9)v99.
       01 r                        pic 9.

      *    sites rencontres ('----' : bus ou chauffeur sans site) et
      *    reel par mois de l'annee et par rubrique (1 CA, 2 CB,
      *    3 EN, 4 JC)
       01 isite                    pic 9(3).
       01 i-recherche              pic 9(3).
       01 entree-trouvee           pic 9.
       01 nb-ts                    pic 9(3).
       01 table-sites.
           02 ts-entree occurs 60 times.
               03 ts-code          pic x(4).
               03 ts-mois occurs 12 times.
                   04 ts-reel occurs 4 times pic 9(9)v99.

      *    ventilation du chiffre d'affaires : jours factures par
      *    facture et par site pour la periode
       01 iv                       pic 9(4).
       01 nb-tv                    pic 9(4).
       01 table-ventilation.
           02 tv-entree occurs 3000 times.
               03 tv-num-facture   pic 9(6).
               03 tv-code-site     pic x(4).
               03 tv-jours         pic 9(5).
       01 jours-facture            pic 9(6).
       01 ht-ventile              pic 9(9)v99.
       01 part-site                pic 9(9)v99.

       01 table-libelles-rubriques.
           02 filler pic x(14) value 'CAChiffre aff.'.
           02 filler pic x(14) value 'CBCarburant   '.
           02 filler pic x(14) value 'ENEntretien   '.
           02 filler pic x(14) value 'JCJours chauff'.
       01 filler redefines table-libelles-rubriques.
           02 tr-entree occurs 4 times.
               03 tr-code          pic x(2).
               03 tr-libelle       pic x(12).

       01 budget-mois              pic 9(9)v99.
       01 reel-mois                pic 9(9)v99.
       01 budget-cumul             pic 9(9)v99.
       01 reel-cumul               pic 9(9)v99.
       01 ecart-valeur             pic s9(9)v99.
       01 ed-budget                pic zzzzzz9.99.
       01 ed-reel                  pic zzzzzz9.99.
       01 ed-ecart                 pic -zzzzz9.99.
       01 ed-budget-c              pic zzzzzz9.99.
       01 ed-reel-c                pic zzzzzz9.99.
       01 ed-ecart-c               pic -zzzzz9.99.

       01 operation-journal        pic x(10).
       01 detail-journal           pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Budget annuel par site et ecarts mensuels -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Saisir le budget d''un site (superviseur)'.
           02 line 4 col 2 value
               '2: Rapport d''ecarts du mois'.
           02 line 6 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 8 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-cle-budget.
           02 line 3 col 2 value 'Site : '.
           02 s-id-site pic x(4) to id-site required.
           02 line 3 col 16 value 'Annee (AAAA) : '.
           02 s-id-annee pic 9999 to id-annee required.
           02 line 3 col 38 value 'Rubrique (CA/CB/EN/JC) : '.
           02 s-id-rubrique pic xx to id-rubrique required.

       01 a-plg-budget-actuel.
           02 line 5 col 2 value 'Mois'.
           02 line 5 col 10 value 'Actuel'.
           02 line 5 col 26 value 'Nouveau (vide = inchange)'.
           02 line 6 col 2 value '01'.
           02 line 6 col 8 pic zzzzzzz9.99 from bs-actuel(1).
           02 line 7 col 2 value '02'.
           02 line 7 col 8 pic zzzzzzz9.99 from bs-actuel(2).
           02 line 8 col 2 value '03'.
           02 line 8 col 8 pic zzzzzzz9.99 from bs-actuel(3).
           02 line 9 col 2 value '04'.
           02 line 9 col 8 pic zzzzzzz9.99 from bs-actuel(4).
           02 line 10 col 2 value '05'.
           02 line 10 col 8 pic zzzzzzz9.99 from bs-actuel(5).
           02 line 11 col 2 value '06'.
           02 line 11 col 8 pic zzzzzzz9.99 from bs-actuel(6).
           02 line 12 col 2 value '07'.
           02 line 12 col 8 pic zzzzzzz9.99 from bs-actuel(7).
           02 line 13 col 2 value '08'.
           02 line 13 col 8 pic zzzzzzz9.99 from bs-actuel(8).
           02 line 14 col 2 value '09'.
           02 line 14 col 8 pic zzzzzzz9.99 from bs-actuel(9).
           02 line 15 col 2 value '10'.
           02 line 15 col 8 pic zzzzzzz9.99 from bs-actuel(10).
           02 line 16 col 2 value '11'.
           02 line 16 col 8 pic zzzzzzz9.99 from bs-actuel(11).
           02 line 17 col 2 value '12'.
           02 line 17 col 8 pic zzzzzzz9.99 from bs-actuel(12).

       01 s-plg-budget-nouveau.
           02 line 6 col 26 pic zzzzzzz9.99 to bs-nouveau(1).
           02 line 7 col 26 pic zzzzzzz9.99 to bs-nouveau(2).
           02 line 8 col 26 pic zzzzzzz9.99 to bs-nouveau(3).
           02 line 9 col 26 pic zzzzzzz9.99 to bs-nouveau(4).
           02 line 10 col 26 pic zzzzzzz9.99 to bs-nouveau(5).
           02 line 11 col 26 pic zzzzzzz9.99 to bs-nouveau(6).
           02 line 12 col 26 pic zzzzzzz9.99 to bs-nouveau(7).
           02 line 13 col 26 pic zzzzzzz9.99 to bs-nouveau(8).
           02 line 14 col 26 pic zzzzzzz9.99 to bs-nouveau(9).
           02 line 15 col 26 pic zzzzzzz9.99 to bs-nouveau(10).
           02 line 16 col 26 pic zzzzzzz9.99 to bs-nouveau(11).
           02 line 17 col 26 pic zzzzzzz9.99 to bs-nouveau(12).

       01 s-plg-mois-rapport.
           02 line 3 col 2 value 'Annee (AAAA) : '.
           02 s-annee pic 9999 to annee-rapport required.
           02 line 4 col 2 value 'Mois (MM) : '.
           02 s-mois pic 99 to mois-rapport required.

       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Rapport d''ecarts edite (../ext/BudgetEcarts.txt)'.

       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value
               'Operation reservee au superviseur.'.
       01 a-plg-site-introuvable.
           02 line 20 col 1 value 'Site introuvable.'.
       01 a-plg-rubrique-invalide.
           02 line 20 col 1 value
               'Rubrique attendue : CA, CB, EN ou JC.'.
       01 a-plg-mois-invalide.
           02 line 20 col 1 value 'Mois invalide (01 a 12 attendu).'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FBudget
       if fbg-status = '35' then
           open output FBudget
           close FBudget
           open i-o FBudget
       end-if
       open input FSite
       if fbg-status not = '00' or fsi-status not = '00' then
           display a-error-open
           stop ' '
           close FBudget
           close FSite
           goback
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if

       move 'INCONNU' to session-code
       move 'D' to session-role
       open input FSession
       if FSessionStatus = '00' then
           read FSession
               at end
                   continue
               not at end
                   move se-code to session-code
                   move se-role to session-role
           end-read
           close FSession
       end-if

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           accept date-jour from date yyyymmdd
           evaluate choix-action
               when 1 perform SAISIT-BUDGET
               when 2 perform EDITE-ECARTS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FBudget
       close FSite
       close FJournal

       goback
       .

       SAISIT-BUDGET.
      * Les douze mois d'une rubrique d'un site en un ecran ; un
      * mois laisse vide garde son montant.
           if session-role not = 'S' then
               display a-plg-reserve-superviseur
               stop ' '
               exit paragraph
           end-if

           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-cle-budget
           accept s-plg-cle-budget

           move function upper-case(id-site) to id-site
           move function upper-case(id-rubrique) to id-rubrique
           move id-site to si-code
           read FSite
           invalid key
               display a-plg-site-introuvable
               stop ' '
               exit paragraph
           end-read
           if id-rubrique not = 'CA' and id-rubrique not = 'CB'
           and id-rubrique not = 'EN' and id-rubrique not = 'JC'
           then
               display a-plg-rubrique-invalide
               stop ' '
               exit paragraph
           end-if

           move id-site to bg-code-site
           move id-annee to bg-annee
           move id-rubrique to bg-rubrique
           perform varying m from 1 by 1 until m > 12
               move m to bg-mois
               read FBudget
                   invalid key
                       move 0 to bs-actuel(m)
                   not invalid key
                       move bg-valeur to bs-actuel(m)
               end-read
               move 0 to bs-nouveau(m)
           end-perform

           display a-plg-budget-actuel
           display s-plg-budget-nouveau
           accept s-plg-budget-nouveau

           move 0 to nb-mois-saisis
           perform varying m from 1 by 1 until m > 12
               if bs-nouveau(m) not = 0 then
                   perform ECRIT-BUDGET-MOIS
               end-if
           end-perform

           move 'SAISIE' to operation-journal
           move spaces to detail-journal
           string 'annee=' id-annee ' rubrique=' id-rubrique
               ' mois=' nb-mois-saisis
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       ECRIT-BUDGET-MOIS.
           move id-site to bg-code-site
           move id-annee to bg-annee
           move m to bg-mois
           move id-rubrique to bg-rubrique
           move bs-nouveau(m) to bg-valeur
           move date-jour to bg-date-saisie
           move session-code to bg-oper
           write enr-budget
           invalid key
               rewrite enr-budget
               invalid key
                   exit paragraph
               end-rewrite
           end-write
           add 1 to nb-mois-saisis
       .

       EDITE-ECARTS.
      * Par site et par rubrique : budget et reel du mois, ecart,
      * puis les memes cumuls depuis janvier. Le reel vient des
      * factures de la periode (HT ventile par site au prorata des
      * jours factures), des pleins et des ordres d'entretien des
      * bus du site, et des jours de l'export paye de ses
      * chauffeurs.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-mois-rapport
           accept s-plg-mois-rapport
           if mois-rapport < 1 or mois-rapport > 12 then
               display a-plg-mois-invalide
               stop ' '
               exit paragraph
           end-if

           compute periode-debut = annee-rapport * 10000 + 101
           compute periode-min = annee-rapport * 100 + 1
           compute periode-max = annee-rapport * 100 + mois-rapport
           if mois-rapport = 12 then
               compute annee-suivante = annee-rapport + 1
               move 1 to mois-suivant
           else
               move annee-rapport to annee-suivante
               compute mois-suivant = mois-rapport + 1
           end-if
           compute periode-fin-exclu =
               annee-suivante * 10000 + mois-suivant * 100 + 1

           move 0 to nb-ts
           move 0 to fin-scan
           move low-values to si-code
           start FSite key > si-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FSite next
                   at end
                       move 1 to fin-scan
                   not at end
                       move si-code to site-piece
                       perform SITUE-SITE
               end-read
           end-perform

           open input FBus
           if fb-status not = '00' then
               display a-error-open
               stop ' '
               exit paragraph
           end-if
           perform CUMULE-CHIFFRE-AFFAIRES
           perform CUMULE-CARBURANT
           perform CUMULE-ENTRETIEN
           perform CUMULE-JOURS-CHAUFFEURS
           close FBus

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Budget et reel par site, ' mois-rapport '/'
               annee-rapport ' (edite le ' date-jour ') -----'
               delimited by size into contenu-rapport
           write LigneRapport
           perform varying isite from 1 by 1 until isite > nb-ts
               perform ECRIT-SITE-ECARTS
           end-perform
           close FRapport

           move 'ss-budget-site' to spool-programme
           move spaces to spool-parametres
           string 'ecarts budget ' annee-rapport mois-rapport
               delimited by size into spool-parametres
           move '../ext/BudgetEcarts.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           move 'ECARTS' to operation-journal
           move spaces to bg-code-site
           move spaces to detail-journal
           string 'periode=' periode-max ' sites=' nb-ts
               delimited by size into detail-journal
           perform ECRIT-JOURNAL

           display a-plg-rapport-edite
           stop ' '
       .

       SITUE-SITE.
      * Entree du site site-piece dans la table (creee au besoin) ;
      * isite a zero si la table est pleine.
           if site-piece = spaces then
               move '----' to site-piece
           end-if
           move 0 to isite
           move 0 to entree-trouvee
           perform varying i-recherche from 1 by 1
               until i-recherche > nb-ts
               if ts-code(i-recherche) = site-piece then
                   move i-recherche to isite
                   move 1 to entree-trouvee
                   move nb-ts to i-recherche
               end-if
           end-perform
           if entree-trouvee = 0 and nb-ts < 60 then
               add 1 to nb-ts
               move nb-ts to isite
               move site-piece to ts-code(isite)
               perform varying m from 1 by 1 until m > 12
                   perform varying r from 1 by 1 until r > 4
                       move 0 to ts-reel(isite, m, r)
                   end-perform
               end-perform
           end-if
       .

       SITE-DU-BUS.
           move spaces to site-piece
           read FBus
               invalid key
                   continue
               not invalid key
                   move fb-code-site to site-piece
           end-read
       .

       CUMULE-CHIFFRE-AFFAIRES.
      * Les jours factures de l'annee sont d'abord ventiles par
      * facture et par site (bus de l'affectation) ; chaque facture
      * non annulee repartit ensuite son HT sur ces sites, le reste
      * (factures sans jours : acomptes, frais seuls) allant au site
      * '----'.
           move 0 to nb-tv
           open input FFactureJours
           if ffj-status = '00' then
               open input FAffectations
               move 0 to fin-scan
               perform with test after until (fin-scan = 1)
                   read FFactureJours next
                       at end
                           move 1 to fin-scan
                       not at end
                           if fj-periode >= periode-min
                           and fj-periode <= periode-max
                           and fj-nb-jours > 0 then
                               perform VENTILE-JOURS-FACTURES
                           end-if
                   end-read
               end-perform
               close FAffectations
               close FFactureJours
           end-if

           open input FFactureDat
           if ffl-status not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FFactureDat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fl-periode >= periode-min
                       and fl-periode <= periode-max
                       and fl-statut not = 'A' then
                           perform REPARTIT-FACTURE
                       end-if
               end-read
           end-perform
           close FFactureDat
       .

       VENTILE-JOURS-FACTURES.
           move fj-num-affect to fa-num-affect
           read FAffectations
               invalid key
                   move spaces to site-piece
               not invalid key
                   move fa-num-bus to fb-numero
                   perform SITE-DU-BUS
           end-read
           if site-piece = spaces then
               move '----' to site-piece
           end-if
           move 0 to entree-trouvee
           perform varying i-recherche from 1 by 1
               until i-recherche > nb-tv
               if tv-num-facture(i-recherche) = fj-num-facture
               and tv-code-site(i-recherche) = site-piece then
                   add fj-nb-jours to tv-jours(i-recherche)
                   move 1 to entree-trouvee
                   move nb-tv to i-recherche
               end-if
           end-perform
           if entree-trouvee = 0 and nb-tv < 3000 then
               add 1 to nb-tv
               move fj-num-facture to tv-num-facture(nb-tv)
               move site-piece to tv-code-site(nb-tv)
               move fj-nb-jours to tv-jours(nb-tv)
           end-if
       .

       REPARTIT-FACTURE.
           compute mois-piece = fl-periode - annee-rapport * 100
           move 0 to jours-facture
           perform varying iv from 1 by 1 until iv > nb-tv
               if tv-num-facture(iv) = fl-num then
                   add tv-jours(iv) to jours-facture
               end-if
           end-perform

           move 0 to ht-ventile
           if jours-facture > 0 then
               perform varying iv from 1 by 1 until iv > nb-tv
                   if tv-num-facture(iv) = fl-num then
                       compute part-site rounded = fl-montant-ht
                           * tv-jours(iv) / jours-facture
                       move tv-code-site(iv) to site-piece
                       perform SITUE-SITE
                       if isite > 0 then
                           add part-site
                               to ts-reel(isite, mois-piece, 1)
                           add part-site to ht-ventile
                       end-if
                   end-if
               end-perform
           end-if

           if fl-montant-ht > ht-ventile then
               move '----' to site-piece
               perform SITUE-SITE
               if isite > 0 then
                   compute part-site = fl-montant-ht - ht-ventile
                   add part-site to ts-reel(isite, mois-piece, 1)
               end-if
           end-if
       .

       CUMULE-CARBURANT.
           open input FCarburant
           if fcb-status not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FCarburant next
                   at end
                       move 1 to fin-scan
                   not at end
                       if cb-date >= periode-debut
                       and cb-date < periode-fin-exclu then
                           move cb-num-bus to fb-numero
                           perform SITE-DU-BUS
                           perform SITUE-SITE
                           if isite > 0 then
                               compute mois-piece =
                                   (cb-date - periode-debut + 101)
                                   / 100
                               add cb-montant
                                   to ts-reel(isite, mois-piece, 2)
                           end-if
                       end-if
               end-read
           end-perform
           close FCarburant
       .

       CUMULE-ENTRETIEN.
      * Cout des ordres d'entretien a leur date d'entree, comme le
      * cout de possession des bus.
           open input FEntretien
           if feo-status not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FEntretien next
                   at end
                       move 1 to fin-scan
                   not at end
                       if eo-date-entree >= periode-debut
                       and eo-date-entree < periode-fin-exclu then
                           move eo-num-bus to fb-numero
                           perform SITE-DU-BUS
                           perform SITUE-SITE
                           if isite > 0 then
                               compute mois-piece =
                                   (eo-date-entree - periode-debut
                                   + 101) / 100
                               add eo-cout
                                   to ts-reel(isite, mois-piece, 3)
                           end-if
                       end-if
               end-read
           end-perform
           close FEntretien
       .

       CUMULE-JOURS-CHAUFFEURS.
      * Paye.dat ne garde que le dernier export : les jours d'un
      * mois dont l'export a ete remplace ne sont plus disponibles.
           open input FPaye
           if FPayeStatus not = '00' then
               exit paragraph
           end-if
           open input FChaufNouv
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FPaye
                   at end
                       move 1 to fin-scan
                   not at end
                       if ep-periode-debut >= periode-debut
                       and ep-periode-debut < periode-fin-exclu then
                           move spaces to site-piece
                           move ep-num-chauff to numChaufN
                           read FChaufNouv
                               invalid key
                                   continue
                               not invalid key
                                   move codeSiteN to site-piece
                           end-read
                           perform SITUE-SITE
                           if isite > 0 then
                               compute mois-piece =
                                   (ep-periode-debut - periode-debut
                                   + 101) / 100
                               add ep-total-jours
                                   to ts-reel(isite, mois-piece, 4)
                           end-if
                       end-if
               end-read
           end-perform
           close FChaufNouv
           close FPaye
       .

       ECRIT-SITE-ECARTS.
           move spaces to contenu-rapport
           write LigneRapport
           move ts-code(isite) to si-code
           move spaces to si-nom
           if ts-code(isite) = '----' then
               move 'Non ventile (sans site)' to si-nom
           else
               read FSite
                   invalid key
                       continue
               end-read
           end-if
           move spaces to contenu-rapport
           string 'Site ' ts-code(isite) ' - ' function trim(si-nom)
               delimited by size into contenu-rapport
           write LigneRapport
           move 'Rubrique     Budget mois  Reel mois      Ecart'
               &'  Budget cum.  Reel cum.    Ecart'
               to contenu-rapport
           write LigneRapport

           perform varying r from 1 by 1 until r > 4
               move 0 to budget-cumul
               move 0 to reel-cumul
               move ts-code(isite) to bg-code-site
               move annee-rapport to bg-annee
               move tr-code(r) to bg-rubrique
               perform varying m from 1 by 1 until m > mois-rapport
                   move m to bg-mois
                   move 0 to budget-mois
                   read FBudget
                       invalid key
                           continue
                       not invalid key
                           move bg-valeur to budget-mois
                   end-read
                   move ts-reel(isite, m, r) to reel-mois
                   add budget-mois to budget-cumul
                   add reel-mois to reel-cumul
               end-perform

               move budget-mois to ed-budget
               move reel-mois to ed-reel
               compute ecart-valeur = reel-mois - budget-mois
               move ecart-valeur to ed-ecart
               move budget-cumul to ed-budget-c
               move reel-cumul to ed-reel-c
               compute ecart-valeur = reel-cumul - budget-cumul
               move ecart-valeur to ed-ecart-c
               move spaces to contenu-rapport
               string tr-libelle(r) ' ' ed-budget ' ' ed-reel ' '
                   ed-ecart ' ' ed-budget-c ' ' ed-reel-c ' '
                   ed-ecart-c
                   delimited by size into contenu-rapport
               write LigneRapport
           end-perform
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'BUDGET' ' | ' function trim(operation-journal)
               ' | id=' bg-code-site
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-budget-site.
