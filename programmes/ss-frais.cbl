                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FFraisRefact assign to "../ext/FraisRefact.dat"
               organization is indexed
               access mode is dynamic
                   record key is rf-num-frais
                   alternate record key is rf-num-compagnie
                       with duplicates
               status frf-status.

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

           select FPaye assign to "../ext/Paye.dat"
               organization is sequential
               status FPayeStatus.

           select FRapport assign to nom-rapport
               organization is sequential
               status frap-status.

               organization is sequential
               status FJournalStatus.

           select FIndemnite assign to "../ext/Indemnite.dat"
               organization is indexed
               access mode is dynamic
                   record key is in-cle
               status fid-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.
               02 heureFinA        pic 9(4).
               02 nbPmrA           pic 9(3).

      * Frais approuves refacturables a la compagnie de
      * l'affectation : HT et TVA selon le taux du type de frais,
      * rf-statut C = a facturer, F = facture (rf-periode,
      * rf-num-facture).
       fd FFraisRefact.
           01 enr-frais-refact.
               02 rf-num-frais     pic 9(6).
               02 rf-num-compagnie pic 9(4).
               02 rf-num-affect    pic 9(6).
               02 rf-date          pic 9(8).
               02 rf-type          pic x(10).
               02 rf-montant-ttc   pic 9(6)v99.
               02 rf-taux-tva      pic 9(2)v99.
               02 rf-montant-ht    pic 9(6)v99.
               02 rf-montant-tva   pic 9(6)v99.
               02 rf-statut        pic x(1).
               02 rf-periode       pic 9(6).
               02 rf-num-facture   pic 9(6).

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

       FD FPaye.
       01 enr-paye.
           02 ep-num-chauff      pic 9(6).
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
       fd FJournal.
           01 ligne-journal pic x(200).

      * Indemnites de repas et de decoucher calculees par l'export
      * paye (in-type M midi, S soir, D decoucher).
       fd FIndemnite.
           01 enr-indemnite.
               02 in-cle.
                   03 in-num-chauff    pic 9(6).
                   03 in-date          pic 9(8).
                   03 in-type          pic x(1).
               02 in-num-affect    pic 9(6).
               02 in-montant       pic 9(4)v99.
               02 in-detail        pic x(30).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
       01 fstatus                  pic x(2).
       01 FPayeStatus              pic x(2).
       01 frap-status              pic x(2).
       01 frf-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 fpa-status               pic x(2).
       01 nom-rapport              pic x(40).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 ed-montant               pic zzzzz9.99.
       01 ed-total                 pic zzzzzz9.99.

      *----- Refacturation des frais aux compagnies -----
       01 refact-fichier-absent    pic 9.
       01 refacturable             pic 9.
       01 taux-tva-frais           pic 9(2)v99.
       01 code-refact              pic x(20).
       01 idx-rd                   pic 9.
       01 nb-refact-attente        pic 9(4).
       01 total-refact-attente     pic 9(8)v99.
       01 ed-taux                  pic z9.99.

      *----- Releve des indemnites d'un chauffeur -----
       01 fid-status               pic x(2).
       01 releve-debut             pic 9(8).
       01 releve-fin               pic 9(8).
       01 nb-indemnites            pic 9(4).
       01 total-indemnites         pic 9(7)v99.
       01 libelle-indemnite        pic x(10).
       01 bus-indemnite            pic 9(6).
       01 service-indemnite        pic x(9).
       01 ed-date-releve           pic 9999/99/99.
       01 ed-indemnite             pic zzz9.99.

      * Types de frais refacturables par defaut et leur taux de TVA
      * (peage et parking au taux normal, traversee au taux
      * reduit du transport de voyageurs) ; un parametre
      * REFACT-<type>, en centiemes de %, ajoute un type ou en
      * change le taux.
       01 refact-defaut.
           02 filler               pic x(10) value 'PEAGE'.
           02 filler               pic 9(2)v99 value 20.
           02 filler               pic x(10) value 'PARKING'.
           02 filler               pic 9(2)v99 value 20.
           02 filler               pic x(10) value 'FERRY'.
           02 filler               pic 9(2)v99 value 10.
       01 table-refact redefines refact-defaut.
           02 rd-entree occurs 3 times.
               03 rd-type          pic x(10).
               03 rd-taux-tva      pic 9(2)v99.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
           02 line 6 col 2 value
               '4: Integrer les notes approuvees a l''export paye'.
           02 line 7 col 2 value '5: Rapport mensuel des frais'.
           02 line 8 col 2 value
               '6: Frais refacturables non encore factures'.
           02 line 9 col 2 value
               '7: Releve des indemnites repas / decoucher'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

           02 line 5 col 2 value 'Date du frais (AAAAMMJJ) : '.
           02 s-nv-date pic 9(8) to nv-date required.
           02 line 6 col 2 value
               'Type (PEAGE, PARKING, HOTEL...) : '.
           02 s-nv-type pic x(10) to nv-type required.
           02 line 7 col 2 value 'Montant : '.
           02 s-nv-montant pic zzzzz9.99 to nv-montant required.
               from fr-montant.
           02 a-l-statut line i col 62 pic x from fr-statut.

       01 s-plg-releve.
           02 line 3 col 2 value 'Numero du chauffeur : '.
           02 s-rl-chauff pic zzzzzz to nv-num-chauff required.
           02 line 4 col 2 value 'Periode du (AAAAMMJJ) : '.
           02 s-rl-debut pic 9(8) to releve-debut required.
           02 line 5 col 2 value 'Periode au (AAAAMMJJ) : '.
           02 s-rl-fin pic 9(8) to releve-fin required.

       01 s-plg-mois-rapport.
           02 line 3 col 2 value 'Annee (AAAA) : '.
           02 s-annee-rapport pic 9999 to annee-rapport required.
               'Paye.dat introuvable : lancer d''abord l''export '
               &'paye.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Rapport edite : '.
           02 a-nom-rapport pic x(40) from nom-rapport.
       01 a-plg-frais-refacture.
           02 line 11 col 2 value
               'Frais refacturable a la compagnie '.
           02 a-rf-cie pic 9(4) from rf-num-compagnie.
           02 line 12 col 2 value 'HT '.
           02 a-rf-ht pic zzzzz9.99 from rf-montant-ht.
           02 line 12 col 16 value '+ TVA '.
           02 a-rf-taux pic z9.99 from rf-taux-tva.
           02 line 12 col 28 value '% : '.
           02 a-rf-tva pic zzzzz9.99 from rf-montant-tva.
       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value
               'Operation reservee au superviseur.'.
       01 a-plg-indemnite-automatique.
           02 line 20 col 1 value
               'Repas et decoucher sont calcules a l''export paye '
               &'(releve : choix 7).'.
       01 a-plg-indemnites-absentes.
           02 line 20 col 1 value
               'Aucune indemnite calculee : lancer d''abord l''export '
               &'paye.'.
       01 a-plg-chauffeur-introuvable.
           02 line 20 col 1 value 'Chauffeur introuvable.'.
       01 a-plg-affect-introuvable.
           goback
       end-if

       move 0 to refact-fichier-absent
       open i-o FFraisRefact
       if frf-status = '35' then
           open output FFraisRefact
           close FFraisRefact
           open i-o FFraisRefact
       end-if
       if frf-status not = '00' then
           move 1 to refact-fichier-absent
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
               when 3 perform LISTE-FRAIS-ATTENTE
               when 4 perform INTEGRE-PAYE
               when 5 perform RAPPORT-MENSUEL
               when 6 perform RAPPORT-REFACT-ATTENTE
               when 7 perform RELEVE-INDEMNITES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       close FChaufNouv
       close fAffectation
       close FJournal
       if refact-fichier-absent = 0 then
           close FFraisRefact
       end-if

       goback
       .
               exit paragraph
           end-if

      *    les indemnites forfaitaires ne se declarent plus : elles
      *    sont calculees des heures de service et des itineraires
           move function upper-case(nv-type) to nv-type
           if nv-type = 'REPAS' or nv-type = 'DECOUCHER' then
               display a-plg-indemnite-automatique
               stop ' '
               exit paragraph
           end-if

           move 999999 to fr-num
           start FFrais key < fr-num
           invalid key
               end-if
               perform ECRIT-JOURNAL-FRAIS
               display a-plg-modif-succes
               if fr-statut = 'A' then
                   perform ENREGISTRE-REFACTURATION
               end-if
           end-rewrite

           stop ' '
       .

       ENREGISTRE-REFACTURATION.
      * Un frais approuve d'un type refacturable part a la
      * compagnie proprietaire du bus de l'affectation ; le montant
      * du recu est TTC, la part HT en est extraite au taux du type.
      * La facturation mensuelle le reprendra une seule fois.
           if refact-fichier-absent = 1 then
               exit paragraph
           end-if
           perform CHERCHE-TAUX-REFACT
           if refacturable = 0 then
               exit paragraph
           end-if

           move 0 to rf-num-compagnie
           move fr-num-affect to numAffect
           read fAffectation
           invalid key
               move 0 to numBusA
           end-read
           open input FBus
           if FBusStatus = '00' then
               move numBusA to fb-numero
               read FBus
               invalid key
                   continue
               not invalid key
                   move fb-num-compagnie to rf-num-compagnie
               end-read
               close FBus
           end-if

           move fr-num to rf-num-frais
           move fr-num-affect to rf-num-affect
           move fr-date to rf-date
           move fr-type to rf-type
           move fr-montant to rf-montant-ttc
           move taux-tva-frais to rf-taux-tva
           compute rf-montant-ht rounded =
               fr-montant * 100 / (100 + taux-tva-frais)
           compute rf-montant-tva = fr-montant - rf-montant-ht
           move 'C' to rf-statut
           move 0 to rf-periode
           move 0 to rf-num-facture
           write enr-frais-refact
           invalid key
               continue
           not invalid key
               display a-plg-frais-refacture
           end-write
       .

       CHERCHE-TAUX-REFACT.
           move 0 to refacturable
           move 0 to taux-tva-frais
           perform varying idx-rd from 1 by 1 until idx-rd > 3
               if rd-type(idx-rd) = fr-type then
                   move 1 to refacturable
                   move rd-taux-tva(idx-rd) to taux-tva-frais
               end-if
           end-perform

           open input FParametres
           if fpa-status = '00' then
               move spaces to code-refact
               string 'REFACT-' fr-type
                   delimited by size into code-refact
               move code-refact to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move 1 to refacturable
                       compute taux-tva-frais = pa-valeur / 100
               end-read
               close FParametres
           end-if
       .

       RAPPORT-REFACT-ATTENTE.
      * Frais refacturables approuves que la facturation n'a pas
      * encore repris, par compagnie ; ceux dont l'affectation n'a
      * pas de compagnie (bus sans proprietaire) apparaissent sous
      * la compagnie 0000 et sont a traiter a la main.
           if refact-fichier-absent = 1 then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move '../ext/FraisRefactAttente.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Frais refacturables non factures au '
               date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport

           move 0 to nb-refact-attente
           move 0 to total-refact-attente
           move 0 to fin-scan
           move 0 to rf-num-compagnie
           start FFraisRefact key >= rf-num-compagnie
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FFraisRefact next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rf-statut = 'C' then
                           perform ECRIT-LIGNE-REFACT
                       end-if
               end-read
           end-perform

           move total-refact-attente to ed-total
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Frais en attente : ' nb-refact-attente
               ' - total HT : ' ed-total
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-frais' to spool-programme
           move spaces to spool-parametres
           string 'frais refacturables au ' date-jour
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       ECRIT-LIGNE-REFACT.
           move rf-montant-ht to ed-montant
           move rf-taux-tva to ed-taux
           move spaces to contenu-rapport
           string '  Cie ' rf-num-compagnie
               ' note ' rf-num-frais '/' rf-num-affect
               ' le ' rf-date
               ' ' rf-type ' HT ' ed-montant
               ' TVA ' ed-taux '%'
               delimited by size into contenu-rapport
           write LigneRapport
           add 1 to nb-refact-attente
           add rf-montant-ht to total-refact-attente
       .

       RELEVE-INDEMNITES.
      * Releve remis au chauffeur : chaque indemnite calculee par
      * l'export paye sur la periode, avec le service qui l'a
      * ouverte (affectation, bus, heures, destination de l'etape).
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-releve
           accept s-plg-releve

           move 0 to chauffeur-introuvable
           move nv-num-chauff to numChaufN
           read FChaufNouv
           invalid key
               move 1 to chauffeur-introuvable
           end-read
           if chauffeur-introuvable = 1 then
               display a-plg-chauffeur-introuvable
               stop ' '
               exit paragraph
           end-if

           open input FIndemnite
           if fid-status not = '00' then
               display a-plg-indemnites-absentes
               stop ' '
               exit paragraph
           end-if

           move '../ext/ReleveIndemnites.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               close FIndemnite
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Releve des indemnites du ' releve-debut
               ' au ' releve-fin ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Chauffeur ' numChaufN ' ' function trim(nomN)
               ' ' function trim(prenomN)
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Date        Indemnite   Affect  Bus     Service    '
               &'Montant  Detail' to contenu-rapport
           write LigneRapport

           move 0 to nb-indemnites
           move 0 to total-indemnites
           move 0 to fin-scan
           move nv-num-chauff to in-num-chauff
           move releve-debut to in-date
           move low-values to in-type
           start FIndemnite key >= in-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FIndemnite next
                   at end
                       move 1 to fin-scan
                   not at end
                       if in-num-chauff not = nv-num-chauff
                       or in-date > releve-fin then
                           move 1 to fin-scan
                       else
                           perform ECRIT-LIGNE-INDEMNITE
                       end-if
               end-read
           end-perform
           close FIndemnite

           move total-indemnites to ed-total
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Indemnites : ' nb-indemnites
               ' - total : ' ed-total
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-frais' to spool-programme
           move spaces to spool-parametres
           string 'indemnites ' numChaufN ' ' releve-debut
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       ECRIT-LIGNE-INDEMNITE.
           evaluate in-type
               when 'M' move 'Repas midi' to libelle-indemnite
               when 'S' move 'Repas soir' to libelle-indemnite
               when 'D' move 'Decoucher' to libelle-indemnite
               when other move in-type to libelle-indemnite
           end-evaluate

           move 0 to bus-indemnite
           move spaces to service-indemnite
           move in-num-affect to numAffect
           read fAffectation
               invalid key
                   continue
               not invalid key
                   move numBusA to bus-indemnite
                   string heureDebA '-' heureFinA
                       delimited by size into service-indemnite
           end-read

           move in-date to ed-date-releve
           move in-montant to ed-indemnite
           move spaces to contenu-rapport
           string ed-date-releve '  ' libelle-indemnite '  '
               in-num-affect '  ' bus-indemnite '  '
               service-indemnite '  ' ed-indemnite '  '
               in-detail(1:20)
               delimited by size into contenu-rapport
           write LigneRapport
           add 1 to nb-indemnites
           add in-montant to total-indemnites
       .

       LISTE-FRAIS-ATTENTE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           compute mois-fin =
               annee-rapport * 10000 + mois-rapport * 100 + 31

           move '../ext/FraisMensuel.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
