       program-id. ss-garantie.

       input-output section.
           file-control.
           select FGarantie assign to "../ext/Garantie.dat"
               organization is indexed
               access mode is dynamic
                   record key is ga-num
                   alternate record key is ga-num-bus
                       with duplicates
               status fga-status.

           select FReclam assign to "../ext/ReclamGarantie.dat"
               organization is indexed
               access mode is dynamic
                   record key is rg-num
                   alternate record key is rg-num-ordre
                       with duplicates
               status frg-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FEntretien assign to "../ext/Entretien.dat"
               organization is indexed
               access mode is dynamic
                   record key is eo-num-ordre
                   alternate record key is eo-num-bus with duplicates
               status FEntretienStatus.

           select FPiece assign to "../ext/PieceStock.dat"
               organization is indexed
               access mode is dynamic
                   record key is ps-code
               status FPieceStatus.

           select FRapport assign to "../ext/Garanties.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Garantie constructeur d'un bus : sur le vehicule complet
      * (portee 'V'), sur un composant majeur nomme (portee 'C',
      * moteur, boite, climatisation...) ou sur une piece du stock
      * atelier montee sur le bus (portee 'P', ga-code-piece).
      * Couverture jusqu'a ga-date-fin et, si ga-kms-couverts n'est
      * pas nul, jusqu'au compteur ga-kms-debut + ga-kms-couverts.
      * Statut : 'A' active, 'R' resiliee.
       fd FGarantie.
           01 enr-garantie.
               02 ga-num           pic 9(4).
               02 ga-num-bus       pic 9(6).
               02 ga-portee        pic x(1).
               02 ga-code-piece    pic x(8).
               02 ga-composant     pic x(20).
               02 ga-constructeur  pic x(30).
               02 ga-date-debut    pic 9(8).
               02 ga-date-fin      pic 9(8).
               02 ga-kms-debut     pic 9(7).
               02 ga-kms-couverts  pic 9(7).
               02 ga-statut        pic x(1).

      * Reclamation au constructeur pour une reparation sous
      * garantie, de l'ordre d'entretien jusqu'au remboursement.
      * Statut : 'O' ouverte, 'E' envoyee, 'A' acceptee, 'R' refusee,
      * 'L' remboursee (soldee).
       fd FReclam.
           01 enr-reclam.
               02 rg-num           pic 9(4).
               02 rg-num-ordre     pic 9(4).
               02 rg-num-garantie  pic 9(4).
               02 rg-num-bus       pic 9(6).
               02 rg-constructeur  pic x(30).
               02 rg-date-ouverture pic 9(8).
               02 rg-montant-demande pic 9(6)v99.
               02 rg-ref-constructeur pic x(15).
               02 rg-date-envoi    pic 9(8).
               02 rg-montant-accorde pic 9(6)v99.
               02 rg-date-decision pic 9(8).
               02 rg-montant-rembourse pic 9(6)v99.
               02 rg-date-remboursement pic 9(8).
               02 rg-motif         pic x(40).
               02 rg-statut        pic x(1).

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

       fd FPiece.
           01 enr-piece.
               02 ps-code          pic x(8).
               02 ps-libelle       pic x(30).
               02 ps-quantite      pic 9(5).
               02 ps-seuil         pic 9(4).
               02 ps-prix-unitaire pic 9(6)v99.

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fga-status               pic x(2).
       01 frg-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 FEntretienStatus         pic x(2).
       01 FPieceStatus             pic x(2).
       01 frap-status              pic x(2).
       01 piece-fichier-absent     pic 9.

       01 i                        pic 9(2).
       01 j                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 date-jour                pic 9(8).
       01 resultat-date-valide     pic 9.

       01 nv-num-bus               pic 9(6).
       01 nv-portee                pic x(1).
       01 nv-composant             pic x(20).
       01 nv-constructeur          pic x(30).
       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-kms-debut             pic 9(7).
       01 nv-kms-couverts          pic 9(7).
       01 id-ordre                 pic 9(4).
       01 id-garantie              pic 9(4).
       01 id-reclam                pic 9(4).
       01 nv-montant               pic 9(6)v99.
       01 nv-statut                pic x(1).
       01 nv-date                  pic 9(8).
       01 nv-ref                   pic x(15).
       01 nv-motif                 pic x(40).

      *----- Validite d'une garantie -----
       01 ctl-date                 pic 9(8).
       01 ctl-kms                  pic 9(7).
       01 garantie-valide          pic 9.
       01 etat-garantie            pic x(8).
       01 kms-limite               pic 9(7).
       01 reclam-existe            pic 9.

      *----- Rapport -----
       01 libelle-statut           pic x(8).
       01 nb-jours                 pic 9(5).
       01 nb-en-cours              pic 9(4).
       01 total-en-cours           pic 9(8)v99.
       01 total-rembourse          pic 9(8)v99.
       01 total-demande            pic 9(8)v99.
       01 nb-constructeurs         pic 9(2).
       01 constructeur-trouve      pic 9.
       01 table-constructeurs.
           02 tc-constructeur occurs 30.
               03 tc-nom           pic x(30).
               03 tc-nb            pic 9(4).
               03 tc-nb-refus      pic 9(4).
               03 tc-demande       pic 9(8)v99.
               03 tc-rembourse     pic 9(8)v99.
       01 ed-nb                    pic zzz9.
       01 ed-nb-2                  pic zzz9.
       01 ed-montant               pic zzzzz9.99.
       01 ed-cout                  pic zzzzzzz9.99.
       01 ed-cout-2                pic zzzzzzz9.99.
       01 ed-jours                 pic zzz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Garanties constructeur et reclamations -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Enregistrer une garantie (bus, composant, piece)'.
           02 line 4 col 2 value '2: Garanties d''un bus'.
           02 line 5 col 2 value
               '3: Ouvrir une reclamation sur un ordre d''entretien'.
           02 line 6 col 2 value
               '4: Suivre une reclamation (envoi, decision, '
               &'remboursement)'.
           02 line 7 col 2 value
               '5: Resilier une garantie'.
           02 line 8 col 2 value
               '6: Rapport : sommes recuperees, reclamations en cours'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-form-garantie.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-nv-num-bus pic zzzzzz to nv-num-bus required.
           02 line 4 col 2 value
               'Portee (V vehicule, C composant, P piece) : '.
           02 s-nv-portee pic x to nv-portee required.
           02 line 5 col 2 value
               'Composant (C) ou code piece (P) : '.
           02 s-nv-composant pic x(20) to nv-composant.
           02 line 6 col 2 value 'Constructeur : '.
           02 s-nv-constructeur pic x(30) to nv-constructeur
               required.
           02 line 7 col 2 value 'Debut (AAAAMMJJ) : '.
           02 s-nv-date-debut pic 9(8) using nv-date-debut
               required.
           02 line 8 col 2 value 'Fin (AAAAMMJJ) : '.
           02 s-nv-date-fin pic 9(8) to nv-date-fin required.
           02 line 9 col 2 value
               'Kilometres couverts (0 = sans limite) : '.
           02 s-nv-kms-couverts pic zzzzzz9 to nv-kms-couverts.
       01 s-plg-kms-debut.
           02 line 11 col 2 value
               'Compteur du bus au debut de la garantie : '.
           02 s-nv-kms-debut pic zzzzzz9 using nv-kms-debut
               required.

       01 s-plg-id-bus.
           02 line 3 col 2 value 'Numero du bus : '.
           02 s-id-bus pic zzzzzz to nv-num-bus required.
       01 s-plg-id-ordre.
           02 line 3 col 2 value 'Numero de l''ordre d''entretien : '.
           02 s-id-ordre pic zzzz to id-ordre required.
       01 s-plg-id-garantie.
           02 line 3 col 2 value 'Numero de la garantie : '.
           02 s-id-garantie pic zzzz to id-garantie required.
       01 s-plg-id-reclam.
           02 line 3 col 2 value 'Numero de la reclamation : '.
           02 s-id-reclam pic zzzz to id-reclam required.

       01 a-plg-ordre.
           02 line 4 col 2 value 'Bus : '.
           02 a-eo-bus pic 9(6) from eo-num-bus.
           02 line 4 col 20 value 'Entre le : '.
           02 a-eo-date pic 9(8) from eo-date-entree.
           02 line 4 col 42 value 'Compteur : '.
           02 a-eo-kms pic zzzzz9 from eo-kms-service.
           02 line 5 col 2 value 'Intervention : '.
           02 a-eo-interv pic x(20) from eo-type-interv.
           02 line 5 col 42 value 'Cout : '.
           02 a-eo-cout pic zzzzz9.99 from eo-cout.
       01 s-plg-form-reclam.
           02 line 19 col 2 value 'Garantie invoquee : '.
           02 s-rc-garantie pic zzzz to id-garantie required.
           02 line 19 col 30 value 'Montant demande (EUR) : '.
           02 s-rc-montant pic zzzzz9.99 using nv-montant required.

       01 a-plg-reclam.
           02 line 4 col 2 value 'Bus : '.
           02 a-rg-bus pic 9(6) from rg-num-bus.
           02 line 4 col 20 value 'Ordre : '.
           02 a-rg-ordre pic 9(4) from rg-num-ordre.
           02 line 4 col 36 value 'Garantie : '.
           02 a-rg-garantie pic 9(4) from rg-num-garantie.
           02 line 5 col 2 value 'Constructeur : '.
           02 a-rg-constructeur pic x(30) from rg-constructeur.
           02 line 6 col 2 value 'Statut : '.
           02 a-rg-statut pic x(8) from libelle-statut.
           02 line 6 col 24 value 'Ouverte le : '.
           02 a-rg-date pic 9(8) from rg-date-ouverture.
           02 line 7 col 2 value 'Demande : '.
           02 a-rg-demande pic zzzzz9.99 from rg-montant-demande.
           02 line 7 col 24 value 'Accorde : '.
           02 a-rg-accorde pic zzzzz9.99 from rg-montant-accorde.
           02 line 7 col 46 value 'Rembourse : '.
           02 a-rg-rembourse pic zzzzz9.99
               from rg-montant-rembourse.
       01 s-plg-form-suivi.
           02 line 9 col 2 value
               'Nouveau statut (E envoyee, A acceptee, R refusee, '
               &'L remboursee) : '.
           02 s-su-statut pic x to nv-statut required.
           02 line 10 col 2 value 'Date (AAAAMMJJ) : '.
           02 s-su-date pic 9(8) using nv-date required.
           02 line 11 col 2 value
               'Montant accorde ou rembourse (EUR) : '.
           02 s-su-montant pic zzzzz9.99 using nv-montant.
           02 line 12 col 2 value 'Reference constructeur : '.
           02 s-su-ref pic x(15) using nv-ref.
           02 line 13 col 2 value 'Motif du refus : '.
           02 s-su-motif pic x(40) using nv-motif.

       01 a-plg-titre-colonne.
           02 line i col 2 value 'Num'.
           02 line i col 7 value 'P'.
           02 line i col 9 value 'Composant'.
           02 line i col 30 value 'Constructeur'.
           02 line i col 46 value 'Fin'.
           02 line i col 55 value 'Km limite'.
           02 line i col 65 value 'Etat'.
       01 a-plg-garantie-data.
           02 a-ga-num line i col 2 pic 9(4) from ga-num.
           02 a-ga-portee line i col 7 pic x from ga-portee.
           02 a-ga-composant line i col 9 pic x(20)
               from ga-composant.
           02 a-ga-constructeur line i col 30 pic x(15)
               from ga-constructeur.
           02 a-ga-fin line i col 46 pic 9(8) from ga-date-fin.
           02 a-ga-kms line i col 55 pic zzzzzz9 from kms-limite.
           02 a-ga-etat line i col 65 pic x(8) from etat-garantie.

       01 a-plg-bus-introuvable.
           02 line 20 col 1 value 'Bus introuvable ou sorti de flotte.'.
       01 a-plg-portee-invalide.
           02 line 20 col 1 value
               'Portee invalide ou composant non renseigne.'.
       01 a-plg-piece-introuvable.
           02 line 20 col 1 value 'Piece introuvable dans le stock.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides : fin avant le debut.'.
       01 a-plg-ordre-introuvable.
           02 line 20 col 1 value 'Ordre d''entretien introuvable.'.
       01 a-plg-garantie-introuvable.
           02 line 20 col 1 value
               'Garantie introuvable ou d''un autre bus.'.
       01 a-plg-garantie-non-valable.
           02 line 20 col 1 value
               'Garantie non valable a la date ou au compteur de '
               &'l''ordre.'.
       01 a-plg-reclam-existe.
           02 line 20 col 1 value
               'Une reclamation existe deja pour cet ordre et cette '
               &'garantie.'.
       01 a-plg-reclam-introuvable.
           02 line 20 col 1 value 'Reclamation introuvable.'.
       01 a-plg-transition-invalide.
           02 line 20 col 1 value
               'Statut impossible depuis le statut actuel.'.
       01 a-plg-aucune-garantie.
           02 line 20 col 1 value 'Aucune garantie pour ce bus.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Rapport : ../ext/Garanties.txt'.
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

      * Reparations payees alors que le bus ou la piece etait encore
      * sous garantie : les garanties sont saisies par bus, l'ouverture
      * d'un ordre d'entretien les signale (ss-garantie-controle) et
      * la reclamation au constructeur est suivie jusqu'au
      * remboursement.

       open i-o FGarantie
       if fga-status = '35' then
           open output FGarantie
           close FGarantie
           open i-o FGarantie
       end-if
       open i-o FReclam
       if frg-status = '35' then
           open output FReclam
           close FReclam
           open i-o FReclam
       end-if
       open input FBus
       open input FEntretien
       move 0 to piece-fichier-absent
       open input FPiece
       if FPieceStatus not = '00' then
           move 1 to piece-fichier-absent
       end-if

       if fga-status not = '00' or frg-status not = '00'
       or FBusStatus not = '00' then
           display a-error-open
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       accept date-jour from date yyyymmdd

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform ENREGISTRE-GARANTIE
               when 2 perform GARANTIES-BUS
               when 3 perform OUVRE-RECLAMATION
               when 4 perform SUIT-RECLAMATION
               when 5 perform RESILIE-GARANTIE
               when 6 perform RAPPORT-GARANTIES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FGarantie
           close FReclam
           close FBus
           close FEntretien
           if piece-fichier-absent = 0 then
               close FPiece
           end-if
       .

       ENREGISTRE-GARANTIE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move date-jour to nv-date-debut
           display s-plg-form-garantie
           accept s-plg-form-garantie

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

           move function upper-case(nv-portee) to nv-portee
           move function upper-case(nv-composant) to nv-composant
           move spaces to ga-code-piece
           evaluate nv-portee
               when 'V'
                   move 'VEHICULE COMPLET' to nv-composant
               when 'C'
                   if nv-composant = spaces then
                       display a-plg-portee-invalide
                       stop ' '
                       exit paragraph
                   end-if
               when 'P'
                   if nv-composant = spaces then
                       display a-plg-portee-invalide
                       stop ' '
                       exit paragraph
                   end-if
                   move nv-composant(1:8) to ga-code-piece
                   if piece-fichier-absent = 0 then
                       move ga-code-piece to ps-code
                       read FPiece
                       invalid key
                           display a-plg-piece-introuvable
                           stop ' '
                           exit paragraph
                       end-read
                       move ps-libelle to nv-composant
                   end-if
               when other
                   display a-plg-portee-invalide
                   stop ' '
                   exit paragraph
           end-evaluate

      * Garantie d'origine : compteur a la mise en service ; piece
      * ou composant remplace plus tard : compteur du jour.
           move fb-kms to nv-kms-debut
           display s-plg-kms-debut
           accept s-plg-kms-debut

           move 9999 to ga-num
           start FGarantie key < ga-num
           invalid key
               move 0 to ga-num
           not invalid key
               read FGarantie next
                   at end
                       move 0 to ga-num
                   not at end
                       continue
               end-read
           end-start
           add 1 to ga-num

           move nv-num-bus to ga-num-bus
           move nv-portee to ga-portee
           move nv-composant to ga-composant
           move function upper-case(nv-constructeur)
               to ga-constructeur
           move nv-date-debut to ga-date-debut
           move nv-date-fin to ga-date-fin
           move nv-kms-debut to ga-kms-debut
           move nv-kms-couverts to ga-kms-couverts
           move 'A' to ga-statut
           write enr-garantie
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-write
           stop ' '
       .

       GARANTIES-BUS.
      * Etat au jour et au compteur actuel du bus.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-bus
           accept s-plg-id-bus

           move nv-num-bus to fb-numero
           read FBus
           invalid key
               display a-plg-bus-introuvable
               stop ' '
               exit paragraph
           end-read

           move date-jour to ctl-date
           move fb-kms to ctl-kms
           move 5 to i
           perform LISTE-GARANTIES-BUS
           stop ' '
       .

       LISTE-GARANTIES-BUS.
      * Garanties du bus nv-num-bus a partir de la ligne i, avec
      * leur etat a ctl-date et ctl-kms.
           display a-plg-titre-colonne
           add 1 to i
           move 1 to aucun-resultat
           move 0 to fin-scan
           move nv-num-bus to ga-num-bus
           start FGarantie key = ga-num-bus
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FGarantie next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ga-num-bus not = nv-num-bus then
                           move 1 to fin-scan
                       else
                           move 0 to aucun-resultat
                           perform CONTROLE-VALIDITE
                           display a-plg-garantie-data
                           add 1 to i
                           if i > 18 then
                               move 6 to i
                               stop ' '
                           end-if
                       end-if
               end-read
           end-perform
           if aucun-resultat = 1 then
               display a-plg-aucune-garantie
           end-if
       .

       CONTROLE-VALIDITE.
      * garantie-valide : 1 si la garantie couvre ctl-date et
      * ctl-kms ; kms-limite : compteur limite (0 sans limite).
           move 1 to garantie-valide
           move 'VALABLE' to etat-garantie
           move 0 to kms-limite
           if ga-kms-couverts > 0 then
               compute kms-limite = ga-kms-debut + ga-kms-couverts
           end-if
           if ga-statut not = 'A' then
               move 0 to garantie-valide
               move 'RESILIEE' to etat-garantie
           else
               if ctl-date < ga-date-debut
               or ctl-date > ga-date-fin then
                   move 0 to garantie-valide
                   move 'EXPIREE' to etat-garantie
               end-if
               if ga-kms-couverts > 0
               and ctl-kms > kms-limite then
                   move 0 to garantie-valide
                   move 'KM DEPAS' to etat-garantie
               end-if
           end-if
       .

       OUVRE-RECLAMATION.
      * La reparation de l'ordre est reclamee au constructeur au
      * titre d'une garantie du bus valable a l'entree au garage.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-ordre
           accept s-plg-id-ordre

           move id-ordre to eo-num-ordre
           read FEntretien
           invalid key
               display a-plg-ordre-introuvable
               stop ' '
               exit paragraph
           end-read
           display a-plg-ordre

           move eo-num-bus to nv-num-bus
           move eo-date-entree to ctl-date
           move eo-kms-service to ctl-kms
           move 7 to i
           perform LISTE-GARANTIES-BUS
           if aucun-resultat = 1 then
               stop ' '
               exit paragraph
           end-if

           move eo-cout to nv-montant
           display s-plg-form-reclam
           accept s-plg-form-reclam

           move id-garantie to ga-num
           read FGarantie
           invalid key
               move 0 to ga-num-bus
           end-read
           if ga-num-bus not = eo-num-bus then
               display a-plg-garantie-introuvable
               stop ' '
               exit paragraph
           end-if
           move eo-date-entree to ctl-date
           move eo-kms-service to ctl-kms
           perform CONTROLE-VALIDITE
           if garantie-valide = 0 then
               display a-plg-garantie-non-valable
               stop ' '
               exit paragraph
           end-if

           perform CHERCHE-RECLAMATION
           if reclam-existe = 1 then
               display a-plg-reclam-existe
               stop ' '
               exit paragraph
           end-if

           move 9999 to rg-num
           start FReclam key < rg-num
           invalid key
               move 0 to rg-num
           not invalid key
               read FReclam next
                   at end
                       move 0 to rg-num
                   not at end
                       continue
               end-read
           end-start
           add 1 to rg-num

           move id-ordre to rg-num-ordre
           move ga-num to rg-num-garantie
           move eo-num-bus to rg-num-bus
           move ga-constructeur to rg-constructeur
           move date-jour to rg-date-ouverture
           move nv-montant to rg-montant-demande
           move spaces to rg-ref-constructeur
           move 0 to rg-date-envoi
           move 0 to rg-montant-accorde
           move 0 to rg-date-decision
           move 0 to rg-montant-rembourse
           move 0 to rg-date-remboursement
           move spaces to rg-motif
           move 'O' to rg-statut
           write enr-reclam
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-write
           stop ' '
       .

       CHERCHE-RECLAMATION.
      * Reclamation non refusee deja ouverte sur l'ordre id-ordre
      * pour la garantie ga-num.
           move 0 to reclam-existe
           move 0 to fin-scan
           move id-ordre to rg-num-ordre
           start FReclam key = rg-num-ordre
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FReclam next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rg-num-ordre not = id-ordre then
                           move 1 to fin-scan
                       else
                           if rg-num-garantie = ga-num
                           and rg-statut not = 'R' then
                               move 1 to reclam-existe
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
       .

       SUIT-RECLAMATION.
      * Ouverte -> envoyee -> acceptee ou refusee -> remboursee ; un
      * remboursement peut arriver sans accord prealable notifie.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-reclam
           accept s-plg-id-reclam

           move id-reclam to rg-num
           read FReclam
           invalid key
               display a-plg-reclam-introuvable
               stop ' '
               exit paragraph
           end-read
           perform TRADUIT-STATUT
           display a-plg-reclam

           move date-jour to nv-date
           move rg-montant-demande to nv-montant
           if rg-montant-accorde > 0 then
               move rg-montant-accorde to nv-montant
           end-if
           move rg-ref-constructeur to nv-ref
           move rg-motif to nv-motif
           display s-plg-form-suivi
           accept s-plg-form-suivi

           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-dates-invalides
               stop ' '
               exit paragraph
           end-if
           move function upper-case(nv-statut) to nv-statut
           evaluate true
               when nv-statut = 'E' and rg-statut = 'O'
                   move nv-date to rg-date-envoi
               when nv-statut = 'A' and rg-statut = 'E'
                   move nv-montant to rg-montant-accorde
                   move nv-date to rg-date-decision
               when nv-statut = 'R' and rg-statut = 'E'
                   move nv-date to rg-date-decision
               when nv-statut = 'L'
               and (rg-statut = 'E' or rg-statut = 'A')
                   move nv-montant to rg-montant-rembourse
                   move nv-date to rg-date-remboursement
               when other
                   display a-plg-transition-invalide
                   stop ' '
                   exit paragraph
           end-evaluate
           move nv-ref to rg-ref-constructeur
           move nv-motif to rg-motif
           move nv-statut to rg-statut
           rewrite enr-reclam
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       RESILIE-GARANTIE.
      * Garantie saisie a tort ou perdue (bus cede, contrat rompu).
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-garantie
           accept s-plg-id-garantie

           move id-garantie to ga-num
           read FGarantie
           invalid key
               display a-plg-garantie-introuvable
               stop ' '
               exit paragraph
           end-read
           move 'R' to ga-statut
           rewrite enr-garantie
           invalid key
               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
           end-rewrite
           stop ' '
       .

       TRADUIT-STATUT.
           evaluate rg-statut
               when 'O' move 'Ouverte' to libelle-statut
               when 'E' move 'Envoyee' to libelle-statut
               when 'A' move 'Acceptee' to libelle-statut
               when 'R' move 'Refusee' to libelle-statut
               when 'L' move 'Rembours' to libelle-statut
               when other move rg-statut to libelle-statut
           end-evaluate
       .

       RAPPORT-GARANTIES.
      * Reclamations en cours avec leur anciennete, puis sommes
      * demandees et recuperees par constructeur.
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Reclamations de garantie au ' date-jour
               ' -----' delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Reclamations en cours' delimited by size
               into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Recl Bus    Ord.  Constructeur         Statut   '
               'Ouverte    Demande Jours'
               delimited by size into contenu-rapport
           write LigneRapport

           move 0 to nb-en-cours
           move 0 to total-en-cours
           move 0 to nb-constructeurs
           move 0 to rg-num
           move 0 to fin-scan
           start FReclam key > rg-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FReclam next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform CUMULE-CONSTRUCTEUR
                       if rg-statut = 'O' or rg-statut = 'E'
                       or rg-statut = 'A' then
                           perform EDITE-RECLAM-EN-COURS
                       end-if
               end-read
           end-perform

           move nb-en-cours to ed-nb
           move total-en-cours to ed-cout
           move spaces to contenu-rapport
           string 'Reclamations en cours : ' ed-nb
               '   montant en attente : ' ed-cout ' EUR'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport

           move spaces to contenu-rapport
           string 'Sommes recuperees par constructeur'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Constructeur                  Recl. Refus'
               '     Demande   Rembourse'
               delimited by size into contenu-rapport
           write LigneRapport
           move 0 to total-demande
           move 0 to total-rembourse
           perform varying j from 1 by 1 until j > nb-constructeurs
               move tc-nb(j) to ed-nb
               move tc-nb-refus(j) to ed-nb-2
               move tc-demande(j) to ed-cout
               move tc-rembourse(j) to ed-cout-2
               move spaces to contenu-rapport
               string tc-nom(j) ' ' ed-nb '  ' ed-nb-2 ' ' ed-cout
                   ' ' ed-cout-2
                   delimited by size into contenu-rapport
               write LigneRapport
               add tc-demande(j) to total-demande
               add tc-rembourse(j) to total-rembourse
           end-perform
           move total-demande to ed-cout
           move total-rembourse to ed-cout-2
           move spaces to contenu-rapport
           string 'Total                                     '
               ed-cout ' ' ed-cout-2
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-garantie' to spool-programme
           move spaces to spool-parametres
           string 'reclamations de garantie au ' date-jour
               delimited by size into spool-parametres
           move '../ext/Garanties.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       EDITE-RECLAM-EN-COURS.
           add 1 to nb-en-cours
           add rg-montant-demande to total-en-cours
           perform TRADUIT-STATUT
           compute nb-jours =
               function integer-of-date(date-jour)
               - function integer-of-date(rg-date-ouverture)
           move rg-montant-demande to ed-montant
           move nb-jours to ed-jours
           move spaces to contenu-rapport
           string rg-num ' ' rg-num-bus ' ' rg-num-ordre '  '
               rg-constructeur(1:20) ' ' libelle-statut ' '
               rg-date-ouverture ' ' ed-montant ' ' ed-jours
               delimited by size into contenu-rapport
           write LigneRapport
       .

       CUMULE-CONSTRUCTEUR.
           move 0 to constructeur-trouve
           perform varying j from 1 by 1
               until j > nb-constructeurs or constructeur-trouve = 1
               if tc-nom(j) = rg-constructeur then
                   move 1 to constructeur-trouve
               end-if
           end-perform
           if constructeur-trouve = 1 then
               subtract 1 from j
           else
               if nb-constructeurs >= 30 then
                   exit paragraph
               end-if
               add 1 to nb-constructeurs
               move nb-constructeurs to j
               move rg-constructeur to tc-nom(j)
               move 0 to tc-nb(j)
               move 0 to tc-nb-refus(j)
               move 0 to tc-demande(j)
               move 0 to tc-rembourse(j)
           end-if
           add 1 to tc-nb(j)
           add rg-montant-demande to tc-demande(j)
           add rg-montant-rembourse to tc-rembourse(j)
           if rg-statut = 'R' then
               add 1 to tc-nb-refus(j)
           end-if
       .

       end program ss-garantie.
