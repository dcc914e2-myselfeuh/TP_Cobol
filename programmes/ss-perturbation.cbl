       program-id. ss-perturbation.

       input-output section.
           file-control.
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

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status FSiteStatus.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FFactureAffect assign to "../ext/FactureAffect.dat"
               organization is indexed
               access mode is dynamic
                   record key is fx-cle
               status ffx-status.

           select FReservation assign to "../ext/Reservation.dat"
               organization is indexed
               access mode is dynamic
                   record key is rs-cle
               status FReservationStatus.

           select FClientPrive assign to "../ext/ClientPrive.dat"
               organization is indexed
               access mode is dynamic
                   record key is pv-num
               status fpv-status.

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FCloture assign to "../ext/Cloture.dat"
               organization is indexed
               access mode is dynamic
                   record key is cl-id
               status FClotureStatus.

           select FCompteurs assign to "../ext/Compteurs.dat"
               organization is indexed
               access mode is dynamic
                   record key is ct-id
               status FCompteursStatus.

           select FAvis assign to nom-document
               organization is sequential
               status fdoc-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FJournalImage assign to "../ext/JournalImages.dat"
               organization is sequential
               status fji-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
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

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       fd FFactureAffect.
           01 enr-facture-affect.
               02 fx-cle.
                   03 fx-num-affect pic 9(6).
                   03 fx-periode    pic 9(6).
               02 fx-num-facture   pic 9(6).

       fd FReservation.
           01 enr-reservation.
               02 rs-cle.
                   03 rs-num-affect    pic 9(6).
                   03 rs-seq           pic 9(3).
               02 rs-nom-passager      pic x(30).
               02 rs-statut            pic x(1).

       fd FClientPrive.
           01 enr-client-prive.
               02 pv-num           pic 9(4).
               02 pv-nom           pic x(30).
               02 pv-adresse       pic x(40).
               02 pv-code-postal   pic x(5).
               02 pv-ville         pic x(30).
               02 pv-contact       pic x(30).
               02 pv-acompte-requis pic x(1).

       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

       fd FCloture.
           01 enr-cloture.
               02 cl-id            pic 9(1).
               02 cl-date-cloture  pic 9(8).
               02 cl-date-operation pic 9(8).
               02 cl-operateur     pic x(8).

       fd FCompteurs.
           01 enr-compteurs.
               02 ct-id                pic 9(1).
               02 ct-nb-chauffeurs     pic 9(4).
               02 ct-nb-bus            pic 9(4).
               02 ct-nb-affect-actives pic 9(4).
               02 ct-nb-permis-expirant pic 9(4).
               02 ct-date-calcul       pic 9(8).

       FD FAvis.
       01 LigneAvis.
           02 contenu-avis pic x(80).

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
               02 se-role          pic x(1).

       working-storage section.
       01 fstatus                  pic x(2).
       01 FBusStatus               pic x(2).
       01 FSiteStatus              pic x(2).
       01 fco-status               pic x(2).
       01 ffx-status               pic x(2).
       01 FReservationStatus       pic x(2).
       01 fpv-status               pic x(2).
       01 fap-status               pic x(2).
       01 FClotureStatus           pic x(2).
       01 FCompteursStatus         pic x(2).
       01 fdoc-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 fji-status               pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).
       01 date-cloture             pic 9(8).
       01 nom-document             pic x(40).
       01 marque-fact-absente      pic 9.
       01 resa-fichier-absent      pic 9.
       01 client-fichier-absent    pic 9.
       01 compagnie-fichier-absent pic 9.

       01 i                        pic 9(2).
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 date-jour                pic 9(8).

      *----- Selection -----
       01 id-site                  pic x(4).
       01 periode-debut            pic 9(8).
       01 periode-fin              pic 9(8).
       01 motif-perturbation       pic x(40).
       01 date-site                pic 9(8).
       01 site-effectif            pic x(4).

      *----- Apercu et traitement des affectations annulees -----
       01 nb-selection             pic 9(3).
       01 max-selection            pic 9(3) value 200.
       01 selection-pleine         pic 9.
       01 nb-debordantes           pic 9(3).
       01 idx-se                   pic 9(3).
       01 idx-x                    pic 9(3).
       01 table-selection.
           02 se-entree occurs 200 times.
               03 sel-num          pic 9(6).
               03 sel-deb          pic 9(8).
               03 sel-fin          pic 9(8).
               03 sel-bus          pic 9(6).
               03 sel-chauf        pic 9(6).
               03 sel-cie          pic 9(4).
               03 sel-client       pic 9(4).
               03 sel-passagers    pic 9(3).
               03 sel-liberees     pic 9(3).
               03 sel-annulee      pic 9.
               03 sel-avisee       pic 9.
       01 confirme                 pic 9.
       01 anc-statutA              pic x(01).
       01 nb-annulees              pic 9(3).
       01 nb-ecartees              pic 9(3).
       01 nb-liberees              pic 9(5).
       01 nb-avis                  pic 9(3).

      *----- Mois factures a crediter -----
       01 periode-courante         pic 9(6).
       01 periode-derniere         pic 9(6).
       01 annee-p                  pic 9(4).
       01 mois-p                   pic 9(2).
       01 nb-periodes              pic 9(2).
       01 idx-p                    pic 9(2).
       01 periode-connue           pic 9.
       01 periodes-pleines         pic 9.
       01 table-periodes.
           02 tp-periode occurs 24 times pic 9(6).
       01 nb-avoirs-periode        pic 9(4).
       01 nb-avoirs                pic 9(4).

      *----- Avis aux clients -----
       01 avis-cie                 pic 9(4).
       01 avis-client              pic 9(4).
       01 nb-lignes-avis           pic 9(3).

      *----- Index par date (AffectDate.dat) -----
       01 idx-operation            pic x value 'S'.
       01 delta-compteur           pic s9(4) comp.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

      *----- Depot en file d'expedition -----
       01 envoi-type-doc           pic x(2).
       01 envoi-reference          pic x(12).
       01 envoi-dest-type          pic x(1).
       01 envoi-dest-num           pic 9(6).
       01 envoi-fichier            pic x(40).
       01 envoi-num                pic 9(6).

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Journee perturbee : annulation en bloc par site -'.

       01 s-plg-selection.
           02 line 3 col 2 value 'Site : '.
           02 s-id-site pic x(4) to id-site required.
           02 line 4 col 2 value 'Periode du (AAAAMMJJ): '.
           02 s-periode-debut pic 9(8) to periode-debut required.
           02 line 5 col 2 value 'Periode au (AAAAMMJJ): '.
           02 s-periode-fin pic 9(8) to periode-fin required.
           02 line 6 col 2 value 'Motif (neige, greve...) : '.
           02 s-motif pic x(40) to motif-perturbation required.

       01 a-plg-titre-apercu.
           02 line 8 col 2 value 'Affect'.
           02 line 8 col 10 value 'Du'.
           02 line 8 col 22 value 'Au'.
           02 line 8 col 34 value 'Bus'.
           02 line 8 col 42 value 'Cie'.
           02 line 8 col 48 value 'Client'.
           02 line 8 col 56 value 'Pass.'.
       01 a-plg-apercu-data.
           02 a-sel-num line i col 2 pic 9(6)
               from sel-num(idx-se).
           02 a-sel-deb line i col 10 pic 9999/99/99
               from sel-deb(idx-se).
           02 a-sel-fin line i col 22 pic 9999/99/99
               from sel-fin(idx-se).
           02 a-sel-bus line i col 34 pic 9(6)
               from sel-bus(idx-se).
           02 a-sel-cie line i col 42 pic zzz9
               from sel-cie(idx-se).
           02 a-sel-client line i col 48 pic zzz9
               from sel-client(idx-se).
           02 a-sel-passagers line i col 56 pic zz9
               from sel-passagers(idx-se).
       01 a-plg-total-selection.
           02 line 19 col 2 value 'Affectations a annuler : '.
           02 a-nb-selection line 19 col 27 pic zz9
               from nb-selection.
       01 a-plg-debordantes.
           02 line 20 col 2 value
               'Hors selection, debordent de la periode : '.
           02 a-nb-debordantes line 20 col 44 pic zz9
               from nb-debordantes.
           02 line 20 col 48 value '(a traiter une a une)'.

       01 s-plg-confirme.
           02 line 21 col 2 value
               '1-Annuler ces affectations / 9-Abandonner : '.
           02 s-confirme pic 9 to confirme required.

       01 a-plg-resultat.
           02 line 22 col 2 value 'Annulees : '.
           02 a-nb-annulees line 22 col 13 pic zz9
               from nb-annulees.
           02 line 22 col 18 value 'Ecartees : '.
           02 a-nb-ecartees line 22 col 29 pic zz9
               from nb-ecartees.
           02 line 22 col 34 value 'Avoirs : '.
           02 a-nb-avoirs line 22 col 43 pic zzz9 from nb-avoirs.
           02 line 22 col 49 value 'Avis : '.
           02 a-nb-avis line 22 col 56 pic zz9 from nb-avis.

       01 a-plg-aucune-selection.
           02 line 10 col 2 value
               'Aucune affectation active de ce site sur la periode.'.
       01 a-plg-selection-pleine.
           02 line 20 col 1 value
               'Selection pleine (200 affectations) : reduire la '
               &'periode.'.
       01 a-plg-periodes-pleines.
           02 line 20 col 1 value
               'Plus de 24 mois factures a crediter : reduire la '
               &'periode.'.
       01 a-plg-site-introuvable.
           02 line 20 col 1 value 'Site introuvable.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'La fin de periode precede son debut.'.
       01 a-plg-reserve-superviseur.
           02 line 20 col 1 value
               'Operation reservee au superviseur.'.
       01 a-plg-annule.
           02 line 22 col 2 value 'Annulation en bloc abandonnee.'.
       01 a-plg-message-continuer.
           02 line 23 col 1 value 'Appuyer sur une touche...'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Neige, greve : toutes les affectations actives des bus d'un
      * site sur quelques jours sont annulees en une passe, avec le
      * motif de la perturbation. Les reservations de passagers sont
      * liberees, les mois deja factures recoivent leurs avoirs et
      * chaque compagnie (ou client particulier) recoit un avis
      * listant ses services annules.

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

       display a-plg-titre-global
       if session-role not = 'S' then
           display a-plg-reserve-superviseur
           stop ' '
           goback
       end-if

       open i-o fAffectation
       open input FBus
       open input FSite
       if fstatus not = '00' or FBusStatus not = '00'
       or FSiteStatus not = '00' then
           display a-error-open
           stop ' '
           close fAffectation
           close FBus
           close FSite
           goback
       end-if

       move 0 to client-fichier-absent
       open input FClientPrive
       if fpv-status not = '00' then
           move 1 to client-fichier-absent
       else
           open input FAffectClient
           if fap-status not = '00' then
               close FClientPrive
               move 1 to client-fichier-absent
           end-if
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if

       perform LIT-CLOTURE

       display s-plg-selection
       accept s-plg-selection

       move function upper-case(id-site) to id-site
       move id-site to si-code
       read FSite
       invalid key
           display a-plg-site-introuvable
           stop ' '
           perform FERME-FICHIERS
           goback
       end-read
       if periode-fin < periode-debut then
           display a-plg-dates-invalides
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       accept date-jour from date yyyymmdd
       perform CHARGE-SELECTION

       if nb-selection = 0 then
           display a-plg-aucune-selection
           if nb-debordantes > 0 then
               display a-plg-debordantes
           end-if
           display a-plg-message-continuer
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

      *    rien n'est annule si la selection ou la table des mois a
      *    crediter deborde : l'annulation ne se fait qu'en entier
       if selection-pleine = 1 then
           display a-plg-selection-pleine
           display a-plg-message-continuer
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if
       perform CONTROLE-PERIODES
       if periodes-pleines = 1 then
           display a-plg-periodes-pleines
           display a-plg-message-continuer
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       perform AFFICHE-APERCU
       display s-plg-confirme
       accept s-plg-confirme
       if confirme not = 1 then
           display a-plg-annule
           display a-plg-message-continuer
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       perform APPLIQUE-ANNULATION

      *    l'emission des avoirs ouvre elle-meme les affectations, les
      *    bus et les marques de facturation
       close fAffectation
       close FBus
       move 0 to nb-avoirs
       perform varying idx-p from 1 by 1 until idx-p > nb-periodes
           move 0 to nb-avoirs-periode
           call 'ss-avoir-emission' using tp-periode(idx-p)
               nb-avoirs-periode
           add nb-avoirs-periode to nb-avoirs
       end-perform

       perform EMET-AVIS

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       close FSite
       close FJournal
       if client-fichier-absent = 0 then
           close FClientPrive
           close FAffectClient
       end-if
       goback
       .

       FERME-FICHIERS.
           close fAffectation
           close FBus
           close FSite
           close FJournal
           if client-fichier-absent = 0 then
               close FClientPrive
               close FAffectClient
           end-if
       .

       LIT-CLOTURE.
      * Une affectation d'une periode comptable close ne se touche
      * plus, comme dans la saisie.
           move 0 to date-cloture
           open input FCloture
           if FClotureStatus = '00' then
               move 1 to cl-id
               read FCloture
                   invalid key
                       continue
                   not invalid key
                       move cl-date-cloture to date-cloture
               end-read
               close FCloture
           end-if
       .

       CHARGE-SELECTION.
      * Les affectations actives (brouillons compris) qui touchent la
      * periode et dont le bus roule ce jour-la pour le site, pret
      * inter-sites compris. Seules celles contenues dans la periode
      * sont annulees : une affectation qui deborde garde ses jours
      * hors perturbation (et leur facture), elle est seulement
      * comptee pour etre traitee une a une.
           move 0 to nb-selection
           move 0 to selection-pleine
           move 0 to nb-debordantes
           move 0 to fin-scan
           move 0 to numAffect
           start fAffectation key > numAffect
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if statutA not = 'I'
                       and dateDebAffectA <= periode-fin
                       and dateFinAffectA >= periode-debut
                       and (date-cloture = 0
                           or dateFinAffectA > date-cloture) then
                           perform EXAMINE-SITE-AFFECT
                       end-if
               end-read
           end-perform
       .

       EXAMINE-SITE-AFFECT.
           move numBusA to fb-numero
           read FBus
           invalid key
               exit paragraph
           end-read
           move periode-debut to date-site
           if dateDebAffectA > periode-debut then
               move dateDebAffectA to date-site
           end-if
           call 'ss-site-effectif' using fb-numero date-site
               fb-code-site site-effectif
           if site-effectif not = id-site then
               exit paragraph
           end-if
           if dateDebAffectA < periode-debut
           or dateFinAffectA > periode-fin then
               add 1 to nb-debordantes
               exit paragraph
           end-if
           if nb-selection = max-selection then
               move 1 to selection-pleine
               exit paragraph
           end-if

           add 1 to nb-selection
           move numAffect to sel-num(nb-selection)
           move dateDebAffectA to sel-deb(nb-selection)
           move dateFinAffectA to sel-fin(nb-selection)
           move numBusA to sel-bus(nb-selection)
           move numChaufA to sel-chauf(nb-selection)
           move nbPassagersA to sel-passagers(nb-selection)
           move fb-num-compagnie to sel-cie(nb-selection)
           move 0 to sel-client(nb-selection)
           move 0 to sel-liberees(nb-selection)
           move 0 to sel-annulee(nb-selection)
           move 0 to sel-avisee(nb-selection)
           if client-fichier-absent = 0 then
               move numAffect to ap-num-affect
               read FAffectClient
                   invalid key
                       continue
                   not invalid key
                       move ap-num-client to sel-client(nb-selection)
                       move 0 to sel-cie(nb-selection)
               end-read
           end-if
       .

       AFFICHE-APERCU.
      * Toute la selection passe a l'ecran, 9 lignes par page, avant
      * la confirmation.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-apercu
           move 9 to i
           perform varying idx-se from 1 by 1
               until idx-se > nb-selection
               display a-plg-apercu-data
               add 1 to i
               if i > 17 and idx-se < nb-selection then
                   display a-plg-message-continuer
                   stop ' '
                   display a-plg-efface-ecran
                   display a-plg-titre-global
                   display a-plg-titre-apercu
                   move 9 to i
               end-if
           end-perform
           display a-plg-total-selection
           if nb-debordantes > 0 then
               display a-plg-debordantes
           end-if
       .

       CONTROLE-PERIODES.
      * Compte avant confirmation les mois factures a crediter ; la
      * table est refaite a l'annulation, sur les seules affectations
      * effectivement annulees.
           move 0 to nb-periodes
           move 0 to periodes-pleines
           move 0 to marque-fact-absente
           open input FFactureAffect
           if ffx-status not = '00' then
               move 1 to marque-fact-absente
           end-if
           perform varying idx-se from 1 by 1
               until idx-se > nb-selection or periodes-pleines = 1
               perform NOTE-PERIODES-FACTUREES
           end-perform
           if marque-fact-absente = 0 then
               close FFactureAffect
           end-if
       .

       APPLIQUE-ANNULATION.
      * Chaque affectation passe a 'I' avec le motif ; le compteur du
      * tableau de bord, l'index par date et le journal suivent comme
      * pour une suppression unitaire.
           move 0 to nb-annulees
           move 0 to nb-ecartees
           move 0 to nb-liberees
           move 0 to nb-periodes

           move 0 to marque-fact-absente
           open input FFactureAffect
           if ffx-status not = '00' then
               move 1 to marque-fact-absente
           end-if
           move 0 to resa-fichier-absent
           open i-o FReservation
           if FReservationStatus not = '00' then
               move 1 to resa-fichier-absent
           end-if

           perform varying idx-se from 1 by 1
               until idx-se > nb-selection
               perform ANNULE-UNE-SELECTION
           end-perform

           if marque-fact-absente = 0 then
               close FFactureAffect
           end-if
           if resa-fichier-absent = 0 then
               close FReservation
           end-if
       .

       ANNULE-UNE-SELECTION.
           move sel-num(idx-se) to numAffect
           read fAffectation
           invalid key
               add 1 to nb-ecartees
               exit paragraph
           end-read
           if statutA = 'I' then
               add 1 to nb-ecartees
               exit paragraph
           end-if

           move statutA to anc-statutA
           move 'I' to statutA
           move motif-perturbation to motifA
           rewrite rec-Affectation
           invalid key
               add 1 to nb-ecartees
               exit paragraph
           end-rewrite

           add 1 to nb-annulees
           move 1 to sel-annulee(idx-se)
           if anc-statutA not = 'B' then
               move -1 to delta-compteur
               perform MAJ-COMPTEUR-AFFECT
           end-if
           call 'ss-affect-index' using idx-operation numAffect
               sel-deb(idx-se) sel-fin(idx-se)
               dateDebAffectA dateFinAffectA
           perform LIBERE-RESERVATIONS
           perform NOTE-PERIODES-FACTUREES
           perform ECRIT-JOURNAL
       .

       MAJ-COMPTEUR-AFFECT.
           open i-o FCompteurs
           if FCompteursStatus = '00' then
               move 1 to ct-id
               read FCompteurs
               invalid key
                   continue
               not invalid key
                   compute ct-nb-affect-actives =
                       ct-nb-affect-actives + delta-compteur
                   rewrite enr-compteurs
                   invalid key
                       continue
                   end-rewrite
               end-read
               close FCompteurs
           end-if
       .

       LIBERE-RESERVATIONS.
      * Le service n'a pas lieu : inscrits et liste d'attente sont
      * radies, le nombre de places liberees figure sur l'avis.
           if resa-fichier-absent = 1 then
               exit paragraph
           end-if
           move numAffect to rs-num-affect
           move 0 to rs-seq
           move 0 to fin-scan-2
           start FReservation key >= rs-cle
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform with test after until (fin-scan-2 = 1)
               read FReservation next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if rs-num-affect not = numAffect then
                           move 1 to fin-scan-2
                       else
                           delete FReservation
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to sel-liberees(idx-se)
                                   add 1 to nb-liberees
                           end-delete
                       end-if
               end-read
           end-perform
       .

       NOTE-PERIODES-FACTUREES.
      * Mois de l'affectation deja portes sur une facture : ils
      * recevront leur avoir. Sans marques de facturation, tous les
      * mois touches sont proposes a l'emission, qui retrouve seule
      * la facture de la compagnie.
           compute annee-p = sel-deb(idx-se) / 10000
           compute mois-p = (sel-deb(idx-se) - annee-p * 10000) / 100
           compute periode-courante = annee-p * 100 + mois-p
           compute periode-derniere = sel-fin(idx-se) / 100
           perform until periode-courante > periode-derniere
               if marque-fact-absente = 1 then
                   perform AJOUTE-PERIODE
               else
                   move sel-num(idx-se) to fx-num-affect
                   move periode-courante to fx-periode
                   read FFactureAffect
                       invalid key
                           continue
                       not invalid key
                           perform AJOUTE-PERIODE
                   end-read
               end-if
               if mois-p = 12 then
                   add 1 to annee-p
                   move 1 to mois-p
               else
                   add 1 to mois-p
               end-if
               compute periode-courante = annee-p * 100 + mois-p
           end-perform
       .

       AJOUTE-PERIODE.
           move 0 to periode-connue
           perform varying idx-p from 1 by 1 until idx-p > nb-periodes
               if tp-periode(idx-p) = periode-courante then
                   move 1 to periode-connue
               end-if
           end-perform
           if periode-connue = 0 then
               if nb-periodes < 24 then
                   add 1 to nb-periodes
                   move periode-courante to tp-periode(nb-periodes)
               else
                   move 1 to periodes-pleines
               end-if
           end-if
       .

       EMET-AVIS.
      * Un avis par compagnie, ou par client particulier, reprenant
      * tous ses services annules ; chaque avis part au spool.
           move 0 to nb-avis
           move 0 to compagnie-fichier-absent
           open input FCompagnie
           if fco-status not = '00' then
               move 1 to compagnie-fichier-absent
           end-if
           perform varying idx-se from 1 by 1
               until idx-se > nb-selection
               if sel-annulee(idx-se) = 1
               and sel-avisee(idx-se) = 0 then
                   move sel-cie(idx-se) to avis-cie
                   move sel-client(idx-se) to avis-client
                   perform ECRIT-AVIS
               end-if
           end-perform
           if compagnie-fichier-absent = 0 then
               close FCompagnie
           end-if
       .

       ECRIT-AVIS.
           move spaces to nom-document
           if avis-client not = 0 then
               string '../ext/Perturbation-P' avis-client '-'
                   periode-debut '.txt'
                   delimited by size into nom-document
           else
               string '../ext/Perturbation-C' avis-cie '-'
                   periode-debut '.txt'
                   delimited by size into nom-document
           end-if
           open output FAvis
           if fdoc-status not = '00' then
               perform MARQUE-AVISEES
               exit paragraph
           end-if

           move '       ----- Avis d''annulation de services -----'
               to contenu-avis
           write LigneAvis
           move spaces to contenu-avis
           write LigneAvis
           if avis-client not = 0 then
               move spaces to pv-nom pv-adresse pv-code-postal
                   pv-ville
               if client-fichier-absent = 0 then
                   move avis-client to pv-num
                   read FClientPrive
                       invalid key
                           continue
                   end-read
               end-if
               move spaces to contenu-avis
               string 'Client      : ' avis-client ' '
                   function trim(pv-nom)
                   delimited by size into contenu-avis
               write LigneAvis
               move spaces to contenu-avis
               string '              ' function trim(pv-adresse)
                   delimited by size into contenu-avis
               write LigneAvis
               move spaces to contenu-avis
               string '              ' pv-code-postal ' '
                   function trim(pv-ville)
                   delimited by size into contenu-avis
               write LigneAvis
           else
               move spaces to nom-compagnie adresse-compagnie
                   contact-compagnie
               if compagnie-fichier-absent = 0 then
                   move avis-cie to num-compagnie
                   read FCompagnie
                       invalid key
                           continue
                   end-read
               end-if
               move spaces to contenu-avis
               string 'Compagnie   : ' avis-cie ' '
                   function trim(nom-compagnie)
                   delimited by size into contenu-avis
               write LigneAvis
               move spaces to contenu-avis
               string '              ' function trim(adresse-compagnie)
                   delimited by size into contenu-avis
               write LigneAvis
               move spaces to contenu-avis
               string 'A l''attention de : '
                   function trim(contact-compagnie)
                   delimited by size into contenu-avis
               write LigneAvis
           end-if
           move spaces to contenu-avis
           write LigneAvis
           move spaces to contenu-avis
           string 'Le ' date-jour ', site ' id-site ' ('
               function trim(si-nom) ')'
               delimited by size into contenu-avis
           write LigneAvis
           move spaces to contenu-avis
           string 'Motif       : ' motif-perturbation
               delimited by size into contenu-avis
           write LigneAvis
           move spaces to contenu-avis
           string 'Periode     : du ' periode-debut ' au '
               periode-fin
               delimited by size into contenu-avis
           write LigneAvis
           move spaces to contenu-avis
           write LigneAvis
           move 'Les services suivants sont annules :'
               to contenu-avis
           write LigneAvis
           move 'Affect    Du        Au        Bus     Passagers'
               &' liberes'
               to contenu-avis
           write LigneAvis

           move 0 to nb-lignes-avis
           perform varying idx-x from idx-se by 1
               until idx-x > nb-selection
               if sel-annulee(idx-x) = 1
               and sel-cie(idx-x) = avis-cie
               and sel-client(idx-x) = avis-client then
                   move spaces to contenu-avis
                   string sel-num(idx-x) '    ' sel-deb(idx-x) '  '
                       sel-fin(idx-x) '  ' sel-bus(idx-x) '  '
                       sel-liberees(idx-x)
                       delimited by size into contenu-avis
                   write LigneAvis
                   move 1 to sel-avisee(idx-x)
                   add 1 to nb-lignes-avis
               end-if
           end-perform

           move spaces to contenu-avis
           write LigneAvis
           move 'Les jours deja factures font l''objet d''un avoir'
               &' adresse separement.'
               to contenu-avis
           write LigneAvis
           close FAvis
           add 1 to nb-avis

           move 'ss-perturbation' to spool-programme
           move spaces to spool-parametres
           string 'site ' id-site ' du ' periode-debut
               ' cie ' avis-cie ' client ' avis-client
               delimited by size into spool-parametres
           move nom-document to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

      *    l'avis part au client par la file d'expedition
           move 'AP' to envoi-type-doc
           move spaces to envoi-reference
           if avis-client not = 0 then
               move 'P' to envoi-dest-type
               move avis-client to envoi-dest-num
               string 'P' avis-client '-' periode-debut(3:6)
                   delimited by size into envoi-reference
           else
               move 'C' to envoi-dest-type
               move avis-cie to envoi-dest-num
               string 'C' avis-cie '-' periode-debut(3:6)
                   delimited by size into envoi-reference
           end-if
           move nom-document to envoi-fichier
           call 'ss-envoi-depose' using envoi-type-doc
               envoi-reference envoi-dest-type envoi-dest-num
               envoi-fichier envoi-num
       .

       MARQUE-AVISEES.
           perform varying idx-x from idx-se by 1
               until idx-x > nb-selection
               if sel-cie(idx-x) = avis-cie
               and sel-client(idx-x) = avis-client then
                   move 1 to sel-avisee(idx-x)
               end-if
           end-perform
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'AFFECTATION' ' | ' 'PERTURB'
               ' | id=' numAffect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | site=' id-site
               ' | ancien=' anc-statutA
               ' | liberees=' sel-liberees(idx-se)
               ' | ' function trim(motif-perturbation)
               delimited by size into ligne-journal
           write ligne-journal
           perform ECRIT-IMAGE
       .

       ECRIT-IMAGE.
           move spaces to enr-journal-image
           move 'AFFECTATION' to ji-entite
           move 'PERTURB' to ji-operation
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

       end program ss-perturbation.
