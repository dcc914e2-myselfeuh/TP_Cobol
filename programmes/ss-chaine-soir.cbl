               organization is sequential
               status fpk-status.

           select FTotauxCtl assign to "../ext/TotauxControle.dat"
               organization is indexed
               access mode is dynamic
                   record key is ctl-cle
               status fctl-status.

       data division.
       file section.
       FD FAffectations.
       01 LigneParking.
           02 contenu-parking pic x(80).

      * Totaux de controle publies par une etape pour la suivante :
      * nombre d'enregistrements et deux sommes (jours et passagers
      * pour les affectations, places et kilometres pour les bus).
      * L'etape suivante les rapproche de ce qu'elle lit vraiment ;
      * au moindre ecart, la chaine s'arrete.
       fd FTotauxCtl.
           01 enr-totaux-ctl.
               02 ctl-cle.
                   03 ctl-etape    pic x(20).
                   03 ctl-objet    pic x(12).
               02 ctl-date         pic 9(8).
               02 ctl-heure        pic 9(8).
               02 ctl-nb           pic 9(7).
               02 ctl-somme-1      pic 9(11).
               02 ctl-somme-2      pic 9(11).

       working-storage section.
       01 fa-status        pic x(2).
       01 fah-status       pic x(2).
      *----- Verrou d'exclusivite -----
       01 fvb-status       pic x(2).
       01 verrou-deja-pose pic 9.
       01 debut-chaine-date pic 9(8).
       01 debut-chaine-heure pic 9(8).

      *----- Reprise sur incident -----
       01 fcc-status       pic x(2).
       01 fin-scan-site    pic 9.

      *----- Etape 2 : kilometrage -----
       01 jours-affect     pic 9(4).
       01 kms-estimes      pic 9(7).
       01 qf-mode          pic x(1).
       01 qf-num-affect    pic 9(6).
       01 qf-code-circuit  pic x(6).
       01 qf-num-chauff    pic 9(6).
       01 qf-date          pic 9(8).
       01 qf-etat          pic x(1).
       01 qf-date-formation pic 9(8).
       01 qf-date-derniere pic 9(8).
       01 nb-bus-maj       pic 9(4).
       01 bus-introuvable  pic 9.

       01 jours-expiration pic 9(7).
       01 nb-alertes       pic 9(4).

      *----- Statistiques de passage des etapes -----
       01 stat-date-debut          pic 9(8) value 0.
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7).
       01 stat-nb-ecrits           pic 9(7).
       01 stat-statut              pic x(1).
       01 tendance-nb-alertes      pic 9(4).

      *----- Extrait pour l'entrepot de donnees -----
       01 entrepot-mode            pic x(1) value 'I'.

      *----- Totaux de controle entre etapes -----
       01 fctl-status              pic x(2).
       01 cle-etape-ctl            pic x(20).
       01 cle-objet-ctl            pic x(12).
       01 tot-nb                   pic 9(7).
       01 tot-somme-1              pic 9(11).
       01 tot-somme-2              pic 9(11).
       01 lu-nb                    pic 9(7).
       01 lu-jours                 pic 9(11).
       01 lu-passagers             pic 9(11).
       01 arch-jours               pic 9(11).
       01 arch-passagers           pic 9(11).
       01 nb-bus-recap             pic 9(7).
       01 places-recap             pic 9(11).
       01 kms-recap                pic 9(11).
       01 jours-controle           pic 9(5).
       01 nb-hist-avant            pic 9(7).
       01 nb-hist-lus              pic 9(7).
       01 ecart-balance            pic 9 value 0.

      *----- Appel du superviseur d'astreinte -----
       01 alerte-mode              pic x(1).
       01 alerte-origine           pic x(1).
       01 alerte-reference         pic x(16).
       01 alerte-motif             pic x(60).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
       01 a-plg-chaine-echec.
           02 line 11 col 2 value
               'Chaine INTERROMPUE : voir Notify.dat'.
       01 a-plg-ecart-balance.
           02 line 12 col 2 value
               'Ecart de balance entre etapes : totaux de controle '
               &'dans Notify.dat'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-plg-verrou-deja-pose.
       if derniere-etape-faite < 1 then
           move 'ARCHIVAGE' to nom-etape
           display a-plg-etape
           perform DEBUT-STATS-ETAPE
           perform ETAPE-ARCHIVAGE
           perform NOTIFIE-ETAPE
           if etape-ok = 0 then
       if chaine-ok = 1 and derniere-etape-faite < 2 then
           move 'MAJ-KILOMETRAGE' to nom-etape
           display a-plg-etape
           perform DEBUT-STATS-ETAPE
           perform ETAPE-KILOMETRAGE
           perform NOTIFIE-ETAPE
           if etape-ok = 0 then
       if chaine-ok = 1 and derniere-etape-faite < 3 then
           move 'RECAPITULATIF' to nom-etape
           display a-plg-etape
           perform DEBUT-STATS-ETAPE
           perform ETAPE-RECAP
           perform NOTIFIE-ETAPE
           if etape-ok = 0 then
       if chaine-ok = 1 and derniere-etape-faite < 4 then
           move 'ALERTE-PERMIS' to nom-etape
           display a-plg-etape
           perform DEBUT-STATS-ETAPE
           perform ETAPE-ALERTE-PERMIS
           perform NOTIFIE-ETAPE
           if etape-ok = 0 then
       if chaine-ok = 1 and derniere-etape-faite < 5 then
           move 'CONTROLE-PARKING' to nom-etape
           display a-plg-etape
           perform DEBUT-STATS-ETAPE
           perform ETAPE-CONTROLE-PARKING
           perform NOTIFIE-ETAPE
           if etape-ok = 0 then
           perform MEMORISE-CHECKPOINT-CHAINE
       end-if

      *--- Etape 7 : controle du scellement des factures ---
      *    un controle non conforme n'arrete pas la chaine : c'est
      *    le briefing qui le porte en tete des points d'attention
       if chaine-ok = 1 and derniere-etape-faite < 7 then
           move 'CONTROLE-SCELLES' to nom-etape
           display a-plg-etape
           call 'ss-sceau-controle'
           move 1 to etape-ok
           perform NOTIFIE-ETAPE
           move 7 to derniere-etape-faite
           perform MEMORISE-CHECKPOINT-CHAINE
       end-if

      *--- Etape 8 : briefing d'exploitation du lendemain ---
       if chaine-ok = 1 and derniere-etape-faite < 8 then
           move 'BRIEFING' to nom-etape
           display a-plg-etape
           call 'ss-briefing'
           move 1 to etape-ok
           perform NOTIFIE-ETAPE
           move 8 to derniere-etape-faite
           perform MEMORISE-CHECKPOINT-CHAINE
       end-if

      *--- Etape 9 : messages de service du lendemain (SMS) ---
       if chaine-ok = 1 and derniere-etape-faite < 9 then
           move 'MESSAGES-SMS' to nom-etape
           display a-plg-etape
           call 'ss-sms-envoi'
           move 1 to etape-ok
           perform NOTIFIE-ETAPE
           move 9 to derniere-etape-faite
           perform MEMORISE-CHECKPOINT-CHAINE
       end-if

      *--- Travaux de calendrier : fin de mois, fin d'exercice ---
      *    hors point de reprise : TravauxLog.dat retient ce qui est
      *    deja fait pour la periode, une reprise ne refait rien
       if chaine-ok = 1 then
           move 'TRAVAUX-CALENDRIER' to nom-etape
           display a-plg-etape
           perform DEBUT-STATS-ETAPE
           call 'ss-travaux-calendrier' using aujourdhui etape-ok
           perform NOTIFIE-ETAPE
           if etape-ok = 0 then
               move 0 to chaine-ok
           end-if
       end-if

      *--- Extrait de l'entrepot de donnees ---
      *    hors point de reprise lui aussi : l'incremental repart de
      *    son propre dernier extrait reussi (EntrepotEtat.dat). Un
      *    echec alerte le superviseur sans arreter la chaine.
       if chaine-ok = 1 then
           move 'EXTRAIT-ENTREPOT' to nom-etape
           display a-plg-etape
           call 'ss-entrepot-extrait' using aujourdhui entrepot-mode
               etape-ok
           perform NOTIFIE-ETAPE
       end-if

      *--- Tendance des durees et volumes de la nuit ---
      *    les etapes anormalement lentes ou aux volumes hors normes
      *    sont signalees sans faire echouer la chaine
       move 'TENDANCE-BATCH' to nom-etape
       display a-plg-etape
       call 'ss-stats-tendance' using aujourdhui tendance-nb-alertes
       if tendance-nb-alertes = 0 then
           move 'SUCCES' to statut-etape
       else
           move 'ALERTE' to statut-etape
       end-if
       perform ECRIT-NOTIFICATION

      *--- chaine complete : le point de reprise est remis a zero ---
       if chaine-ok = 1 then
           move 0 to derniere-etape-faite
           display a-plg-chaine-succes
       else
           display a-plg-chaine-echec
           if ecart-balance = 1 then
               display a-plg-ecart-balance
           end-if
       end-if
       display a-plg-message-continuer
       stop ' '
               continue
           not invalid key
               if cc-derniere-etape > 0
               and cc-derniere-etape < 9 then
                   move cc-derniere-etape to derniere-etape-faite
                   display a-plg-reprise-possible
                   display s-plg-choix-reprise
       .

       POSE-VERROU.
      * Debut de ce passage de la chaine : les totaux de controle
      * publies avant lui (passage interrompu) ne sont plus fiables.
           move 0 to verrou-deja-pose
           accept heure-jour from time
           move aujourdhui to debut-chaine-date
           move heure-jour to debut-chaine-heure
           open i-o FVerrou
           if fvb-status = '35' then
               open output FVerrou
               exit paragraph
           end-if

           move 1 to vb-id
           read FVerrou
           invalid key
                   not invalid key
                       move pa-valeur to alerte-permis-jours
               end-read
               move 'ENTREPOT-COMPLET' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       if pa-valeur = 1 then
                           move 'C' to entrepot-mode
                       end-if
               end-read
               close FParametres
           end-if
       .
           move 1 to etape-ok
           move 0 to nb-archives
           move 0 to nb-actives-retirees
           move 0 to lu-nb lu-jours lu-passagers
           move 0 to arch-jours arch-passagers

           open i-o FAffectations
           if fa-status not = '00' then
               move 0 to etape-ok
               exit paragraph
           end-if
           perform COMPTE-HISTORIQUE
           open extend FAffectHist
           if fah-status = '35' then
               open output FAffectHist
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       perform CALCULE-JOURS-CONTROLE
                       add 1 to lu-nb
                       add jours-controle to lu-jours
                       add fa-nb-passagers to lu-passagers
                       if fa-date-fin < aujourdhui
                       and fa-statut not = 'A' then
                           perform BASCULE-VERS-HISTORIQUE
           close FAffectHist

           perform MAJ-COMPTEUR-AFFECT

      *    ce qui reste au fichier courant pour l'etape 2, ce qui est
      *    parti en historique pour la relecture ci-dessous
           move 'ARCHIVAGE' to cle-etape-ctl
           move 'AFFECTATIONS' to cle-objet-ctl
           compute tot-nb = lu-nb - nb-archives
           compute tot-somme-1 = lu-jours - arch-jours
           compute tot-somme-2 = lu-passagers - arch-passagers
           perform PUBLIE-TOTAUX
           move 'HISTORIQUE' to cle-objet-ctl
           move nb-archives to tot-nb
           move arch-jours to tot-somme-1
           move arch-passagers to tot-somme-2
           perform PUBLIE-TOTAUX

           if etape-ok = 1 then
               perform BALANCE-HISTORIQUE
           end-if
       .

       COMPTE-HISTORIQUE.
      * Longueur de l'historique avant archivage : ce qui sera relu
      * au-dela est exactement ce que ce passage y a ajoute.
           move 0 to nb-hist-avant
           open input FAffectHist
           if fah-status not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FAffectHist
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to nb-hist-avant
               end-read
           end-perform
           close FAffectHist
       .

       BALANCE-HISTORIQUE.
      * Relecture de la fin de l'historique : nombre, jours et
      * passagers des lignes ajoutees ce soir contre les totaux des
      * affectations retirees du fichier courant.
           move 0 to tot-nb tot-somme-1 tot-somme-2
           move 0 to nb-hist-lus
           open input FAffectHist
           if fah-status = '00' then
               move 0 to fin-scan
               perform with test after until (fin-scan = 1)
                   read FAffectHist
                       at end
                           move 1 to fin-scan
                       not at end
                           add 1 to nb-hist-lus
                           if nb-hist-lus > nb-hist-avant then
                               perform AJOUTE-HISTORIQUE-CONTROLE
                           end-if
                   end-read
               end-perform
               close FAffectHist
           end-if
           move 'ARCHIVAGE' to cle-etape-ctl
           move 'HISTORIQUE' to cle-objet-ctl
           perform CONTROLE-TOTAUX
       .

       AJOUTE-HISTORIQUE-CONTROLE.
           compute jours-controle =
               function integer-of-date(h-date-fin) -
               function integer-of-date(h-date-debut)
           add 1 to tot-nb
           add jours-controle to tot-somme-1
           add h-nb-passagers to tot-somme-2
       .

       CALCULE-JOURS-CONTROLE.
           compute jours-controle =
               function integer-of-date(fa-date-fin) -
               function integer-of-date(fa-date-debut)
       .

       MAJ-COMPTEUR-AFFECT.
           move fa-nb-pmr to h-nb-pmr

           write ENR-AFFECT-HIST
           add 1 to stat-nb-ecrits

           if fah-status not = '00' then
               move 0 to etape-ok
                       move 0 to etape-ok
                   not invalid key
                       add 1 to nb-archives
                       add jours-controle to arch-jours
                       add fa-nb-passagers to arch-passagers
                       if fa-statut not = 'I'
                       and fa-statut not = 'B' then
                           add 1 to nb-actives-retirees
               exit paragraph
           end-if

      *    avant toute mise a jour, le fichier courant doit etre
      *    celui que l'archivage a laisse
           perform COMPTE-AFFECTATIONS
           move 'ARCHIVAGE' to cle-etape-ctl
           move 'AFFECTATIONS' to cle-objet-ctl
           perform CONTROLE-TOTAUX
           if etape-ok = 0 then
               close FAffectations
               close FBus
               exit paragraph
           end-if
           move 'MAJ-KILOMETRAGE' to cle-etape-ctl
           perform PUBLIE-TOTAUX

           move 0 to fa-num-affect
           move 0 to fin-scan
           start FAffectations key >= fa-num-affect
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       if fa-statut = 'A'
                       and fa-date-fin < aujourdhui then
                           perform APPLIQUE-KMS-AFFECTATION
           close FBus
       .

       COMPTE-AFFECTATIONS.
           move 0 to tot-nb tot-somme-1 tot-somme-2
           move 0 to fa-num-affect
           move 0 to fin-scan
           start FAffectations key >= fa-num-affect
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAffectations next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform CALCULE-JOURS-CONTROLE
                       add 1 to tot-nb
                       add jours-controle to tot-somme-1
                       add fa-nb-passagers to tot-somme-2
               end-read
           end-perform
       .

       APPLIQUE-KMS-AFFECTATION.
           compute jours-affect =
               function INTEGER-OF-DATE (fa-date-fin) -
           if jours-affect < 1 then
               move 1 to jours-affect
           end-if
           call 'ss-kms-affect' using fa-num-affect jours-affect
               jours-affect kms-estimes

           move fa-num-bus to fb-numero
           move 0 to bus-introuvable
                   continue
               not invalid key
                   add 1 to nb-bus-maj
                   add 1 to stat-nb-ecrits
               end-rewrite

               move 'T' to fa-statut
               rewrite enr-affectation
               invalid key
                   continue
               not invalid key
                   perform ENREGISTRE-CONDUITE-CIRCUIT
               end-rewrite
           end-if
       .
       ENREGISTRE-CONDUITE-CIRCUIT.
      * L'affectation terminee compte comme service conduit sur son
      * circuit (AffectCircuit.dat) pour le chauffeur et le
      * second chauffeur : la qualification est entretenue.
           move 'D' to qf-mode
           move fa-num-affect to qf-num-affect
           move spaces to qf-code-circuit
           move fa-num-chauff to qf-num-chauff
           move fa-date-fin to qf-date
           call 'ss-qualif-circuit' using qf-mode qf-num-affect
               qf-code-circuit qf-num-chauff qf-date qf-etat
               qf-date-formation qf-date-derniere
           if fa-num-chauff2 not = 0
           and qf-code-circuit not = spaces then
               move fa-num-chauff2 to qf-num-chauff
               call 'ss-qualif-circuit' using qf-mode qf-num-affect
                   qf-code-circuit qf-num-chauff qf-date qf-etat
                   qf-date-formation qf-date-derniere
           end-if
       .

      *-------------------------------------------------------------
      * Etape 3 : edition complete du recapitulatif (sans filtre),
               &'----------' to contenu-ligne
           write Ligne

           move 0 to tot-nb tot-somme-1 tot-somme-2
           move 0 to nb-bus-recap places-recap kms-recap
           move 0 to fb-numero
           move 0 to fin-scan
           start FBus key > fb-numero
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       add 1 to nb-bus-recap
                       add fb-nbplace to places-recap
                       add fb-kms to kms-recap
                       perform RECAP-UN-BUS
               end-read
           end-perform
           close FAffectations
           close FBus

      *    les affectations lues bus par bus doivent etre toutes
      *    celles que le kilometrage a vues ; les bus edites sont
      *    publies pour l'etape 5
           move 'MAJ-KILOMETRAGE' to cle-etape-ctl
           move 'AFFECTATIONS' to cle-objet-ctl
           perform CONTROLE-TOTAUX
           if etape-ok = 1 then
               move 'RECAPITULATIF' to cle-etape-ctl
               move 'BUS' to cle-objet-ctl
               move nb-bus-recap to tot-nb
               move places-recap to tot-somme-1
               move kms-recap to tot-somme-2
               perform PUBLIE-TOTAUX
           end-if

           if etape-ok = 1 then
      *        l'edition de la chaine est complete : un point de
      *        reprise laisse par une edition interactive
                   at end
                       move 1 to fin-scan-fa
                   not at end
                       add 1 to stat-nb-lus
                       if fa-num-bus not = fb-numero then
                           move 1 to fin-scan-fa
                       else
                           perform CALCULE-JOURS-CONTROLE
                           add 1 to tot-nb
                           add jours-controle to tot-somme-1
                           add fa-nb-passagers to tot-somme-2
                           if fa-statut not = 'I'
                           and fa-statut not = 'B' then
                               compute jours-affect =
                                   '         ' fa-num-chauff
                                   into contenu-ligne
                               write Ligne
                               add 1 to stat-nb-ecrits
                           end-if
                       end-if
               end-read
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       if fc-statut not = 'I' then
                           compute jours-expiration =
                               function integer-of-date
                                   delimited by size
                                   into contenu-alerte
                               write LigneAlerte
                               add 1 to stat-nb-ecrits
                           end-if
                       end-if
               end-read
           move 1 to etape-ok
           move 0 to nb-depots-satures

           perform BALANCE-BUS
           if etape-ok = 0 then
               exit paragraph
           end-if

           open input FSite
           if fsi-status not = '00' then
               exit paragraph
                   at end
                       move 1 to fin-scan-site
                   not at end
                       add 1 to stat-nb-lus
                       if si-places-parc > 0 then
                           perform CONTROLE-UN-DEPOT
                       end-if
           close FAffectations
       .

       BALANCE-BUS.
      * Fbus.dat relu en entier contre les bus du recapitulatif,
      * que Site.dat porte ou non des capacites de parc.
           open input FBus
           if fb-status not = '00' then
               move 0 to etape-ok
               exit paragraph
           end-if
           move 0 to tot-nb tot-somme-1 tot-somme-2
           move 0 to fb-numero
           move 0 to fin-scan
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FBus next
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to tot-nb
                       add fb-nbplace to tot-somme-1
                       add fb-kms to tot-somme-2
               end-read
           end-perform
           close FBus
           move 'RECAPITULATIF' to cle-etape-ctl
           move 'BUS' to cle-objet-ctl
           perform CONTROLE-TOTAUX
       .

       CONTROLE-UN-DEPOT.
           move 0 to nb-bus-au-depot
           move 0 to fb-numero
                   at end
                       move 1 to fin-scan-fa
                   not at end
                       add 1 to stat-nb-lus
      *                un bus cede reste au fichier pour l'historique
      *                mais n'occupe plus de place au parc
                       if fb-code-site = si-code
                   si-places-parc ' places'
                   delimited by size into contenu-parking
               write LigneParking
               add 1 to stat-nb-ecrits
           end-if
       .

           end-perform
       .

       PUBLIE-TOTAUX.
      * Totaux de tot-nb / tot-somme-1 / tot-somme-2 publies sous la
      * cle cle-etape-ctl + cle-objet-ctl (remplacent ceux du passage
      * precedent).
           open i-o FTotauxCtl
           if fctl-status = '35' then
               open output FTotauxCtl
               close FTotauxCtl
               open i-o FTotauxCtl
           end-if
           if fctl-status not = '00' then
               exit paragraph
           end-if
           move cle-etape-ctl to ctl-etape
           move cle-objet-ctl to ctl-objet
           accept ctl-date from date yyyymmdd
           accept ctl-heure from time
           move tot-nb to ctl-nb
           move tot-somme-1 to ctl-somme-1
           move tot-somme-2 to ctl-somme-2
           write enr-totaux-ctl
               invalid key
                   rewrite enr-totaux-ctl
                       invalid key
                           continue
                   end-rewrite
           end-write
           close FTotauxCtl
       .

       CONTROLE-TOTAUX.
      * Rapproche ce que l'etape a lu (tot-*) des totaux publies par
      * l'etape precedente. Pas encore de publication (premier
      * passage) : rien a rapprocher. Une publication anterieure au
      * debut de ce passage vaut de meme absence de publication : en
      * reprise, l'etape precedente n'a pas ete rejouee et le verrou
      * leve entre-temps a pu laisser modifier les fichiers. Un ecart
      * fait echouer l'etape.
           open input FTotauxCtl
           if fctl-status not = '00' then
               exit paragraph
           end-if
           move cle-etape-ctl to ctl-etape
           move cle-objet-ctl to ctl-objet
           read FTotauxCtl
               invalid key
                   continue
               not invalid key
                   if ctl-date < debut-chaine-date
                   or (ctl-date = debut-chaine-date
                   and ctl-heure < debut-chaine-heure) then
                       continue
                   else
                       if ctl-nb not = tot-nb
                       or ctl-somme-1 not = tot-somme-1
                       or ctl-somme-2 not = tot-somme-2 then
                           perform SIGNALE-ECART
                       end-if
                   end-if
           end-read
           close FTotauxCtl
       .

       SIGNALE-ECART.
           move 0 to etape-ok
           move 1 to ecart-balance
           move spaces to ligne-notification
           string 'ss-chaine-soir ETAPE=' function trim(nom-etape)
               ' STATUT=ECART-BALANCE SOURCE='
               function trim(ctl-etape) '/' function trim(ctl-objet)
               delimited by size into ligne-notification
           end-string
           perform AJOUTE-NOTIFICATION
           move spaces to ligne-notification
           string 'ss-chaine-soir ETAPE=' function trim(nom-etape)
               ' ATTENDU=' ctl-nb '/' ctl-somme-1 '/' ctl-somme-2
               ' LU=' tot-nb '/' tot-somme-1 '/' tot-somme-2
               delimited by size into ligne-notification
           end-string
           perform AJOUTE-NOTIFICATION
       .

       NOTIFIE-ETAPE.
           if etape-ok = 1 then
               move 'SUCCES' to statut-etape
               move 'ECHEC' to statut-etape
           end-if
           perform ECRIT-NOTIFICATION
           perform FIN-STATS-ETAPE
           if etape-ok = 0 then
               perform ALERTE-SUPERVISEUR
           end-if
       .

       DEBUT-STATS-ETAPE.
           move 0 to stat-nb-lus
           move 0 to stat-nb-ecrits
           accept stat-date-debut from date yyyymmdd
           accept stat-heure-debut from time
       .

       FIN-STATS-ETAPE.
      * Duree, volumes et statut de l'etape vers StatsBatch.dat. Les
      * programmes appeles en etape notent eux-memes leur passage,
      * sous leur nom, avec leurs propres volumes.
           if stat-date-debut = 0 then
               exit paragraph
           end-if
           if etape-ok = 1 then
               move 'S' to stat-statut
           else
               move 'E' to stat-statut
           end-if
           call 'ss-stats-batch' using nom-etape stat-date-debut
               stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut
           move 0 to stat-date-debut
       .

       ALERTE-SUPERVISEUR.
      * Une etape en echec fait appeler le superviseur d'astreinte
      * de la nuit ; l'escalade se fait ensuite par ss-chaine-veille.
           move 'E' to alerte-mode
           move 'E' to alerte-origine
           move spaces to alerte-reference alerte-motif
           string aujourdhui nom-etape(1:8)
               delimited by size into alerte-reference
           if ecart-balance = 1 then
               string 'ecart de balance a l''etape '
                   function trim(nom-etape)
                   delimited by size into alerte-motif
           else
               string 'echec de l''etape ' function trim(nom-etape)
                   delimited by size into alerte-motif
           end-if
           call 'ss-alerte-chaine' using alerte-mode alerte-origine
               alerte-reference alerte-motif
       .

       ECRIT-NOTIFICATION.
               ' DATE=' aujourdhui ' HEURE=' heure-jour
               delimited by size into ligne-notification
           end-string
           perform AJOUTE-NOTIFICATION
       .

       AJOUTE-NOTIFICATION.
           open extend FNotify
           if fn-status = '35' then
               open output FNotify
