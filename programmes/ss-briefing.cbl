                   record key is pa-code
               status fpa-status.

           select FControleSceau assign to "../ext/ControleSceau.dat"
               organization is sequential
               status fcs-status.

           select FSmsEnvoi assign to "../ext/SmsEnvoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is sm-cle
               status fsm-status.

           select FDemande assign to "../ext/DemandeValidation.dat"
               organization is indexed
               access mode is dynamic
                   record key is dv-num
               status fdv-status.

           select FBriefing assign to "../ext/Briefing.txt"
               organization is sequential
               status fbr-status.
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       fd FControleSceau.
           01 enr-controle-sceau.
               02 cs-date          pic 9(8).
               02 cs-heure         pic 9(8).
               02 cs-resultat      pic x(1).
               02 cs-nb-anomalies  pic 9(5).
               02 cs-nb-sceaux     pic 9(8).
               02 cs-signature     pic 9(12).

       fd FSmsEnvoi.
           01 enr-sms-envoi.
               02 sm-cle.
                   03 sm-date-service pic 9(8).
                   03 sm-num-chauff   pic 9(6).
               02 sm-telephone     pic x(14).
               02 sm-statut        pic x(1).
               02 sm-date-envoi    pic 9(8).
               02 sm-date-accuse   pic 9(8).
               02 sm-heure-accuse  pic 9(6).
               02 sm-code-retour   pic x(20).

       fd FDemande.
           01 enr-demande.
               02 dv-num           pic 9(6).
               02 dv-objet         pic x(10).
               02 dv-cle           pic x(20).
               02 dv-libelle       pic x(40).
               02 dv-ancien        pic 9(8)v99.
               02 dv-nouveau       pic 9(8)v99.
               02 dv-demandeur     pic x(8).
               02 dv-date-demande  pic 9(8).
               02 dv-heure-demande pic 9(8).
               02 dv-statut        pic x(1).
               02 dv-valideur      pic x(8).
               02 dv-date-decision pic 9(8).
               02 dv-heure-decision pic 9(8).

       FD FBriefing.
       01 LigneBriefing.
           02 contenu-briefing pic x(80).
       01 fel-status               pic x(2).
       01 fpa-status               pic x(2).
       01 fbr-status               pic x(2).
       01 fcs-status               pic x(2).
       01 fsm-status               pic x(2).
       01 fdv-status               pic x(2).
       01 entretien-fichier-absent pic 9.
       01 absence-fichier-absent   pic 9.
       01 sms-fichier-absent       pic 9.
       01 nb-accuses-sms           pic 9(4).

       01 date-jour                pic 9(8).
       01 fin-scan                 pic 9.
       01 seuil-renouv-annees      pic 9(2) value 10.
       01 alerte-permis-jours      pic 9(4) value 30.
       01 alerte-vehicule-jours    pic 9(4) value 30.
       01 validation-alerte-jours  pic 9(4) value 3.
       01 jours-demande            pic 9(7).
       01 date-alerte-vehicule     pic 9(8).
       01 entier-alerte            pic 9(7).
       01 nb-section               pic 9(4).
       01 nb-total-alertes         pic 9(4).
       01 nb-nettoyage-retard      pic 9(4).
       01 nc-retard                pic 9.
       01 nc-type                  pic x(1).
       01 nc-date-dernier          pic 9(8).
       01 libelle-nettoyage        pic x(20).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-briefing'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
      * Le tour du proprietaire du matin en un seul bulletin, dans
      * l'ordre des priorites : incidents non traites, echeances de
      * permis, de controle technique et d'assurance, ordres
      * d'entretien ouverts, absences demarrant aujourd'hui,
      * departs du jour (bus en retard de nettoyage signales),
      * chauffeurs que le message de service de
      * la veille n'a pas joints et changements sensibles qui
      * attendent depuis trop longtemps le double controle. Chaque
      * bulletin part au catalogue du spool et y reste en
      * generation datee.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       open input FChauffeurs
       open input FBus
           move 1 to absence-fichier-absent
       end-if

      *    accuses de la passerelle SMS repris avant la lecture du
      *    suivi des messages
       call 'ss-sms-accuses' using nb-accuses-sms
       move 0 to sms-fichier-absent
       open input FSmsEnvoi
       if fsm-status not = '00' then
           move 1 to sms-fichier-absent
       end-if

       perform LIT-PARAMETRES

       accept date-jour from date yyyymmdd
       write LigneBriefing

       perform SECTION-INCIDENTS-ERRORLOG
       perform SECTION-SCELLEMENT
       perform SECTION-PERMIS
       perform SECTION-VEHICULES
       perform SECTION-ENTRETIEN
       perform SECTION-ABSENCES
       perform SECTION-DEPARTS
       perform SECTION-SMS
       perform SECTION-VALIDATIONS

       move spaces to contenu-briefing
       write LigneBriefing
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       move nb-total-alertes to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-titre-global
       display a-plg-resultat
       display a-plg-message-continuer
           if absence-fichier-absent = 0 then
               close FAbsence
           end-if
           if sms-fichier-absent = 0 then
               close FSmsEnvoi
           end-if
       .

       LIT-PARAMETRES.
                   not invalid key
                       move pa-valeur to alerte-permis-jours
               end-read
               move 'VALID-ALERTE-JOURS' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to validation-alerte-jours
               end-read
               close FParametres
           end-if
       .
           add nb-section to nb-total-alertes
       .

       SECTION-SCELLEMENT.
      * Priorite 2 : le dernier controle du registre des sceaux de
      * factures (etape de la chaine du soir). Un controle non
      * conforme est une alerte : facture retouchee, supprimee ou
      * trou de numerotation, detail au certificat.
           perform ENTETE-SECTION
           move '2. Scellement des factures :' to contenu-briefing
           write LigneBriefing

           move 0 to nb-section
           open input FControleSceau
           if fcs-status not = '00' then
               move '   (controle jamais execute)' to contenu-briefing
               write LigneBriefing
               exit paragraph
           end-if
           read FControleSceau
               at end
                   move spaces to enr-controle-sceau
           end-read
           close FControleSceau

           move spaces to contenu-briefing
           if cs-resultat = 'N' then
               add 1 to nb-section
               string '   ALERTE : controle du ' cs-date
                   ' NON CONFORME, ' cs-nb-anomalies ' anomalie(s)'
                   delimited by size into contenu-briefing
               write LigneBriefing
               move '   Detail : ../ext/CertificatScellement.txt'
                   to contenu-briefing
           else
               string '   Controle du ' cs-date ' conforme ('
                   cs-nb-sceaux ' sceaux)'
                   delimited by size into contenu-briefing
           end-if
           write LigneBriefing
           add nb-section to nb-total-alertes
       .

       SECTION-PERMIS.
           perform ENTETE-SECTION
           move '3. Permis a renouveler :' to contenu-briefing
           write LigneBriefing

           move 0 to nb-section
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       if fc-statut not = 'I' then
                           compute jours-expiration =
                               function integer-of-date

       SECTION-VEHICULES.
           perform ENTETE-SECTION
           move '4. Controle technique / assurance sous 30 jours :'
               to contenu-briefing
           write LigneBriefing

                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       if fb-statut not = 'C' then
                           if fb-date-ctrl-tech not = 0
                           and fb-date-ctrl-tech <=

       SECTION-ENTRETIEN.
           perform ENTETE-SECTION
           move '5. Ordres d''entretien ouverts :'
               to contenu-briefing
           write LigneBriefing

                       at end
                           move 1 to fin-scan
                       not at end
                           add 1 to stat-nb-lus
                           if eo-statut = 'O' then
                               add 1 to nb-section
                               move spaces to contenu-briefing

       SECTION-ABSENCES.
           perform ENTETE-SECTION
           move '6. Absences demarrant aujourd''hui :'
               to contenu-briefing
           write LigneBriefing

                       at end
                           move 1 to fin-scan
                       not at end
                           add 1 to stat-nb-lus
                           if ab-date-debut = date-jour then
                               add 1 to nb-section
                               move spaces to contenu-briefing

       SECTION-DEPARTS.
           perform ENTETE-SECTION
           move '7. Departs du jour :' to contenu-briefing
           write LigneBriefing

           move 0 to nb-section
           move 0 to nb-nettoyage-retard
           move 0 to fa-num-affect
           move 0 to fin-scan
           start FAffectations key > fa-num-affect
                   at end
                       move 1 to fin-scan
                   not at end
                       add 1 to stat-nb-lus
                       if fa-statut not = 'I'
                       and fa-statut not = 'B'
                       and fa-date-debut = date-jour then
                               delimited by size
                               into contenu-briefing
                           write LigneBriefing
                           perform LIGNE-NETTOYAGE-RETARD
                       end-if
               end-read
           end-perform
                   to contenu-briefing
               write LigneBriefing
           end-if
           add nb-nettoyage-retard to nb-total-alertes
       .

       LIGNE-NETTOYAGE-RETARD.
      * Bus qui part en retard sur la cadence de nettoyage.
           call 'ss-nettoyage-controle' using fa-num-bus date-jour
               nc-retard nc-type nc-date-dernier
           if nc-retard = 0 then
               exit paragraph
           end-if
           add 1 to nb-nettoyage-retard
           evaluate nc-type
               when 'R'
                   move 'nettoyage rapide' to libelle-nettoyage
               when 'C'
                   move 'nettoyage complet' to libelle-nettoyage
               when other
                   move 'desinfection' to libelle-nettoyage
           end-evaluate
           move spaces to contenu-briefing
           if nc-date-dernier = 0 then
               string '      ' function trim(libelle-nettoyage)
                   ' en retard (jamais fait)'
                   delimited by size into contenu-briefing
           else
               string '      ' function trim(libelle-nettoyage)
                   ' en retard (dernier le ' nc-date-dernier ')'
                   delimited by size into contenu-briefing
           end-if
           write LigneBriefing
       .

              SECTION-SMS.
      * Messages de service envoyes la veille pour aujourd'hui et
      * non delivres : echec signale par la passerelle, pas
      * d'accuse recu ou pas de telephone au fichier.
           perform ENTETE-SECTION
           move '8. Chauffeurs non joints par SMS :'
               to contenu-briefing
           write LigneBriefing

           move 0 to nb-section
           if sms-fichier-absent = 0 then
               move date-jour to sm-date-service
               move 0 to sm-num-chauff
               move 0 to fin-scan
               start FSmsEnvoi key > sm-cle
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FSmsEnvoi next
                       at end
                           move 1 to fin-scan
                       not at end
                           add 1 to stat-nb-lus
                           if sm-date-service not = date-jour then
                               move 1 to fin-scan
                           else
                               if sm-statut not = 'D' then
                                   perform LIGNE-SMS-NON-JOINT
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           if nb-section = 0 then
               move '   (aucun)' to contenu-briefing
               write LigneBriefing
           end-if
           add nb-section to nb-total-alertes
       .

       LIGNE-SMS-NON-JOINT.
           add 1 to nb-section
           move spaces to contenu-briefing
           evaluate sm-statut
               when 'T'
                   string '   Chauffeur ' sm-num-chauff
                       ' - pas de telephone au fichier'
                       delimited by size into contenu-briefing
               when 'N'
                   string '   Chauffeur ' sm-num-chauff ' - '
                       function trim(sm-telephone) ' echec : '
                       function trim(sm-code-retour)
                       delimited by size into contenu-briefing
               when other
                   string '   Chauffeur ' sm-num-chauff ' - '
                       function trim(sm-telephone)
                       ' pas d''accuse de reception'
                       delimited by size into contenu-briefing
           end-evaluate
           write LigneBriefing
       .

       SECTION-VALIDATIONS.
      * Changements sensibles (taux, majoration, parametre, avoir
      * important) en attente d'un second superviseur depuis au
      * moins VALID-ALERTE-JOURS jours : rien n'est applique tant
      * que personne ne tranche dans ss-validation.
           perform ENTETE-SECTION
           move '9. Demandes a valider en attente :'
               to contenu-briefing
           write LigneBriefing

           move 0 to nb-section
           open input FDemande
           if fdv-status = '00' then
               move 0 to dv-num
               move 0 to fin-scan
               start FDemande key > dv-num
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FDemande next
                       at end
                           move 1 to fin-scan
                       not at end
                           add 1 to stat-nb-lus
                           if dv-statut = 'A' then
                               perform LIGNE-DEMANDE-EN-ATTENTE
                           end-if
                   end-read
               end-perform
               close FDemande
           end-if

           if nb-section = 0 then
               move '   (aucune)' to contenu-briefing
               write LigneBriefing
           end-if
           add nb-section to nb-total-alertes
       .

       LIGNE-DEMANDE-EN-ATTENTE.
           compute jours-demande = jours-aujourdhui
               - function integer-of-date(dv-date-demande)
           if jours-demande < validation-alerte-jours then
               exit paragraph
           end-if
           add 1 to nb-section
           move spaces to contenu-briefing
           string '   Demande ' dv-num ' ' dv-objet ' ' dv-cle(1:12)
               ' du ' dv-date-demande ' par ' dv-demandeur
               delimited by size into contenu-briefing
           write LigneBriefing
       .

       end program ss-briefing.
