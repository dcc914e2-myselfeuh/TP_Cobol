               organization is sequential
               status FJournalStatus.

           select FJournalImage assign to "../ext/JournalImages.dat"
               organization is sequential
               status fji-status.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.
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
       working-storage section.
       01 FChaufNouvStatus         pic x(2).
       01 FJournalStatus           pic x(2).
       01 fji-status               pic x(2).
       01 i                        pic 9(2).
       01 type-formulaire          pic 9.
       01 choix-action             pic 9.
       01 resultat-date-valide     pic 9.
       01 aujourdhui-ctrl          pic 9(8).

      *----- Droits d'acces par site de l'operateur -----
       01 acces-mode               pic x(1).
       01 acces-site               pic x(4).
       01 acces-objet              pic x(16).
       01 acces-autorise           pic 9.

       screen section.

      *----- Titres -----
               '6: Purge RGPD des chauffeurs archives'.
           02 line 9 col 2 value
               '7: Export vers l''ancien format Fchauffeur'.
           02 line 10 col 2 value
               '8: Grades et taux horaires (historique, anciennete)'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
       01 a-plg-site-inconnu.
           02 line 20 col 1 value
               'Code site inconnu du referentiel des sites.'.
       01 a-plg-site-refuse.
           02 line 20 col 1 value
               'Site hors des droits de l''operateur : operation '
               &'refusee.'.
       01 a-plg-modif-conflit.
           02 line 20 col 1 value
               'Operation annulee : ce chauffeur a ete modifie par '
           close FSession
       end-if

      * Le dispatcheur ne voit et ne modifie que les chauffeurs de
      * ses sites autorises (UtilisateurSite.dat).
       move 'I' to acces-mode
       call 'ss-site-acces' using acces-mode acces-site
           acces-objet acces-autorise

       move 5 to i
       move 0 to numChaufN

               when 5 perform DOSSIER-CONFORMITE
               when 6 perform PURGE-RGPD
               when 7 perform EXPORT-LEGACY
               when 8 perform GRADES-TAUX
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
               exit paragraph
           end-if

           move function upper-case(nv-site-chauf) to acces-site
           move 'CHAUFFEUR AJOUT' to acces-objet
           perform CONTROLE-ACCES-SITE
           if acces-autorise = 0 then
               display a-plg-site-refuse
               stop ' '
               exit paragraph
           end-if

           move 999999 to numChaufN
           start FChaufNouv key < numChaufN

           invalid key
               display a-plg-chauffeur-introuvable
           not invalid key
           move codeSiteN to acces-site
           perform OBJET-ACCES-CHAUFFEUR
           perform CONTROLE-ACCES-SITE
           if acces-autorise = 0 then
               display a-plg-site-refuse
           else
           if statutN = 'I' then
               display a-plg-chauffeur-archive
           else
                       display a-plg-site-inconnu
                   else
                       move function upper-case(nv-site-chauf)
                           to acces-site
                       perform CONTROLE-ACCES-SITE
                       if acces-autorise = 0 then
                           display a-plg-site-refuse
                       else
                           move function upper-case(nv-site-chauf)
                               to codeSiteN
                       end-if
                   end-if
               end-if
               if nv-telephone-chauf not = spaces and low-value then
               end-if
               end-if
           end-if
           end-if
           end-read.

           stop ' '
           invalid key
               display a-plg-chauffeur-introuvable
           not invalid key
               move codeSiteN to acces-site
               perform OBJET-ACCES-CHAUFFEUR
               perform CONTROLE-ACCES-SITE
               if acces-autorise = 0 then
                   display a-plg-site-refuse
                   stop ' '
                   exit paragraph
               end-if
               move nomN to audit-anc-nom
               move prenomN to audit-anc-prenom
               move datePermisN to audit-anc-date
           open extend FJournal
       .

       GRADES-TAUX.
           close FChaufNouv
           close FJournal

           move 'ss-chauffeur-grade' to nom-ssprog
           call nom-ssprog

           open i-o FChaufNouv
           open extend FJournal
       .

       RECHERCHE-CHAUFFEUR.
           move 0 to id-chauf
           move spaces to nom-chauf
       RECHERCHE-CHAUFFEUR-PAR-NOM.
      *    le nom tape n'a pas besoin d'etre complet, ex: "DUP"
      *    trouve "DUPONT" ; le premier chauffeur correspondant est
      *    retenu, en sautant ceux des sites hors des droits de
      *    l'operateur.
           move function length(function trim(nom-chauf))
               to lg-motif
           move function upper-case(nom-chauf) to nomN
                       if nomN(1:lg-motif) = function
                           upper-case(nom-chauf)(1:lg-motif)
                       then
                           move 'F' to acces-mode
                           call 'ss-site-acces' using acces-mode
                               codeSiteN acces-objet acces-autorise
                           if acces-autorise = 1 then
                               move numChaufN to id-chauf
                               move 1 to fin-recherche-nom
                           end-if
                       else
                           move 1 to fin-recherche-nom
                           display a-plg-chauffeur-introuvable
           end-read
       .

       OBJET-ACCES-CHAUFFEUR.
           move spaces to acces-objet
           string 'CHAUFFEUR ' numChaufN
               delimited by size into acces-objet
       .

       CONTROLE-ACCES-SITE.
      * acces-autorise vaut 0 si acces-site est hors des sites de
      * l'operateur ; ss-site-acces trace alors le refus au journal
      * des connexions.
           move 'C' to acces-mode
           call 'ss-site-acces' using acces-mode acces-site
               acces-objet acces-autorise
       .

       FORMULAIRE-CHAUFFEUR.
           if type-formulaire = 1 then
               display s-plg-form-nv-nom-r
                   '/' audit-nv-adresse
               delimited by size into ligne-journal
           write ligne-journal
           perform ECRIT-IMAGE
       .

       ECRIT-IMAGE.
           move spaces to enr-journal-image
           move 'CHAUFFEUR' to ji-entite
           move audit-operation to ji-operation
           move numChaufN to ji-id
           move audit-date-jour to ji-date
           move audit-heure-jour to ji-heure
           move session-code to ji-oper
           move ChaufNouv to ji-image
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

       end program ss-chauffeurs-modifier.
