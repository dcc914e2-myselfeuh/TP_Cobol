       program-id. ss-site-acces.

       input-output section.
           file-control.
           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

           select FUtilisateurSite
               assign to "../ext/UtilisateurSite.dat"
               organization is indexed
               access mode is dynamic
                   record key is us-code
               status FUtilisateurSiteStatus.

           select FConnexionLog assign to "../ext/ConnexionLog.dat"
               organization is sequential
               status cxl-status.

       data division.
       file section.
       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       FD FUtilisateurSite.
       01 enr-utilisateur-site.
           02 us-code          pic x(8).
           02 us-liste-sites.
               03 us-site      pic x(4) occurs 5 times.

       FD FConnexionLog.
       01 ligne-connexion-log pic x(80).

       working-storage section.
       01 FSessionStatus           pic x(2).
       01 FUtilisateurSiteStatus   pic x(2).
       01 cxl-status               pic x(2).

      *----- Droits de l'operateur connecte, charges une fois -----
       01 acces-charge             pic 9 value 0.
       01 acces-code               pic x(8).
       01 acces-role               pic x(1).
       01 acces-tous-sites         pic 9.
       01 acces-liste-sites.
           02 acces-site           pic x(4) occurs 5 times.
       01 k                        pic 9.

       01 cx-date-jour             pic 9(8).
       01 cx-heure-jour            pic 9(8).

       linkage section.
       01 sa-mode                  pic x(1).
       01 sa-site                  pic x(4).
       01 sa-objet                 pic x(16).
       01 sa-autorise              pic 9.

       procedure division using sa-mode sa-site sa-objet sa-autorise.

      * Droits d'acces par site de l'operateur connecte.
      * sa-mode 'I' : (re)charge les droits depuis la session et les
      *   sites du compte (UtilisateurSite.dat) ; a appeler en entree
      *   de programme.
      * sa-mode 'F' : filtre silencieux des listes et recherches.
      * sa-mode 'C' : controle d'une saisie ou d'une modification ;
      *   un refus est trace dans ConnexionLog.dat avec le site et
      *   l'objet vise (sa-objet).
      * sa-autorise rend 1 si le site sa-site est permis. Le
      * superviseur a droit a tous les sites, de meme qu'un compte
      * sans aucun site declare ; un enregistrement sans code site
      * reste visible de tous.

       if sa-mode = 'I' or acces-charge = 0 then
           perform CHARGE-DROITS
       end-if

       move 1 to sa-autorise
       if sa-mode = 'I' then
           goback
       end-if

       if acces-tous-sites = 1
       or sa-site = spaces or sa-site = low-value then
           goback
       end-if

       move 0 to sa-autorise
       perform varying k from 1 by 1 until k > 5
           if acces-site(k) not = spaces
           and acces-site(k) = function upper-case(sa-site) then
               move 1 to sa-autorise
           end-if
       end-perform

       if sa-autorise = 0 and sa-mode = 'C' then
           perform ECRIT-REFUS
       end-if

       goback
       .

       CHARGE-DROITS.
      * Session absente ou compte introuvable : aucun filtrage, comme
      * avant l'introduction des droits par site.
           move 1 to acces-charge
           move 1 to acces-tous-sites
           move spaces to acces-liste-sites
           move 'INCONNU' to acces-code
           move ' ' to acces-role

           open input FSession
           if FSessionStatus = '00' then
               read FSession
                   at end
                       continue
                   not at end
                       move se-code to acces-code
                       move se-role to acces-role
               end-read
               close FSession
           end-if

           if acces-role = 'S' or acces-code = 'INCONNU' then
               exit paragraph
           end-if

           open input FUtilisateurSite
           if FUtilisateurSiteStatus not = '00' then
               exit paragraph
           end-if
           move acces-code to us-code
           read FUtilisateurSite
               invalid key
                   continue
               not invalid key
                   if us-liste-sites not = spaces then
                       move us-liste-sites to acces-liste-sites
                       move 0 to acces-tous-sites
                   end-if
           end-read
           close FUtilisateurSite
       .

       ECRIT-REFUS.
      * Meme fichier et meme forme de ligne que les connexions
      * (statut REFUS) : les refus se lisent dans le journal des
      * connexions de la gestion des utilisateurs.
           accept cx-date-jour from date yyyymmdd
           accept cx-heure-jour from time

           open extend FConnexionLog
           if cxl-status = '35' then
               open output FConnexionLog
               close FConnexionLog
               open extend FConnexionLog
           end-if
           if cxl-status not = '00' then
               exit paragraph
           end-if

           move spaces to ligne-connexion-log
           string cx-date-jour ' ' cx-heure-jour
               ' | oper=' acces-code
               ' | statut=REFUS '
               ' | site=' sa-site ' | ' sa-objet
               delimited by size into ligne-connexion-log
           write ligne-connexion-log
           close FConnexionLog
       .

       end program ss-site-acces.
