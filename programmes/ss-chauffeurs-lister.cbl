       01 k                        pic 9(2).
       01 site-filtre              pic x(04).

      *----- Droits d'acces par site de l'operateur -----
       01 acces-mode               pic x(1).
       01 acces-objet              pic x(16).
       01 acces-autorise           pic 9.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
          display a-error-write
       end-if

      * Le dispatcheur ne voit que les chauffeurs de ses sites
      * autorises (UtilisateurSite.dat).
       move 'I' to acces-mode
       call 'ss-site-acces' using acces-mode site-filtre
           acces-objet acces-autorise

       display a-plg-titre-global
       display s-plg-mode-tri
       accept s-plg-mode-tri
                       at end
                           move 1 to fin-fichier
                       not at end
                           perform FILTRE-SITE
                           if acces-autorise = 1
                           and statutN not = 'I'
                           and (site-filtre = spaces
                               or codeSiteN = site-filtre) then
                               perform AFFICHER
                       at end
                           move 1 to fin-fichier
                       not at end
                           perform FILTRE-SITE
                           if acces-autorise = 1
                           and statutN not = 'I'
                           and (site-filtre = spaces
                               or codeSiteN = site-filtre) then
                               perform AFFICHER
                       at end
                           move 1 to debut-fichier
                       not at end
                           perform FILTRE-SITE
                           if acces-autorise = 1
                           and statutN not = 'I'
                           and (site-filtre = spaces
                               or codeSiteN = site-filtre) then
                               add 1 to k
                       at end
                           move 1 to debut-fichier
                       not at end
                           perform FILTRE-SITE
                           if acces-autorise = 1
                           and statutN not = 'I'
                           and (site-filtre = spaces
                               or codeSiteN = site-filtre) then
                               add 1 to k
           perform PAGE-SUIVANTE
       .

       FILTRE-SITE.
      * Les enregistrements des sites hors des droits de l'operateur
      * ne sont pas listes.
           move 'F' to acces-mode
           call 'ss-site-acces' using acces-mode codeSiteN
               acces-objet acces-autorise
       .

       AFFICHER.
           display a-plg-chauffeur-data
           add 1 to limite
