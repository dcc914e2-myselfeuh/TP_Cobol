                   record key is ut-code
               status FUtilisateurStatus.

           select FUtilisateurSite
               assign to "../ext/UtilisateurSite.dat"
               organization is indexed
               access mode is dynamic
                   record key is us-code
               status FUtilisateurSiteStatus.

           select FConnexionLog assign to "../ext/ConnexionLog.dat"
               organization is sequential
               status cxl-status.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status FSiteStatus.

       data division.
       file section.
       FD FUtilisateur.
           02 ut-echecs        pic 9(2).
           02 ut-bloque        pic x(1).

      * Sites autorises d'un dispatcheur, a part du compte pour ne
      * pas toucher a l'enregistrement Utilisateur.dat ; pas
      * d'enregistrement vaut tous les sites.
       FD FUtilisateurSite.
       01 enr-utilisateur-site.
           02 us-code          pic x(8).
           02 us-liste-sites.
               03 us-site      pic x(4) occurs 5 times.

       FD FConnexionLog.
       01 ligne-connexion-log pic x(80).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       working-storage section.
       01 FUtilisateurStatus       pic x(2).
       01 FUtilisateurSiteStatus   pic x(2).
       01 cxl-status               pic x(2).
       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 nv-code                  pic x(8).
       01 nv-mdp                   pic x(8).
       01 nv-role                  pic x(1).
       01 nv-liste-sites.
           02 nv-site              pic x(4) occurs 5 times.
       01 k                        pic 9.
       01 FSiteStatus              pic x(2).
       01 site-fichier-absent      pic 9.
       01 site-inconnu             pic 9.

      *----- Journal des connexions (dernieres lignes) -----
       01 nb-lignes-log            pic 9(4).
       01 a-plg-titre-modifie.
           02 blank screen.
           02 line 1 col 10 value
               '- Modifie un utilisateur (mot de passe, role, sites) -'.
       01 a-plg-titre-supprime.
           02 blank screen.
           02 line 1 col 10 value '- Supprime un utilisateur -'.
       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Ajouter un utilisateur'.
           02 line 4 col 2 value
               '2: Modifier un utilisateur (mot de passe, role, sites)'.
           02 line 5 col 2 value '3: Supprimer un utilisateur'.
           02 line 6 col 2 value '4: Lister les utilisateurs'.
           02 line 7 col 2 value '5: Debloquer un compte'.
           02 line 5 col 2 value
               'Role (S=superviseur, D=dispatcheur) : '.
           02 s-nv-role pic x to nv-role required.
       01 s-plg-form-sites.
           02 line 6 col 2 value
               'Sites autorises du dispatcheur (blanc = tous) : '.
           02 s-nv-site-1 line 7 col 5 pic x(4) to nv-site(1).
           02 s-nv-site-2 line 7 col 11 pic x(4) to nv-site(2).
           02 s-nv-site-3 line 7 col 17 pic x(4) to nv-site(3).
           02 s-nv-site-4 line 7 col 23 pic x(4) to nv-site(4).
           02 s-nv-site-5 line 7 col 29 pic x(4) to nv-site(5).

      *----- Confirmation de suppression -----
       01 a-plg-confirme-suppr-data.
           02 line 3 col 20 value 'MdP du'.
           02 line 3 col 32 value 'Echecs'.
           02 line 3 col 40 value 'Bloque'.
           02 line 3 col 48 value 'Sites'.
       01 a-plg-utilisateur-data.
           02 a-ut-code line i col 2 pic x(8) from ut-code.
           02 a-ut-role line i col 14 pic x from ut-role.
               from ut-date-mdp.
           02 a-ut-echecs line i col 34 pic z9 from ut-echecs.
           02 a-ut-bloque line i col 42 pic x from ut-bloque.
           02 a-ut-site-1 line i col 48 pic x(4) from us-site(1).
           02 a-ut-site-2 line i col 53 pic x(4) from us-site(2).
           02 a-ut-site-3 line i col 58 pic x(4) from us-site(3).
           02 a-ut-site-4 line i col 63 pic x(4) from us-site(4).
           02 a-ut-site-5 line i col 68 pic x(4) from us-site(5).

      *----- Deblocage et journal des connexions -----
       01 a-plg-titre-debloque.
           02 line 20 col 1 value 'Utilisateur introuvable.'.
       01 a-plg-role-invalide.
           02 line 20 col 1 value 'Role invalide (S ou D attendu).'.
       01 a-plg-site-inconnu.
           02 line 20 col 1 value
               'Code site inconnu du referentiel des sites.'.
       01 a-plg-dernier-superviseur.
           02 line 20 col 1 value
               'Refus : il doit rester au moins un superviseur.'.
           open i-o FUtilisateur
       end-if

       open i-o FUtilisateurSite
       if FUtilisateurSiteStatus = '35' then
           open output FUtilisateurSite
           close FUtilisateurSite
           open i-o FUtilisateurSite
       end-if

      * Site.dat peut ne pas exister tant que le referentiel des
      * sites n'a pas ete charge : le controle est alors ignore.
       move 0 to site-fichier-absent
       open input FSite
       if FSiteStatus not = '00' then
           move 1 to site-fichier-absent
       end-if

       display a-plg-titre-global

       move 0 to quitter
       end-perform

       close FUtilisateur
       close FUtilisateurSite
       if site-fichier-absent = 0 then
           close FSite
       end-if

       goback
       .
           accept s-plg-form-code
           display s-plg-form-detail
           accept s-plg-form-detail
           perform SAISIE-SITES

           move function upper-case(nv-role) to nv-role
           if nv-role not = 'S' and nv-role not = 'D' then
               display a-plg-role-invalide
           else
               if site-inconnu = 1 then
                   display a-plg-site-inconnu
                   stop ' '
                   exit paragraph
               end-if
               move function upper-case(nv-code) to ut-code
      *        seul le condensat du mot de passe est conserve ; la
      *        date a zero force l'operateur a le changer a sa
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   perform ECRIT-SITES-UTILISATEUR
                   display a-plg-modif-succes
               end-write
           end-if
           not invalid key
               display s-plg-form-detail
               accept s-plg-form-detail
               perform SAISIE-SITES

               move function upper-case(nv-role) to nv-role
               if nv-role not = 'S' and nv-role not = 'D' then
                   display a-plg-role-invalide
               else
                   if site-inconnu = 1 then
                       display a-plg-site-inconnu
                       stop ' '
                       exit paragraph
                   end-if
                   if nv-role = 'D' and ut-role = 'S' then
                       perform COMPTE-AUTRES-SUPERVISEURS
                       if aucun-resultat = 1 then
                   invalid key
                       display a-plg-modif-erreur
                   not invalid key
                       perform ECRIT-SITES-UTILISATEUR
                       display a-plg-modif-succes
                   end-rewrite
               end-if
                   invalid key
                       display a-plg-modif-erreur
                   not invalid key
                       move ut-code to us-code
                       delete FUtilisateurSite
                           invalid key
                               continue
                       end-delete
                       display a-plg-modif-succes
                   end-delete
               else
           stop ' '
       .

       SAISIE-SITES.
      * Sites dont le dispatcheur voit et modifie les chauffeurs, bus
      * et affectations ; aucun site saisi vaut tous les sites. Le
      * superviseur a toujours droit a tous les sites : sa liste est
      * ignoree. site-inconnu vaut 1 si un code manque au referentiel.
           move spaces to nv-liste-sites
           move 0 to site-inconnu
           display s-plg-form-sites
           accept s-plg-form-sites
           if function upper-case(nv-role) = 'S' then
               move spaces to nv-liste-sites
               exit paragraph
           end-if
           perform varying k from 1 by 1 until k > 5
               move function upper-case(nv-site(k)) to nv-site(k)
               if nv-site(k) = low-value then
                   move spaces to nv-site(k)
               end-if
               if nv-site(k) not = spaces
               and site-fichier-absent = 0 then
                   move nv-site(k) to si-code
                   read FSite
                       invalid key
                           move 1 to site-inconnu
                   end-read
               end-if
           end-perform
       .

       ECRIT-SITES-UTILISATEUR.
      * Enregistre la liste nv-liste-sites du compte ut-code ; une
      * liste vide supprime l'enregistrement (tous les sites).
           move ut-code to us-code
           read FUtilisateurSite
               invalid key
                   if nv-liste-sites not = spaces then
                       move nv-liste-sites to us-liste-sites
                       write enr-utilisateur-site
                           invalid key
                               display a-plg-modif-erreur
                       end-write
                   end-if
               not invalid key
                   if nv-liste-sites = spaces then
                       delete FUtilisateurSite
                           invalid key
                               display a-plg-modif-erreur
                       end-delete
                   else
                       move nv-liste-sites to us-liste-sites
                       rewrite enr-utilisateur-site
                           invalid key
                               display a-plg-modif-erreur
                       end-rewrite
                   end-if
           end-read
       .

       LIT-SITES-UTILISATEUR.
      * Charge les sites du compte ut-code pour la liste ; blanc si
      * le compte n'en declare aucun.
           move ut-code to us-code
           read FUtilisateurSite
               invalid key
                   move spaces to us-liste-sites
           end-read
       .

       COMPTE-AUTRES-SUPERVISEURS.
      * aucun-resultat vaut 1 en sortie si l'utilisateur vise (code
      * dans nv-code) est le dernier superviseur : le supprimer ou le
                   at end
                       move 1 to fin-scan
                   not at end
                       perform LIT-SITES-UTILISATEUR
                       display a-plg-utilisateur-data
                       add 1 to i
                       move 0 to aucun-resultat
