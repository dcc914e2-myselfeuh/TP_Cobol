       01 nv-duree-amort           pic 9(2).
       01 nv-prix-cession          pic 9(8)v99.

      *----- Droits d'acces par site de l'operateur -----
       01 acces-mode               pic x(1).
       01 acces-site               pic x(4).
       01 acces-objet              pic x(16).
       01 acces-autorise           pic 9.

       screen section.

      *----- Titres -----
           02 line 3 col 2 value '1: Ajouter un bus'.
           02 line 4 col 2 value '2: Modifier un bus'.
           02 line 5 col 2 value '3: Supprimer un bus'.
           02 line 6 col 2 value
               '4: Prets entre sites, vehicules loues'.
           02 line 7 col 2 value
               '5: Ceder un bus (sortie de flotte, archive)'.
           02 line 8 col 2 value
               '6: Rapport d''amortissements (lineaire)'.
           02 line 9 col 2 value
               '7: Cout total de possession (TCO) par bus'.
           02 line 10 col 2 value
               '8: Classe d''emission et zones a faibles emissions'.
           02 line 11 col 2 value
               '0: Equipements a bord (toilettes, frigo, skis, '
               &'micro, USB)'.
           02 line 12 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 14 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 a-plg-bus-encore-affecte.
           02 line 20 col 1 value
               'Bus encore affecte : suppression refusee.'.
       01 a-plg-site-refuse.
           02 line 20 col 1 value
               'Site hors des droits de l''operateur : operation '
               &'refusee.'.
       01 a-plg-parc-sature.
           02 line 21 col 1 value
               'ATTENTION : le depot de destination depasse ses '
           move 1 to site-fichier-absent
       end-if

      * Le dispatcheur ne voit et ne modifie que les bus de ses
      * sites autorises (UtilisateurSite.dat).
       move 'I' to acces-mode
       call 'ss-site-acces' using acces-mode acces-site
           acces-objet acces-autorise

       move 5 to i
       move 0 to fb-numero

               when 5 perform CEDE-BUS
               when 6 perform RAPPORT-AMORTISSEMENTS
               when 7 perform RAPPORT-TCO
               when 8 perform EMISSIONS-BUS
               when 0 perform EQUIPEMENTS-BUS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
               exit paragraph
           end-if

           move function upper-case(nv-code-site) to acces-site
           move 'BUS AJOUT' to acces-objet
           perform CONTROLE-ACCES-SITE
           if acces-autorise = 0 then
               display a-plg-site-refuse
               stop ' '
               exit paragraph
           end-if

           move 999999 to fb-numero
           start FBus key < fb-numero

           invalid key
               display a-plg-bus-introuvable
           not invalid key
               move fb-code-site to acces-site
               perform OBJET-ACCES-BUS
               perform CONTROLE-ACCES-SITE
               if acces-autorise = 0 then
                   display a-plg-site-refuse
                   stop ' '
                   exit paragraph
               end-if
               move 0 to type-formulaire

               perform FORMULAIRE-BUS
               if nv-code-site not = spaces and low-value then
                   move nv-code-site to si-code
                   perform CONTROLE-SITE
                   if site-inconnu = 0 then
                       move function upper-case(nv-code-site)
                           to acces-site
                       perform CONTROLE-ACCES-SITE
                   end-if
                   if site-inconnu = 1 then
                       display a-plg-site-inconnu
                   else
                   if acces-autorise = 0 then
                       display a-plg-site-refuse
                   else
                       perform CONTROLE-PARC-DESTINATION
                       if parc-sature = 1 then
                       move function upper-case(nv-code-site)
                           to fb-code-site
                   end-if
                   end-if
               end-if
               if nv-places-pmr not = zeros and low-value then
                   if nv-places-pmr = 999 then
               stop ' '
               exit paragraph
           end-read
           move fb-code-site to acces-site
           perform OBJET-ACCES-BUS
           perform CONTROLE-ACCES-SITE
           if acces-autorise = 0 then
               display a-plg-site-refuse
               stop ' '
               exit paragraph
           end-if
           if fb-statut = 'C' then
               display a-plg-bus-deja-cede
               stop ' '
           open i-o FBus
       .

       EMISSIONS-BUS.
      * La classe d'emission vit dans son propre fichier : on ferme
      * le fichier des bus le temps de l'appel.
           close FBus

           call 'ss-bus-emission'

           open i-o FBus
       .

       EQUIPEMENTS-BUS.
      * Les equipements a bord vivent dans leur propre fichier : on
      * ferme le fichier des bus le temps de l'appel.
           close FBus

           call 'ss-bus-equipement'

           open i-o FBus
       .

       RAPPORT-AMORTISSEMENTS.
      * L'edition des amortissements est un traitement a part
      * entiere : on ferme le fichier des bus le temps de l'appel.
           move id-bus to fb-numero
           start FBus key = fb-numero

           read FBus
           invalid key
               display a-plg-bus-introuvable
               stop ' '
               exit paragraph
           end-read
           move fb-code-site to acces-site
           perform OBJET-ACCES-BUS
           perform CONTROLE-ACCES-SITE
           if acces-autorise = 0 then
               display a-plg-site-refuse
               stop ' '
               exit paragraph
           end-if

           perform VERIFIE-BUS-AFFECTE

           if bus-encore-affecte = 1 then
           move sauvegarde-enr-bus to enr-bus
       .

       OBJET-ACCES-BUS.
           move spaces to acces-objet
           string 'BUS ' fb-numero
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

       RECHERCHE-BUS.
           display s-plg-recherche-id
           accept s-plg-recherche-id
