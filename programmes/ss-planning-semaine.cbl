                   record key is xd-cle
               status fxd-status.

           select FEchange assign to "../ext/Echange.dat"
               organization is indexed
               access mode is dynamic
                   record key is ec-num
                   alternate record key is ec-num-chauff
                       with duplicates
               status fec-status.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FAffPersonnel assign to "../ext/AffectPersonnel.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-cle
                   alternate record key is ap-num-pers
                       with duplicates
               status fap-status.

       data division.
       file section.
       fd FBus.
                   03 xd-date       pic 9(8).
                   03 xd-num-affect pic 9(6).

       fd FEchange.
           01 enr-echange.
               02 ec-num           pic 9(6).
               02 ec-type          pic x(1).
               02 ec-num-chauff    pic 9(6).
               02 ec-num-affect    pic 9(6).
               02 ec-num-chauff2   pic 9(6).
               02 ec-num-affect2   pic 9(6).
               02 ec-date-debut    pic 9(8).
               02 ec-date-fin      pic 9(8).
               02 ec-motif         pic x(30).
               02 ec-demandeur     pic x(8).
               02 ec-date-demande  pic 9(8).
               02 ec-heure-demande pic 9(8).
               02 ec-statut        pic x(1).
               02 ec-decideur      pic x(8).
               02 ec-date-decision pic 9(8).
               02 ec-heure-decision pic 9(8).
               02 ec-motif-decision pic x(30).

       fd FChaufNouv.
           01 ChaufNouv.
               02 numChaufN    pic 9(6).
               02 nomN         pic x(30).
               02 prenomN      pic x(30).
               02 datePermisN  pic 9(8).
               02 categoriePermisN pic x(02).
               02 statutN      pic x(01).
               02 codeSiteN    pic x(04).
               02 telephoneN   pic x(14).
               02 adresseN     pic x(40).

       fd FAffPersonnel.
           01 enr-aff-personnel.
               02 ap-cle.
                   03 ap-num-affect    pic 9(6).
                   03 ap-num-pers      pic 9(6).
               02 ap-role          pic x(1).

       working-storage section.
       01 FBusStatus            pic x(2).
       01 FAffectStatus         pic x(2).
       01 cellule-trouvee       pic 9.
       01 pos-cellule           pic 9(2).

      *----- Souhaits de repos des chauffeurs (Echange.dat) -----
       01 fec-status            pic x(2).
       01 FChaufNouvStatus      pic x(2).
       01 echange-absent        pic 9.
       01 fin-scan-souhait      pic 9.
       01 marque-souhait        pic x(1).
       01 nb-souhaits           pic 9(2).
       01 fin-semaine           pic 9(8).
       01 ligne-souhaits        pic x(80).
       01 pos-souhait           pic 9(2).

      *----- Personnel d'accompagnement (AffectPersonnel.dat) -----
       01 fap-status            pic x(2).
       01 accomp-absent         pic 9.

      *----- Droits d'acces par site de l'operateur -----
       01 acces-mode            pic x(1).
       01 acces-objet           pic x(16).
       01 acces-autorise        pic 9.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
       01 a-plg-ligne-grille.
           02 a-ligne line i col 2 pic x(76) from ligne-grille.

       01 a-plg-legende.
           02 line 18 col 2 value
               'B brouillon, A accompagnateur ou guide a bord, '
               &'S/R souhait de repos'.
       01 a-plg-titre-souhaits.
           02 line 19 col 2 value
               'Souhaits de repos (S en attente, R accorde) :'.
       01 a-plg-ligne-souhaits.
           02 line 20 col 2 pic x(76) from ligne-souhaits.

       01 s-plg-navigation.
           02 line 22 col 1 value
               '1-Bus suiv. 2-Sem. suiv. 3-Sem. prec. 4-Autre '
               &'site 5-Export iCal 9-Retour : '.
           02 s-choix-navigation pic 9 to choix-navigation required.

       01 a-plg-site-refuse.
           02 line 20 col 1 value
               'Site hors des droits de l''operateur.'.
       01 a-plg-aucun-bus.
           02 line 7 col 2 value 'Aucun bus pour ce site.'.
       01 a-error-open.
      * grille aux seules affectations du jour ; tant qu'il n'a pas
      * ete construit, le parcours par bus d'origine reste en place
       perform OUVRE-INDEX-DATE
       perform OUVRE-SOUHAITS
       perform OUVRE-ACCOMPAGNEMENT

      * Le dispatcheur ne consulte que le planning de ses sites
      * autorises (UtilisateurSite.dat).
       move 'I' to acces-mode
       call 'ss-site-acces' using acces-mode site-choisi
           acces-objet acces-autorise

       perform SAISIE-SITE

       perform CALCULE-LUNDI
       move 0 to premier-bus-page
                   compute entier-lundi = entier-lundi - 7
                   move 0 to premier-bus-page
               when 4
                   perform SAISIE-SITE
                   perform CALCULE-LUNDI
                   move 0 to premier-bus-page
               when 5
                   if index-date-absent = 0 then
                       close FAffectDate
                   end-if
                   perform FERME-SOUHAITS
                   perform FERME-ACCOMPAGNEMENT
                   call 'ss-planning-ical'
                   open input FBus
                   open input FAffectations
                   perform OUVRE-INDEX-DATE
                   perform OUVRE-SOUHAITS
                   perform OUVRE-ACCOMPAGNEMENT
               when 9
                   move 1 to quitter
               when other
       if index-date-absent = 0 then
           close FAffectDate
       end-if
       perform FERME-SOUHAITS
       perform FERME-ACCOMPAGNEMENT
       goback
       .

       SAISIE-SITE.
      * Redemande le site tant qu'il est hors des droits de
      * l'operateur ; chaque refus est trace au journal des
      * connexions par ss-site-acces.
           move 'PLANNING SEMAINE' to acces-objet
           move 0 to acces-autorise
           perform with test after until (acces-autorise = 1)
               display a-plg-titre-global
               display s-plg-saisie
               accept s-plg-saisie
               move function upper-case(site-choisi) to site-choisi
               move 'C' to acces-mode
               call 'ss-site-acces' using acces-mode site-choisi
                   acces-objet acces-autorise
               if acces-autorise = 0 then
                   display a-plg-site-refuse
                   stop ' '
               end-if
           end-perform
       .

       OUVRE-INDEX-DATE.
           move 0 to index-date-absent
           open input FAffectDate
           end-if
       .

       OUVRE-SOUHAITS.
      * Echange.dat n'existe qu'apres la premiere demande saisie :
      * sans lui, la grille ne porte aucun souhait.
           move 0 to echange-absent
           open input FEchange
           if fec-status not = '00' then
               move 1 to echange-absent
           end-if
           open input FChaufNouv
       .

       FERME-SOUHAITS.
           if echange-absent = 0 then
               close FEchange
           end-if
           close FChaufNouv
       .

       OUVRE-ACCOMPAGNEMENT.
      * AffectPersonnel.dat n'existe qu'apres le premier
      * rattachement d'un accompagnateur ou d'un guide.
           move 0 to accomp-absent
           open input FAffPersonnel
           if fap-status not = '00' then
               move 1 to accomp-absent
           end-if
       .

       FERME-ACCOMPAGNEMENT.
           if accomp-absent = 0 then
               close FAffPersonnel
           end-if
       .

       CALCULE-LUNDI.
      * Ramene la date saisie au lundi de sa semaine.
           move function integer-of-date(20260803) to entier-ref
           if nb-bus-affiches = 0 and premier-bus-page = 0 then
               display a-plg-aucun-bus
           end-if

           display a-plg-legende
           perform AFFICHE-SOUHAITS-SEMAINE
       .

       AFFICHE-SOUHAITS-SEMAINE.
      * Sous la grille, les souhaits de repos de la semaine des
      * chauffeurs du site, affectes ou non : de quoi les voir avant
      * de placer quelqu'un (quatre au plus, '+' s'il y en a
      * d'autres).
           if echange-absent = 1 then
               exit paragraph
           end-if
           compute entier-jour = entier-lundi + 6
           move function date-of-integer(entier-jour) to fin-semaine
           move function date-of-integer(entier-lundi) to jour-grille

           move spaces to ligne-souhaits
           move 0 to nb-souhaits
           move 1 to pos-souhait
           move 0 to ec-num
           move 0 to fin-scan-souhait
           start FEchange key > ec-num
               invalid key
                   move 1 to fin-scan-souhait
           end-start

           perform with test after until (fin-scan-souhait = 1)
               read FEchange next
                   at end
                       move 1 to fin-scan-souhait
                   not at end
                       if ec-type = 'R'
                       and (ec-statut = 'A' or ec-statut = 'V')
                       and ec-date-debut <= fin-semaine
                       and ec-date-fin >= jour-grille then
                           perform AJOUTE-SOUHAIT-LIGNE
                       end-if
               end-read
           end-perform

           if nb-souhaits > 0 then
               display a-plg-titre-souhaits
               display a-plg-ligne-souhaits
           end-if
       .

       AJOUTE-SOUHAIT-LIGNE.
           move ec-num-chauff to numChaufN
           read FChaufNouv
               invalid key
                   move spaces to codeSiteN
           end-read
           if codeSiteN not = site-choisi then
               exit paragraph
           end-if

           add 1 to nb-souhaits
           if nb-souhaits > 4 then
               move '+' to ligne-souhaits(76:1)
               exit paragraph
           end-if
           if ec-statut = 'A' then
               move 'S' to ligne-souhaits(pos-souhait:1)
           else
               move 'R' to ligne-souhaits(pos-souhait:1)
           end-if
           move ec-num-chauff to ligne-souhaits(pos-souhait + 1:6)
      *    dates MM/JJ comme l'entete de la grille
           move ec-date-debut(5:2)
               to ligne-souhaits(pos-souhait + 8:2)
           move '/' to ligne-souhaits(pos-souhait + 10:1)
           move ec-date-debut(7:2)
               to ligne-souhaits(pos-souhait + 11:2)
           move '-' to ligne-souhaits(pos-souhait + 13:1)
           move ec-date-fin(5:2) to ligne-souhaits(pos-souhait + 14:2)
           move '/' to ligne-souhaits(pos-souhait + 16:1)
           move ec-date-fin(7:2) to ligne-souhaits(pos-souhait + 17:2)
           add 19 to pos-souhait
       .

       AFFICHE-LIGNE-BUS.
           and cellule-trouvee = 0 then
               move fa-num-chauff to chauffeur-cellule
               move chauffeur-cellule to cellule(1:6)
               perform CHERCHE-SOUHAIT-JOUR
               move marque-souhait to cellule(7:1)
               if fa-statut = 'B' then
                   move 'B' to cellule(8:1)
               else
                   move ' ' to cellule(8:1)
                   perform CHERCHE-ACCOMPAGNEMENT
                   move 1 to cellule-trouvee
               end-if
           end-if
       .

       CHERCHE-ACCOMPAGNEMENT.
      * A : au moins un accompagnateur ou un guide est rattache a
      * l'affectation de la cellule.
           if accomp-absent = 1 then
               exit paragraph
           end-if
           move fa-num-affect to ap-num-affect
           move 0 to ap-num-pers
           start FAffPersonnel key >= ap-cle
               invalid key
                   exit paragraph
           end-start
           read FAffPersonnel next
               at end
                   continue
               not at end
                   if ap-num-affect = fa-num-affect then
                       move 'A' to cellule(8:1)
                   end-if
           end-read
       .

       CHERCHE-SOUHAIT-JOUR.
      * Le chauffeur de la cellule a-t-il demande a ne pas
      * travailler ce jour-la ? S : souhait en attente de decision,
      * R : repos accorde.
           move space to marque-souhait
           if echange-absent = 1 then
               exit paragraph
           end-if
           move 0 to fin-scan-souhait
           move chauffeur-cellule to ec-num-chauff
           start FEchange key = ec-num-chauff
               invalid key
                   move 1 to fin-scan-souhait
           end-start

           perform with test after until (fin-scan-souhait = 1)
               read FEchange next
                   at end
                       move 1 to fin-scan-souhait
                   not at end
                       if ec-num-chauff not = chauffeur-cellule then
                           move 1 to fin-scan-souhait
                       else
                           if ec-type = 'R'
                           and jour-grille >= ec-date-debut
                           and jour-grille <= ec-date-fin then
                               if ec-statut = 'V' then
                                   move 'R' to marque-souhait
                               end-if
                               if ec-statut = 'A'
                               and marque-souhait = space then
                                   move 'S' to marque-souhait
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       end program ss-planning-semaine.
