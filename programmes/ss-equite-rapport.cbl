       program-id. ss-equite-rapport.

       input-output section.
           file-control.
           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FRapport assign to "../ext/EquiteTravail.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
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

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 FChaufNouvStatus         pic x(2).
       01 frap-status              pic x(2).

       01 periode-debut            pic 9(8).
       01 periode-fin              pic 9(8).
       01 periode-fin-exclue       pic 9(8).
       01 site-choisi              pic x(4).
       01 date-jour                pic 9(8).
       01 fin-scan                 pic 9.

      * Un poste par chauffeur actif (du site choisi, ou de tous) :
      * sa charge en horaires penibles sur la periode et son ecart a
      * la moyenne de son site.
       01 nb-postes                pic 9(3) comp.
       01 idx-eq                   pic s9(4) comp.
       01 idx-tri                  pic 9(3) comp.
       01 tri-echange              pic 9.
       01 tri-par-site             pic 9.
       01 table-equite.
           02 eq-entree occurs 500 times.
               03 eq-site          pic x(4).
               03 eq-num-chauff    pic 9(6).
               03 eq-nom           pic x(20).
               03 eq-weekend       pic 9(4).
               03 eq-nuit          pic 9(5)v99.
               03 eq-feries        pic 9(4).
               03 eq-astreintes    pic 9(4).
               03 eq-charge        pic 9(5)v9.
               03 eq-ecart         pic s9(5)v9.
       01 eq-sauve.
           02 es-site              pic x(4).
           02 es-num-chauff        pic 9(6).
           02 es-nom               pic x(20).
           02 es-weekend           pic 9(4).
           02 es-nuit              pic 9(5)v99.
           02 es-feries            pic 9(4).
           02 es-astreintes        pic 9(4).
           02 es-charge            pic 9(5)v9.
           02 es-ecart             pic s9(5)v9.

      * Moyenne de charge par site.
       01 nb-sites                 pic 9(2) comp.
       01 idx-st                   pic 9(2) comp.
       01 table-sites.
           02 st-entree occurs 50 times.
               03 st-site          pic x(4).
               03 st-nb            pic 9(3).
               03 st-total         pic 9(7)v9.
               03 st-moyenne       pic 9(5)v9.

      *----- Zone d'appel du calcul de charge -----
       01 eh-num-chauff            pic 9(6).
       01 eh-date-debut            pic 9(8).
       01 eh-date-fin              pic 9(8).
       01 eh-jours-weekend         pic 9(4).
       01 eh-heures-nuit           pic 9(5)v99.
       01 eh-jours-feries          pic 9(4).
       01 eh-astreintes            pic 9(4).
       01 eh-charge                pic 9(5)v9.

       01 site-courant             pic x(4).
       01 nb-extremes              pic 9(2) comp.
       01 ed-nuit                  pic zzzz9.99.
       01 ed-charge                pic zzzz9.9.
       01 ed-moyenne               pic zzzz9.9.
       01 ed-ecart                 pic ----9.9.
       01 ed-nb                    pic zz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Repartition des week-ends, nuits et feries -'.

       01 s-plg-saisie.
           02 line 3 col 2 value 'Periode du (AAAAMMJJ) : '.
           02 s-periode-debut pic 9(8) to periode-debut required.
           02 line 4 col 2 value 'Periode au (AAAAMMJJ) : '.
           02 s-periode-fin pic 9(8) to periode-fin required.
           02 line 5 col 2 value 'Site (vide = tous) : '.
           02 s-site-choisi pic x(4) to site-choisi.

       01 a-plg-resultat.
           02 line 7 col 2 value 'Chauffeurs evalues : '.
           02 a-nb-postes line 7 col 23 pic zz9 from nb-postes.
           02 line 8 col 2 value 'Sites : '.
           02 a-nb-sites line 8 col 23 pic z9 from nb-sites.
           02 line 10 col 2 value
               'Rapport : ../ext/EquiteTravail.txt'.

       01 a-plg-aucun-chauffeur.
           02 line 7 col 2 value
               'Aucun chauffeur actif pour ce site.'.
       01 a-plg-periode-invalide.
           02 line 7 col 2 value
               'Periode invalide : la fin precede le debut.'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Equite de repartition des horaires penibles : par chauffeur
      * actif et par site, les jours de week-end, les heures de nuit,
      * les jours feries et les astreintes de la periode (bornes
      * incluses), ramenes a une charge en jours (voir
      * ss-equite-calcul), et l'ecart de chacun a la moyenne de son
      * site. Le rapport finit par les chauffeurs les plus au-dessus
      * et les plus en dessous de leur part.

       open input FChaufNouv
       if FChaufNouvStatus not = '00' then
           display a-error-open
           stop ' '
           goback
       end-if

       display a-plg-titre-global
       display s-plg-saisie
       accept s-plg-saisie
       move function upper-case(site-choisi) to site-choisi

       if periode-fin < periode-debut then
           display a-plg-periode-invalide
           display a-plg-message-continuer
           stop ' '
           close FChaufNouv
           goback
       end-if

       accept date-jour from date yyyymmdd
       move function date-of-integer
           (function integer-of-date(periode-fin) + 1)
           to periode-fin-exclue

      *--- un poste par chauffeur actif ---
       move 0 to nb-postes
       move 0 to numChaufN
       move 0 to fin-scan
       start FChaufNouv key > numChaufN
           invalid key
               move 1 to fin-scan
       end-start

       perform with test after until (fin-scan = 1)
           read FChaufNouv next
               at end
                   move 1 to fin-scan
               not at end
                   if statutN not = 'I' and nb-postes < 500
                   and (site-choisi = spaces
                        or codeSiteN = site-choisi) then
                       perform AJOUTE-POSTE
                   end-if
           end-read
       end-perform
       close FChaufNouv

       if nb-postes = 0 then
           display a-plg-aucun-chauffeur
           display a-plg-message-continuer
           stop ' '
           goback
       end-if

       perform CALCULE-MOYENNES
       perform CALCULE-ECARTS

       move 1 to tri-par-site
       perform TRIE-POSTES
       perform EDITE-RAPPORT

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       goback
       .

       AJOUTE-POSTE.
           add 1 to nb-postes
           move codeSiteN to eq-site(nb-postes)
           move numChaufN to eq-num-chauff(nb-postes)
           move nomN(1:20) to eq-nom(nb-postes)

           move numChaufN to eh-num-chauff
           move periode-debut to eh-date-debut
           move periode-fin-exclue to eh-date-fin
           call 'ss-equite-calcul' using eh-num-chauff
               eh-date-debut eh-date-fin eh-jours-weekend
               eh-heures-nuit eh-jours-feries eh-astreintes
               eh-charge

           move eh-jours-weekend to eq-weekend(nb-postes)
           move eh-heures-nuit to eq-nuit(nb-postes)
           move eh-jours-feries to eq-feries(nb-postes)
           move eh-astreintes to eq-astreintes(nb-postes)
           move eh-charge to eq-charge(nb-postes)
           move 0 to eq-ecart(nb-postes)
       .

       CALCULE-MOYENNES.
           move 0 to nb-sites
           perform varying idx-eq from 1 by 1
               until idx-eq > nb-postes
               perform CHERCHE-SITE
               if idx-st > 0 then
                   add 1 to st-nb(idx-st)
                   add eq-charge(idx-eq) to st-total(idx-st)
               end-if
           end-perform

           perform varying idx-st from 1 by 1
               until idx-st > nb-sites
               compute st-moyenne(idx-st) rounded =
                   st-total(idx-st) / st-nb(idx-st)
           end-perform
       .

       CHERCHE-SITE.
      * Poste du site de eq-site(idx-eq) dans la table des sites,
      * cree au besoin ; zero si la table est pleine.
           perform varying idx-st from 1 by 1
               until idx-st > nb-sites
               if st-site(idx-st) = eq-site(idx-eq) then
                   exit paragraph
               end-if
           end-perform
           if nb-sites >= 50 then
               move 0 to idx-st
               exit paragraph
           end-if
           add 1 to nb-sites
           move nb-sites to idx-st
           move eq-site(idx-eq) to st-site(idx-st)
           move 0 to st-nb(idx-st)
           move 0 to st-total(idx-st)
           move 0 to st-moyenne(idx-st)
       .

       CALCULE-ECARTS.
           perform varying idx-eq from 1 by 1
               until idx-eq > nb-postes
               perform CHERCHE-SITE
               if idx-st > 0 then
                   compute eq-ecart(idx-eq) =
                       eq-charge(idx-eq) - st-moyenne(idx-st)
               end-if
           end-perform
       .

       TRIE-POSTES.
      * Tri a bulles sur l'ecart decroissant, par site d'abord quand
      * tri-par-site vaut 1.
           move 1 to tri-echange
           perform until tri-echange = 0
               move 0 to tri-echange
               perform varying idx-tri from 1 by 1
                   until idx-tri >= nb-postes
                   if (tri-par-site = 1
                       and eq-site(idx-tri) > eq-site(idx-tri + 1))
                   or ((tri-par-site = 0
                        or eq-site(idx-tri) = eq-site(idx-tri + 1))
                       and eq-ecart(idx-tri) <
                           eq-ecart(idx-tri + 1)) then
                       move eq-entree(idx-tri) to eq-sauve
                       move eq-entree(idx-tri + 1)
                           to eq-entree(idx-tri)
                       move eq-sauve to eq-entree(idx-tri + 1)
                       move 1 to tri-echange
                   end-if
               end-perform
           end-perform
       .

       EDITE-RAPPORT.
           open output FRapport
           if frap-status not = '00' then
               exit paragraph
           end-if

           move spaces to contenu-rapport
           string '----- Repartition des horaires penibles du '
               periode-debut ' au ' periode-fin ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Edite le ' date-jour
               ' - charge = jours WE + feries + astreintes'
               ' + nuits/8h'
               delimited by size into contenu-rapport
           write LigneRapport

           move spaces to site-courant
           perform varying idx-eq from 1 by 1
               until idx-eq > nb-postes
               if idx-eq = 1 or eq-site(idx-eq) not = site-courant
               then
                   move eq-site(idx-eq) to site-courant
                   perform EDITE-ENTETE-SITE
               end-if
               perform EDITE-LIGNE-POSTE
           end-perform

      *--- les extremes, tous sites confondus ---
           move 0 to tri-par-site
           perform TRIE-POSTES

           move spaces to contenu-rapport
           write LigneRapport
           move '----- Les plus au-dessus de leur part -----'
               to contenu-rapport
           write LigneRapport
           perform EDITE-ENTETE-COLONNES
           move 0 to nb-extremes
           perform varying idx-eq from 1 by 1
               until idx-eq > nb-postes or nb-extremes >= 5
               if eq-ecart(idx-eq) > 0 then
                   perform EDITE-LIGNE-POSTE
                   add 1 to nb-extremes
               end-if
           end-perform
           if nb-extremes = 0 then
               move 'Aucun.' to contenu-rapport
               write LigneRapport
           end-if

           move spaces to contenu-rapport
           write LigneRapport
           move '----- Les plus en dessous de leur part -----'
               to contenu-rapport
           write LigneRapport
           perform EDITE-ENTETE-COLONNES
           move 0 to nb-extremes
           perform varying idx-eq from nb-postes by -1
               until idx-eq < 1 or nb-extremes >= 5
               if eq-ecart(idx-eq) < 0 then
                   perform EDITE-LIGNE-POSTE
                   add 1 to nb-extremes
               end-if
           end-perform
           if nb-extremes = 0 then
               move 'Aucun.' to contenu-rapport
               write LigneRapport
           end-if

           close FRapport

           move 'ss-equite-rapport' to spool-programme
           move spaces to spool-parametres
           string 'equite ' periode-debut '-' periode-fin ' '
               site-choisi
               delimited by size into spool-parametres
           move '../ext/EquiteTravail.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source
       .

       EDITE-ENTETE-SITE.
           perform CHERCHE-SITE
           move spaces to contenu-rapport
           write LigneRapport
           move 0 to ed-moyenne
           move 0 to ed-nb
           if idx-st > 0 then
               move st-moyenne(idx-st) to ed-moyenne
               move st-nb(idx-st) to ed-nb
           end-if
           move spaces to contenu-rapport
           string '--- Site ' site-courant ' : ' ed-nb
               ' chauffeurs, charge moyenne ' ed-moyenne
               delimited by size into contenu-rapport
           write LigneRapport
           perform EDITE-ENTETE-COLONNES
       .

       EDITE-ENTETE-COLONNES.
           move 'Chauf  Nom                    WE  Nuit(h)  Fer  Ast'
               &'  Charge   Ecart' to contenu-rapport
           write LigneRapport
       .

       EDITE-LIGNE-POSTE.
           move eq-nuit(idx-eq) to ed-nuit
           move eq-charge(idx-eq) to ed-charge
           move eq-ecart(idx-eq) to ed-ecart
           move spaces to contenu-rapport
           string eq-num-chauff(idx-eq) ' '
               eq-nom(idx-eq) ' '
               eq-weekend(idx-eq) ' '
               ed-nuit ' '
               eq-feries(idx-eq) ' '
               eq-astreintes(idx-eq) ' '
               ed-charge ' '
               ed-ecart
               delimited by size into contenu-rapport
           write LigneRapport
       .

       end program ss-equite-rapport.
