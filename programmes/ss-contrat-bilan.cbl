       program-id. ss-contrat-bilan.

       input-output section.
           file-control.
           select FContrat assign to "../ext/Contrat.dat"
               organization is indexed
               access mode is dynamic
                   record key is cn-cle
               status fcn-status.

           select FContratEcart assign to "../ext/ContratEcart.dat"
               organization is indexed
               access mode is dynamic
                   record key is cx-cle
               status fcx-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status fb-status.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FPointage assign to "../ext/Pointage.dat"
               organization is indexed
               access mode is dynamic
                   record key is pt-num-affect
               status fpt-status.

           select FRapport assign to "../ext/ContratBilan.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
       fd FContrat.
           01 enr-contrat.
               02 cn-cle.
                   03 cn-num-compagnie pic 9(4).
                   03 cn-num-contrat  pic 9(3).
               02 cn-reference     pic x(20).
               02 cn-date-debut    pic 9(8).
               02 cn-date-fin      pic 9(8).
               02 cn-jours-engages pic 9(4).
               02 cn-pct-manque    pic 9(3).
               02 cn-objectif-ponct pic 9(3).
               02 cn-penalite-point pic 9(2)v99.

      * Ecart du mois par contrat : le complement de volume vient
      * s'ajouter a la facture du mois, la penalite de ponctualite
      * s'en deduire. cx-num-facture reste a 0 tant que la
      * facturation ne l'a pas repris.
       fd FContratEcart.
           01 enr-contrat-ecart.
               02 cx-cle.
                   03 cx-num-compagnie pic 9(4).
                   03 cx-periode      pic 9(6).
                   03 cx-num-contrat  pic 9(3).
               02 cx-jours-engages pic 9(4).
               02 cx-jours-livres  pic 9(4).
               02 cx-montant-manque pic 9(7)v99.
               02 cx-taux-ponct    pic 9(3).
               02 cx-montant-penalite pic 9(7)v99.
               02 cx-num-facture   pic 9(6).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

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

       FD FAffectations.
       01 enr-affectation.
           02 fa-num-affect   pic 9(6).
           02 fa-num-chauff   pic 9(6).
           02 fa-num-bus      pic 9(6).
           02 fa-date-debut   pic 9(8).
           02 fa-date-fin     pic 9(8).
           02 fa-nb-passagers pic 9(3).
           02 fa-statut pic x(01).
           02 fa-motif pic x(40).
           02 fa-num-chauff2  pic 9(6).
           02 fa-heure-debut  pic 9(4).
           02 fa-heure-fin    pic 9(4).
           02 fa-nb-pmr       pic 9(3).

       fd FPointage.
           01 enr-pointage.
               02 pt-num-affect    pic 9(6).
               02 pt-num-chauff    pic 9(6).
               02 pt-num-bus       pic 9(6).
               02 pt-num-compagnie pic 9(4).
               02 pt-heure-prevue-dep pic 9(4).
               02 pt-heure-prevue-ret pic 9(4).
               02 pt-date-depart   pic 9(8).
               02 pt-heure-depart  pic 9(4).
               02 pt-date-retour   pic 9(8).
               02 pt-heure-retour  pic 9(4).
               02 pt-statut        pic x(1).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fcn-status               pic x(2).
       01 fcx-status               pic x(2).
       01 fco-status               pic x(2).
       01 fb-status                pic x(2).
       01 fa-status                pic x(2).
       01 fpt-status               pic x(2).
       01 frap-status              pic x(2).
       01 pointage-fichier-absent  pic 9.

       01 annee-bilan              pic 9(4).
       01 mois-bilan               pic 9(2).
       01 periode-bilan            pic 9(6).
       01 mois-debut               pic 9(8).
       01 mois-fin-exclu           pic 9(8).
       01 annee-suivante           pic 9(4).
       01 mois-suivant             pic 9(2).
       01 date-jour                pic 9(8).

       01 fin-contrat              pic 9.
       01 fin-bus                  pic 9.
       01 fin-affect               pic 9.
       01 fin-pointage             pic 9.

       01 deb-effectif             pic 9(8).
       01 fin-effective            pic 9(8).
       01 fin-contrat-exclu        pic 9(8).
       01 jours-affect             pic s9(5).
       01 jours-livres             pic 9(4).
       01 jours-manquants          pic 9(4).
       01 montant-livre            pic 9(8)v99.
       01 montant-manque           pic 9(7)v99.
       01 montant-penalite         pic 9(7)v99.
       01 nb-pointes               pic 9(5).
       01 nb-a-l-heure             pic 9(5).
       01 taux-ponct               pic 9(3).
       01 points-manques           pic 9(3).
       01 retard-depart            pic s9(5).

      * meme tolerance que le rapport de ponctualite des pointages
       01 tolerance-minutes        pic 9(3) value 5.

       01 nb-contrats              pic 9(4).
       01 cumul-manque             pic 9(8)v99.
       01 cumul-penalite           pic 9(8)v99.
       01 ed-montant               pic zzzzzz9.99.
       01 ed-cumul                 pic zzzzzzz9.99.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Bilan mensuel des contrats compagnies -'.

       01 s-plg-mois.
           02 line 3 col 2 value 'Annee du bilan (AAAA) : '.
           02 s-annee pic 9999 to annee-bilan required.
           02 line 4 col 2 value 'Mois du bilan (MM) : '.
           02 s-mois pic 99 to mois-bilan required.

       01 a-plg-resultat.
           02 line 6 col 2 value 'Contrats examines : '.
           02 a-nb-contrats line 6 col 24 pic zzz9 from nb-contrats.
           02 line 8 col 2 value
               'Rapport : ../ext/ContratBilan.txt (ecarts repris '
               &'par la facturation du mois)'.

       01 a-plg-mois-invalide.
           02 line 20 col 1 value 'Mois invalide (01 a 12 attendu).'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Compare chaque contrat en vigueur sur le mois a ce qui a ete
      * realise : jours-bus livres (affectations des bus de la
      * compagnie, date de fin exclue comme au recapitulatif) et
      * ponctualite des departs pointes. Le manque a gagner sur le
      * volume engage et la penalite de ponctualite sont deposes
      * dans ContratEcart.dat pour la facturation du mois.

       open input FContrat
       open input FCompagnie
       open input FBus
       open input FAffectations
       if fcn-status not = '00' or fco-status not = '00'
       or fb-status not = '00' or fa-status not = '00' then
           display a-error-open
           stop ' '
           close FContrat
           close FCompagnie
           close FBus
           close FAffectations
           goback
       end-if

       move 0 to pointage-fichier-absent
       open input FPointage
       if fpt-status not = '00' then
           move 1 to pointage-fichier-absent
       end-if

       open i-o FContratEcart
       if fcx-status = '35' then
           open output FContratEcart
           close FContratEcart
           open i-o FContratEcart
       end-if

       display a-plg-titre-global
       display s-plg-mois
       accept s-plg-mois

       if mois-bilan < 1 or mois-bilan > 12 then
           display a-plg-mois-invalide
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       compute mois-debut =
           annee-bilan * 10000 + mois-bilan * 100 + 1
       if mois-bilan = 12 then
           compute annee-suivante = annee-bilan + 1
           move 1 to mois-suivant
       else
           move annee-bilan to annee-suivante
           compute mois-suivant = mois-bilan + 1
       end-if
       compute mois-fin-exclu =
           annee-suivante * 10000 + mois-suivant * 100 + 1
       compute periode-bilan = annee-bilan * 100 + mois-bilan

       accept date-jour from date yyyymmdd
       move 0 to nb-contrats
       move 0 to cumul-manque
       move 0 to cumul-penalite

       open output FRapport
       move spaces to contenu-rapport
       string '----- Bilan des contrats ' annee-bilan '/' mois-bilan
           ' du ' date-jour ' -----'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport

       move low-values to cn-cle
       move 0 to fin-contrat
       start FContrat key > cn-cle
           invalid key
               move 1 to fin-contrat
       end-start

       perform with test after until (fin-contrat = 1)
           read FContrat next
               at end
                   move 1 to fin-contrat
               not at end
                   if cn-date-debut < mois-fin-exclu
                   and cn-date-fin >= mois-debut then
                       perform BILAN-UN-CONTRAT
                   end-if
           end-read
       end-perform

       move spaces to contenu-rapport
       write LigneRapport
       move cumul-manque to ed-cumul
       move spaces to contenu-rapport
       string 'Total complements de volume a facturer : ' ed-cumul
           delimited by size into contenu-rapport
       write LigneRapport
       move cumul-penalite to ed-cumul
       move spaces to contenu-rapport
       string 'Total penalites de ponctualite a deduire : ' ed-cumul
           delimited by size into contenu-rapport
       write LigneRapport
       close FRapport

       move 'ss-contrat-bilan' to spool-programme
       move spaces to spool-parametres
       string 'bilan contrats ' annee-bilan '/' mois-bilan
           delimited by size into spool-parametres
       move '../ext/ContratBilan.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       perform FERME-FICHIERS
       goback
       .

       FERME-FICHIERS.
           close FContrat
           close FContratEcart
           close FCompagnie
           close FBus
           close FAffectations
           if pointage-fichier-absent = 0 then
               close FPointage
           end-if
       .

       BILAN-UN-CONTRAT.
           move cn-num-compagnie to num-compagnie
           read FCompagnie
               invalid key
                   exit paragraph
           end-read
           add 1 to nb-contrats

           perform COMPTE-JOURS-LIVRES
           perform MESURE-PONCTUALITE

           move 0 to jours-manquants
           move 0 to montant-manque
           if jours-livres < cn-jours-engages then
               compute jours-manquants =
                   cn-jours-engages - jours-livres
               compute montant-manque rounded =
                   jours-manquants * taux-jour-compagnie
                   * cn-pct-manque / 100
           end-if

           compute montant-livre =
               jours-livres * taux-jour-compagnie
           move 0 to points-manques
           move 0 to montant-penalite
           if taux-ponct < cn-objectif-ponct then
               compute points-manques =
                   cn-objectif-ponct - taux-ponct
               compute montant-penalite rounded =
                   montant-livre * points-manques
                   * cn-penalite-point / 100
           end-if
           if montant-penalite > montant-livre then
               move montant-livre to montant-penalite
           end-if

           add montant-manque to cumul-manque
           add montant-penalite to cumul-penalite

           perform ENREGISTRE-ECART
           perform EDITE-CONTRAT
       .

       COMPTE-JOURS-LIVRES.
      * Jours de service des bus de la compagnie sur le mois, hors
      * brouillons et affectations annulees.
           move 0 to jours-livres
           compute fin-contrat-exclu =
               function date-of-integer(
                   function integer-of-date(cn-date-fin) + 1)
           move 0 to fb-numero
           move 0 to fin-bus
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-bus
           end-start

           perform with test after until (fin-bus = 1)
               read FBus next
                   at end
                       move 1 to fin-bus
                   not at end
                       if fb-num-compagnie = cn-num-compagnie then
                           perform COMPTE-JOURS-BUS
                       end-if
               end-read
           end-perform
       .

       COMPTE-JOURS-BUS.
           move 0 to fin-affect
           move fb-numero to fa-num-bus
           start FAffectations key = fa-num-bus
               invalid key
                   move 1 to fin-affect
           end-start

           perform with test after until (fin-affect = 1)
               read FAffectations next
                   at end
                       move 1 to fin-affect
                   not at end
                       if fa-num-bus not = fb-numero then
                           move 1 to fin-affect
                       else
                           if fa-statut not = 'I'
                           and fa-statut not = 'B'
                           and fa-date-debut < mois-fin-exclu
                           and fa-date-fin >= mois-debut then
                               perform CUMULE-JOURS-AFFECT
                           end-if
                       end-if
               end-read
           end-perform
       .

       CUMULE-JOURS-AFFECT.
      * Jours du mois compris dans la duree du contrat : un contrat
      * qui commence ou finit en cours de mois ne compte que ses
      * propres jours (sa date de fin incluse, la fin d'affectation
      * restant exclue).
           move fa-date-debut to deb-effectif
           if deb-effectif < mois-debut then
               move mois-debut to deb-effectif
           end-if
           if deb-effectif < cn-date-debut then
               move cn-date-debut to deb-effectif
           end-if
           move fa-date-fin to fin-effective
           if fin-effective > mois-fin-exclu then
               move mois-fin-exclu to fin-effective
           end-if
           if fin-effective > fin-contrat-exclu then
               move fin-contrat-exclu to fin-effective
           end-if
           compute jours-affect =
               function integer-of-date(fin-effective)
               - function integer-of-date(deb-effectif)
           if jours-affect > 0 then
               add jours-affect to jours-livres
           end-if
       .

       MESURE-PONCTUALITE.
      * Part des departs pointes dans la tolerance, sur les jours
      * du mois couverts par le contrat ; sans aucun pointage,
      * l'objectif est repute tenu.
           move 0 to nb-pointes
           move 0 to nb-a-l-heure
           move 100 to taux-ponct
           if pointage-fichier-absent = 1 then
               exit paragraph
           end-if

           move 0 to pt-num-affect
           move 0 to fin-pointage
           start FPointage key > pt-num-affect
               invalid key
                   move 1 to fin-pointage
           end-start

           perform with test after until (fin-pointage = 1)
               read FPointage next
                   at end
                       move 1 to fin-pointage
                   not at end
                       if pt-num-compagnie = cn-num-compagnie
                       and pt-date-depart >= mois-debut
                       and pt-date-depart < mois-fin-exclu
                       and pt-date-depart >= cn-date-debut
                       and pt-date-depart <= cn-date-fin then
                           perform CUMULE-POINTAGE
                       end-if
               end-read
           end-perform

           if nb-pointes > 0 then
               compute taux-ponct =
                   nb-a-l-heure * 100 / nb-pointes
           end-if
       .

       CUMULE-POINTAGE.
           add 1 to nb-pointes
           compute retard-depart =
               (function integer-part(pt-heure-depart / 100) * 60
                + function mod(pt-heure-depart, 100))
               - (function integer-part(pt-heure-prevue-dep / 100)
                * 60
                + function mod(pt-heure-prevue-dep, 100))
           if retard-depart <= tolerance-minutes then
               add 1 to nb-a-l-heure
           end-if
       .

       ENREGISTRE-ECART.
      * Un nouveau bilan du meme mois remplace l'ecart tant qu'il
      * n'a pas ete facture ; deja facture, il reste en l'etat.
           move cn-num-compagnie to cx-num-compagnie
           move periode-bilan to cx-periode
           move cn-num-contrat to cx-num-contrat
           read FContratEcart
           invalid key
               perform REMPLIT-ECART
               write enr-contrat-ecart
               invalid key
                   continue
               end-write
           not invalid key
               if cx-num-facture = 0 then
                   perform REMPLIT-ECART
                   rewrite enr-contrat-ecart
                   invalid key
                       continue
                   end-rewrite
               end-if
           end-read
       .

       REMPLIT-ECART.
           move cn-jours-engages to cx-jours-engages
           move jours-livres to cx-jours-livres
           move montant-manque to cx-montant-manque
           move taux-ponct to cx-taux-ponct
           move montant-penalite to cx-montant-penalite
           move 0 to cx-num-facture
       .

       EDITE-CONTRAT.
           move spaces to contenu-rapport
           string 'Compagnie ' cn-num-compagnie ' '
               function trim(nom-compagnie)
               ' - contrat ' cn-num-contrat ' '
               function trim(cn-reference)
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string '   Jours-bus engages : ' cn-jours-engages
               '   livres : ' jours-livres
               '   manquants : ' jours-manquants
               delimited by size into contenu-rapport
           write LigneRapport
           move montant-manque to ed-montant
           move spaces to contenu-rapport
           string '   Complement de volume a facturer : ' ed-montant
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string '   Ponctualite : ' taux-ponct ' % (objectif '
               cn-objectif-ponct ' %) sur ' nb-pointes
               ' depart(s) pointe(s)'
               delimited by size into contenu-rapport
           write LigneRapport
           move montant-penalite to ed-montant
           move spaces to contenu-rapport
           string '   Penalite a deduire : ' ed-montant
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
       .

       end program ss-contrat-bilan.
