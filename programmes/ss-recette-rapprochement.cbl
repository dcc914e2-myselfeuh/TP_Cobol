       program-id. ss-recette-rapprochement.

       input-output section.
           file-control.
           select FVente assign to "../ext/VenteBord.dat"
               organization is indexed
               access mode is dynamic
                   record key is vb-cle
                   alternate record key is vb-num-chauff
                       with duplicates
               status fvb-status.

           select FVersement assign to "../ext/VersementBord.dat"
               organization is indexed
               access mode is dynamic
                   record key is vr-cle
               status fvr-status.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FRapport assign to "../ext/RapprochementRecettes.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
       fd FVente.
           01 enr-vente.
               02 vb-cle.
                   03 vb-num-affect    pic 9(6).
                   03 vb-date          pic 9(8).
                   03 vb-code-titre    pic x(4).
               02 vb-num-chauff    pic 9(6).
               02 vb-nb-titres     pic 9(4).
               02 vb-prix          pic 9(3)v99.
               02 vb-montant       pic 9(6)v99.

       fd FVersement.
           01 enr-versement.
               02 vr-cle.
                   03 vr-num-chauff    pic 9(6).
                   03 vr-date          pic 9(8).
               02 vr-montant       pic 9(6)v99.
               02 vr-date-remise   pic 9(8).
               02 vr-code-oper     pic x(8).

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

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fvb-status               pic x(2).
       01 fvr-status               pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 fpa-status               pic x(2).
       01 frap-status              pic x(2).

       01 fin-scan                 pic 9.
       01 periode-deb              pic 9(8).
       01 periode-fin              pic 9(8).
       01 date-jour                pic 9(8).
       01 resultat-date-valide     pic 9.

      *----- Parametres -----
       01 tolerance-centimes       pic 9(8) value 50.
       01 tolerance-ecart          pic 9(6)v99.
       01 seuil-repetition         pic 9(8) value 3.

      *----- Jours chauffeur : attendu (ventes) et remis -----
       01 nb-jours-chauff          pic 9(4) comp.
       01 idx-rj                   pic 9(4) comp.
       01 idx-tri                  pic 9(4) comp.
       01 tri-echange              pic 9.
       01 table-jours-chauff.
           02 rj-entree occurs 2000 times.
               03 rj-cle.
                   04 rj-chauff        pic 9(6).
                   04 rj-date          pic 9(8).
               03 rj-attendu       pic 9(7)v99.
               03 rj-verse         pic 9(7)v99.
               03 rj-a-versement   pic 9.
       01 rj-sauve                 pic x(33).
       01 table-pleine             pic 9.

      *----- Synthese par jour -----
       01 nb-jours                 pic 9(3) comp.
       01 idx-jr                   pic 9(3) comp.
       01 table-jours.
           02 jr-entree occurs 400 times.
               03 jr-date          pic 9(8).
               03 jr-attendu       pic 9(8)v99.
               03 jr-verse         pic 9(8)v99.
               03 jr-manquants     pic 9(4).
       01 jr-sauve                 pic x(32).

      *----- Rupture par chauffeur -----
       01 chauff-courant           pic 9(6).
       01 date-courante            pic 9(8).
       01 ch-attendu               pic 9(8)v99.
       01 ch-verse                 pic 9(8)v99.
       01 ch-manquants             pic 9(4).
       01 tot-attendu              pic 9(9)v99.
       01 tot-verse                pic 9(9)v99.
       01 nb-chauff-repetes        pic 9(4).
       01 ecart                    pic s9(8)v99.
       01 observation              pic x(12).
       01 jour-manquant            pic 9.

       01 ed-date                  pic 9999/99/99.
       01 ed-attendu               pic zzzzzz9.99.
       01 ed-verse                 pic zzzzzz9.99.
       01 ed-ecart                 pic -------9.99.
       01 ed-tolerance             pic zzz9.99.
       01 ed-seuil                 pic zz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Rapprochement recettes a bord / versements -'.

       01 s-plg-periode.
           02 line 3 col 2 value 'Jours de service du (AAAAMMJJ): '.
           02 s-periode-deb pic 9(8) to periode-deb required.
           02 line 4 col 2 value 'Jours de service au (AAAAMMJJ): '.
           02 s-periode-fin pic 9(8) to periode-fin required.

       01 a-plg-resultat.
           02 line 6 col 2 value 'Jours chauffeur rapproches : '.
           02 a-nb-jours-chauff line 6 col 34 pic zzz9
               from nb-jours-chauff.
           02 line 7 col 2 value 'Chauffeurs a manques repetes : '.
           02 a-nb-chauff-repetes line 7 col 34 pic zzz9
               from nb-chauff-repetes.
           02 line 9 col 2 value
               'Rapport : ../ext/RapprochementRecettes.txt'.

       01 a-plg-table-pleine.
           02 line 11 col 2 value
               'Attention : periode trop longue, rapport tronque.'.
       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides ou fin avant le debut.'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Pour chaque chauffeur et chaque jour de service de la
      * periode : recette attendue (ventes a bord), recette remise
      * (versement) et ecart. Un jour est en manque quand le versement
      * est inferieur a l'attendu de plus de RECETTE-TOLERANCE-CT
      * centimes, ou absent alors qu'il y a eu des ventes ; a partir
      * de RECETTE-MANQUES-REP jours en manque sur la periode, le
      * chauffeur est signale. Une synthese par jour suit.

       open input FVente
       open input FVersement
       open input FChaufNouv
       if fvb-status not = '00' or fvr-status not = '00'
       or FChaufNouvStatus not = '00' then
           display a-error-open
           stop ' '
           close FVente
           close FVersement
           close FChaufNouv
           goback
       end-if

       perform LIT-PARAMETRES

       display a-plg-titre-global
       display s-plg-periode
       accept s-plg-periode

       call 'ss-date-valide' using periode-deb resultat-date-valide
       if resultat-date-valide = 0 then
           call 'ss-date-valide' using periode-fin
               resultat-date-valide
       end-if
       if resultat-date-valide not = 0
       or periode-fin < periode-deb then
           display a-plg-dates-invalides
           stop ' '
           close FVente
           close FVersement
           close FChaufNouv
           goback
       end-if

       accept date-jour from date yyyymmdd
       move 0 to nb-jours-chauff
       move 0 to table-pleine
       perform CHARGE-VENTES
       perform CHARGE-VERSEMENTS
       perform TRIE-JOURS-CHAUFF

       open output FRapport
       move spaces to contenu-rapport
       string '----- Rapprochement des recettes a bord du '
           periode-deb ' au ' periode-fin ' -----'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       move tolerance-ecart to ed-tolerance
       move seuil-repetition to ed-seuil
       string 'Edite le ' date-jour ' - tolerance ' ed-tolerance
           ' EUR - manques repetes des ' ed-seuil ' jours'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport

       perform EDITE-CHAUFFEURS
       perform EDITE-SYNTHESE-JOURS

       close FRapport
       close FVente
       close FVersement
       close FChaufNouv

       move 'ss-recette-rapprochement' to spool-programme
       move spaces to spool-parametres
       string 'du ' periode-deb ' au ' periode-fin
           delimited by size into spool-parametres
       move '../ext/RapprochementRecettes.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       display a-plg-resultat
       if table-pleine = 1 then
           display a-plg-table-pleine
       end-if
       display a-plg-message-continuer
       stop ' '

       goback
       .

       LIT-PARAMETRES.
           open input FParametres
           if fpa-status = '00' then
               move 'RECETTE-TOLERANCE-CT' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to tolerance-centimes
               end-read
               move 'RECETTE-MANQUES-REP' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to seuil-repetition
               end-read
               close FParametres
           end-if
           compute tolerance-ecart = tolerance-centimes / 100
       .

       CHARGE-VENTES.
           move 0 to vb-num-affect
           move 0 to vb-date
           move spaces to vb-code-titre
           move 0 to fin-scan
           start FVente key > vb-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FVente next
                   at end
                       move 1 to fin-scan
                   not at end
                       if vb-date >= periode-deb
                       and vb-date <= periode-fin then
                           move vb-num-chauff to chauff-courant
                           move vb-date to date-courante
                           perform TROUVE-JOUR-CHAUFF
                           if idx-rj > 0 then
                               add vb-montant to rj-attendu(idx-rj)
                           end-if
                       end-if
               end-read
           end-perform
       .

       CHARGE-VERSEMENTS.
           move 0 to vr-num-chauff
           move 0 to vr-date
           move 0 to fin-scan
           start FVersement key > vr-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FVersement next
                   at end
                       move 1 to fin-scan
                   not at end
                       if vr-date >= periode-deb
                       and vr-date <= periode-fin then
                           move vr-num-chauff to chauff-courant
                           move vr-date to date-courante
                           perform TROUVE-JOUR-CHAUFF
                           if idx-rj > 0 then
                               add vr-montant to rj-verse(idx-rj)
                               move 1 to rj-a-versement(idx-rj)
                           end-if
                       end-if
               end-read
           end-perform
       .

       TROUVE-JOUR-CHAUFF.
      * Entree du couple (chauff-courant, date-courante), creee
      * a zero si absente ; idx-rj a 0 quand la table est pleine.
           perform varying idx-rj from 1 by 1
               until idx-rj > nb-jours-chauff
               or (rj-chauff(idx-rj) = chauff-courant
                   and rj-date(idx-rj) = date-courante)
               continue
           end-perform
           if idx-rj > nb-jours-chauff then
               if nb-jours-chauff < 2000 then
                   add 1 to nb-jours-chauff
                   move nb-jours-chauff to idx-rj
                   move chauff-courant to rj-chauff(idx-rj)
                   move date-courante to rj-date(idx-rj)
                   move 0 to rj-attendu(idx-rj)
                   move 0 to rj-verse(idx-rj)
                   move 0 to rj-a-versement(idx-rj)
               else
                   move 1 to table-pleine
                   move 0 to idx-rj
               end-if
           end-if
       .

       TRIE-JOURS-CHAUFF.
      * Tri par chauffeur puis par jour.
           move 1 to tri-echange
           perform until tri-echange = 0
               move 0 to tri-echange
               perform varying idx-tri from 1 by 1
                   until idx-tri >= nb-jours-chauff
                   if rj-cle(idx-tri) > rj-cle(idx-tri + 1) then
                       move rj-entree(idx-tri) to rj-sauve
                       move rj-entree(idx-tri + 1)
                           to rj-entree(idx-tri)
                       move rj-sauve to rj-entree(idx-tri + 1)
                       move 1 to tri-echange
                   end-if
               end-perform
           end-perform
       .

       EDITE-CHAUFFEURS.
           move 0 to tot-attendu
           move 0 to tot-verse
           move 0 to nb-chauff-repetes
           move 0 to nb-jours
           move 0 to chauff-courant

           perform varying idx-rj from 1 by 1
               until idx-rj > nb-jours-chauff
               if rj-chauff(idx-rj) not = chauff-courant then
                   if chauff-courant not = 0 then
                       perform CLOT-CHAUFFEUR
                   end-if
                   perform OUVRE-CHAUFFEUR
               end-if
               perform EDITE-UN-JOUR-CHAUFF
           end-perform
           if chauff-courant not = 0 then
               perform CLOT-CHAUFFEUR
           end-if

           move tot-attendu to ed-attendu
           move tot-verse to ed-verse
           compute ecart = tot-verse - tot-attendu
           move ecart to ed-ecart
           move spaces to contenu-rapport
           string 'TOTAL PERIODE   attendu ' ed-attendu
               '  remis ' ed-verse '  ecart ' ed-ecart
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Chauffeurs a manques repetes : ' nb-chauff-repetes
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
       .

       OUVRE-CHAUFFEUR.
           move rj-chauff(idx-rj) to chauff-courant
           move 0 to ch-attendu
           move 0 to ch-verse
           move 0 to ch-manquants

           move chauff-courant to numChaufN
           read FChaufNouv
               invalid key
                   move '?' to nomN
                   move spaces to prenomN
           end-read
           move spaces to contenu-rapport
           string 'Chauffeur ' chauff-courant ' - '
               function trim(nomN) ' ' function trim(prenomN)
               delimited by size into contenu-rapport
           write LigneRapport
           move '  Jour           Attendu       Remis        Ecart'
               to contenu-rapport
           write LigneRapport
       .

       EDITE-UN-JOUR-CHAUFF.
           compute ecart = rj-verse(idx-rj) - rj-attendu(idx-rj)
           move spaces to observation
           move 0 to jour-manquant
           if rj-a-versement(idx-rj) = 0 then
               if rj-attendu(idx-rj) > 0 then
                   move 'NON VERSE' to observation
                   move 1 to jour-manquant
               end-if
           else
               if ecart < 0 and (0 - ecart) > tolerance-ecart then
                   move 'MANQUE' to observation
                   move 1 to jour-manquant
               end-if
               if ecart > tolerance-ecart then
                   move 'EXCEDENT' to observation
               end-if
           end-if

           add rj-attendu(idx-rj) to ch-attendu
           add rj-verse(idx-rj) to ch-verse
           add jour-manquant to ch-manquants
           perform CUMULE-JOUR

           move rj-date(idx-rj) to ed-date
           move rj-attendu(idx-rj) to ed-attendu
           move rj-verse(idx-rj) to ed-verse
           move ecart to ed-ecart
           move spaces to contenu-rapport
           string '  ' ed-date '  ' ed-attendu '  ' ed-verse '  '
               ed-ecart '  ' observation
               delimited by size into contenu-rapport
           write LigneRapport
       .

       CLOT-CHAUFFEUR.
           add ch-attendu to tot-attendu
           add ch-verse to tot-verse
           move ch-attendu to ed-attendu
           move ch-verse to ed-verse
           compute ecart = ch-verse - ch-attendu
           move ecart to ed-ecart
           move spaces to contenu-rapport
           string '  Total       ' ed-attendu '  ' ed-verse '  '
               ed-ecart '  ' ch-manquants ' jour(s) en manque'
               delimited by size into contenu-rapport
           write LigneRapport
           if ch-manquants >= seuil-repetition
           and ch-manquants > 0 then
               add 1 to nb-chauff-repetes
               move '  *** MANQUES REPETES SUR LA PERIODE ***'
                   to contenu-rapport
               write LigneRapport
           end-if
           move spaces to contenu-rapport
           write LigneRapport
       .

       CUMULE-JOUR.
           perform varying idx-jr from 1 by 1
               until idx-jr > nb-jours
               or jr-date(idx-jr) = rj-date(idx-rj)
               continue
           end-perform
           if idx-jr > nb-jours then
               if nb-jours >= 400 then
                   move 1 to table-pleine
                   exit paragraph
               end-if
               add 1 to nb-jours
               move nb-jours to idx-jr
               move rj-date(idx-rj) to jr-date(idx-jr)
               move 0 to jr-attendu(idx-jr)
               move 0 to jr-verse(idx-jr)
               move 0 to jr-manquants(idx-jr)
           end-if
           add rj-attendu(idx-rj) to jr-attendu(idx-jr)
           add rj-verse(idx-rj) to jr-verse(idx-jr)
           add jour-manquant to jr-manquants(idx-jr)
       .

       EDITE-SYNTHESE-JOURS.
           move 1 to tri-echange
           perform until tri-echange = 0
               move 0 to tri-echange
               perform varying idx-jr from 1 by 1
                   until idx-jr >= nb-jours
                   if jr-date(idx-jr) > jr-date(idx-jr + 1) then
                       move jr-entree(idx-jr) to jr-sauve
                       move jr-entree(idx-jr + 1) to jr-entree(idx-jr)
                       move jr-sauve to jr-entree(idx-jr + 1)
                       move 1 to tri-echange
                   end-if
               end-perform
           end-perform

           move '--- Synthese par jour de service ---'
               to contenu-rapport
           write LigneRapport
           move '  Jour           Attendu       Remis        Ecart  '
               &'Manques' to contenu-rapport
           write LigneRapport
           perform varying idx-jr from 1 by 1 until idx-jr > nb-jours
               move jr-date(idx-jr) to ed-date
               move jr-attendu(idx-jr) to ed-attendu
               move jr-verse(idx-jr) to ed-verse
               compute ecart = jr-verse(idx-jr) - jr-attendu(idx-jr)
               move ecart to ed-ecart
               move spaces to contenu-rapport
               string '  ' ed-date '  ' ed-attendu '  ' ed-verse '  '
                   ed-ecart '  ' jr-manquants(idx-jr)
                   delimited by size into contenu-rapport
               write LigneRapport
           end-perform
       .

       end program ss-recette-rapprochement.
