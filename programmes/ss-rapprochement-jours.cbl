       program-id. ss-rapprochement-jours.

       input-output section.
           file-control.
           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FAffectHist assign to "../ext/AffectationHist.dat"
               organization is sequential
               status fah-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status fb-status.

           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

           select FFactureAffect assign to "../ext/FactureAffect.dat"
               organization is indexed
               access mode is dynamic
                   record key is fx-cle
               status ffx-status.

           select FFactureJours assign to "../ext/FactureJours.dat"
               organization is indexed
               access mode is dynamic
                   record key is fj-cle
               status ffj-status.

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FPaye assign to "../ext/Paye.dat"
               organization is sequential
               status FPayeStatus.

           select FRapport assign to "../ext/RapprochementJours.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
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

       FD FAffectHist.
       01 ENR-AFFECT-HIST.
           02 h-num-affect   pic 9(6).
           02 h-num-chauf    pic 9(6).
           02 h-num-bus      pic 9(6).
           02 h-date-debut   pic 9(8).
           02 h-date-fin     pic 9(8).
           02 h-nb-passagers pic 9(3).
           02 h-statut       pic x(01).
           02 h-motif        pic x(40).
           02 h-num-chauf2   pic 9(6).
           02 h-heure-debut  pic 9(4).
           02 h-heure-fin    pic 9(4).
           02 h-nb-pmr       pic 9(3).

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

       fd FFactureDat.
           01 enr-facture.
               02 fl-num           pic 9(6).
               02 fl-num-compagnie pic 9(4).
               02 fl-periode       pic 9(6).
               02 fl-date-emission pic 9(8).
               02 fl-date-echeance pic 9(8).
               02 fl-montant-ht    pic 9(8)v99.
               02 fl-montant-tva   pic 9(8)v99.
               02 fl-montant       pic 9(8)v99.
               02 fl-montant-regle pic 9(8)v99.
               02 fl-statut        pic x(1).
               02 fl-date-reglement pic 9(8).

       fd FFactureAffect.
           01 enr-facture-affect.
               02 fx-cle.
                   03 fx-num-affect pic 9(6).
                   03 fx-periode    pic 9(6).
               02 fx-num-facture   pic 9(6).

       fd FFactureJours.
           01 enr-facture-jours.
               02 fj-cle.
                   03 fj-num-affect pic 9(6).
                   03 fj-periode    pic 9(6).
               02 fj-num-facture   pic 9(6).
               02 fj-nb-jours      pic 9(4).

       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

       FD FPaye.
       01 enr-paye.
           02 ep-num-chauff      pic 9(6).
           02 ep-periode-debut   pic 9(8).
           02 ep-periode-fin     pic 9(8).
           02 ep-total-jours     pic 9(6).
           02 ep-total-jours-net pic 9(6).
           02 ep-total-heures    pic 9(5)v99.
           02 ep-heures-normales pic 9(5)v99.
           02 ep-heures-sup      pic 9(5)v99.
           02 ep-heures-nuit     pic 9(5)v99.
           02 ep-heures-dimanche pic 9(5)v99.
           02 ep-prime-astreinte pic 9(6)v99.
           02 ep-remb-frais      pic 9(6)v99.
           02 ep-montant-normales  pic 9(7)v99.
           02 ep-montant-sup       pic 9(7)v99.
           02 ep-montant-nuit      pic 9(7)v99.
           02 ep-montant-dimanche  pic 9(7)v99.
           02 ep-salaire-brut      pic 9(7)v99.
           02 ep-indemnites        pic 9(6)v99.

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fa-status                pic x(2).
       01 fah-status               pic x(2).
       01 fb-status                pic x(2).
       01 ffl-status               pic x(2).
       01 ffx-status               pic x(2).
       01 ffj-status               pic x(2).
       01 fap-status               pic x(2).
       01 FPayeStatus              pic x(2).
       01 frap-status              pic x(2).
       01 hist-fichier-absent      pic 9.
       01 facture-fichier-absent   pic 9.
       01 marque-fact-absente      pic 9.
       01 jours-fichier-absent     pic 9.
       01 client-fichier-absent    pic 9.
       01 paye-fichier-absent      pic 9.

       01 annee-rappro             pic 9(4).
       01 mois-rappro              pic 9(2).
       01 periode-rappro           pic 9(6).
       01 mois-debut               pic 9(8).
       01 mois-fin-exclu           pic 9(8).
       01 annee-suivante           pic 9(4).
       01 mois-suivant             pic 9(2).
       01 date-jour                pic 9(8).
       01 fin-scan                 pic 9.

      *----- Affectation en cours d'examen -----
       01 ex-num-affect            pic 9(6).
       01 ex-num-chauff            pic 9(6).
       01 ex-num-chauff2           pic 9(6).
       01 ex-num-bus               pic 9(6).
       01 ex-date-debut            pic 9(8).
       01 ex-date-fin              pic 9(8).
       01 ex-statut                pic x(1).
       01 ex-num-compagnie         pic 9(4).

       01 deb-effectif             pic 9(8).
       01 fin-effective            pic 9(8).
       01 jours-servis             pic 9(4).
       01 jours-factures           pic 9(4).
       01 jours-payes              pic 9(4).
       01 jours-payes-co           pic 9(4).
       01 jours-calcul             pic 9(4).
       01 chauff-calcul            pic 9(6).
       01 desaccord                pic 9.
       01 motif-ecart              pic x(30).

      *----- Totaux par chauffeur : jours servis dans le mois, part
      *      couverte par sa periode de paye, jours declares dans
      *      l'export paye -----
       01 ich                      pic 9(4).
       01 nb-tch                   pic 9(4).
       01 table-chauffeurs.
           02 tch-entree occurs 500 times.
               03 tch-num          pic 9(6).
               03 tch-servis       pic 9(5).
               03 tch-couverts     pic 9(5).
               03 tch-declares     pic 9(6).
               03 tch-paye-debut   pic 9(8).
               03 tch-paye-fin     pic 9(8).
               03 tch-paye-trouve  pic 9.

      *----- Totaux par compagnie (0 : clients particuliers) -----
       01 icp                      pic 9(4).
       01 nb-tcp                   pic 9(4).
       01 table-compagnies.
           02 tcp-entree occurs 300 times.
               03 tcp-num          pic 9(4).
               03 tcp-servis       pic 9(6).
               03 tcp-factures     pic 9(6).

       01 entree-trouvee           pic 9.
       01 i-recherche              pic 9(4).
       01 nb-desaccords            pic 9(5).
       01 tot-servis               pic 9(7).
       01 tot-factures             pic 9(7).
       01 tot-payes                pic 9(7).
       01 ecart-jours              pic s9(6).
       01 ed-ecart                 pic -----9.
       01 ed-j1                    pic zzzz9.
       01 ed-j2                    pic zzzz9.
       01 ed-j3                    pic zzzz9.
       01 ed-j4                    pic zzzz9.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Rapprochement jours servis / factures / payes -'.

       01 s-plg-mois.
           02 line 3 col 2 value 'Annee (AAAA) : '.
           02 s-annee pic 9999 to annee-rappro required.
           02 line 4 col 2 value 'Mois (MM) : '.
           02 s-mois pic 99 to mois-rappro required.

       01 a-plg-resultat.
           02 line 6 col 2 value 'Affectations en desaccord : '.
           02 a-nb-desaccords line 6 col 31 pic zzzz9
               from nb-desaccords.
           02 line 8 col 2 value
               'Rapport : ../ext/RapprochementJours.txt'.
       01 a-plg-paye-absente.
           02 line 10 col 2 value
               'Paye.dat introuvable : jours payes comptes a zero.'.

       01 a-plg-mois-invalide.
           02 line 20 col 1 value 'Mois invalide (01 a 12 attendu).'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Trois sources disent combien de jours ont ete travailles
      * dans le mois : le service (affectations, meme decompte que
      * le recapitulatif), la facturation (jours factures par
      * affectation) et la paye (Paye.dat). Chaque affectation ou
      * elles divergent est listee, puis les totaux par compagnie
      * et par chauffeur, avant l'arrete de la periode.

       open input FAffectations
       open input FBus
       if fa-status not = '00' or fb-status not = '00' then
           display a-error-open
           stop ' '
           close FAffectations
           close FBus
           goback
       end-if

       move 0 to facture-fichier-absent
       open input FFactureDat
       if ffl-status not = '00' then
           move 1 to facture-fichier-absent
       end-if
       move 0 to marque-fact-absente
       open input FFactureAffect
       if ffx-status not = '00' then
           move 1 to marque-fact-absente
       end-if
       move 0 to jours-fichier-absent
       open input FFactureJours
       if ffj-status not = '00' then
           move 1 to jours-fichier-absent
       end-if
       move 0 to client-fichier-absent
       open input FAffectClient
       if fap-status not = '00' then
           move 1 to client-fichier-absent
       end-if

       display a-plg-titre-global
       display s-plg-mois
       accept s-plg-mois

       if mois-rappro < 1 or mois-rappro > 12 then
           display a-plg-mois-invalide
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       compute periode-rappro = annee-rappro * 100 + mois-rappro
       compute mois-debut =
           annee-rappro * 10000 + mois-rappro * 100 + 1
       if mois-rappro = 12 then
           compute annee-suivante = annee-rappro + 1
           move 1 to mois-suivant
       else
           move annee-rappro to annee-suivante
           compute mois-suivant = mois-rappro + 1
       end-if
       compute mois-fin-exclu =
           annee-suivante * 10000 + mois-suivant * 100 + 1

       accept date-jour from date yyyymmdd
       move 0 to nb-tch
       move 0 to nb-tcp
       move 0 to nb-desaccords
       perform CHARGE-PAYE

       open output FRapport
       if frap-status not = '00' then
           display a-error-open
           stop ' '
           perform FERME-FICHIERS
           goback
       end-if

       move spaces to contenu-rapport
       string '----- Rapprochement jours servis / factures / payes, '
           'periode ' periode-rappro ' -----'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Edite le ' date-jour
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport
       move 'Affect Cie  Chauff Servis Fact. Payes Co-ch. Ecart'
           to contenu-rapport
       write LigneRapport

      *--- affectations encore dans le fichier courant ---
       move 0 to fa-num-affect
       move 0 to fin-scan
       start FAffectations key > fa-num-affect
           invalid key
               move 1 to fin-scan
       end-start
       perform with test after until (fin-scan = 1)
           read FAffectations next
               at end
                   move 1 to fin-scan
               not at end
                   if fa-date-debut < mois-fin-exclu
                   and fa-date-fin >= mois-debut then
                       move fa-num-affect to ex-num-affect
                       move fa-num-chauff to ex-num-chauff
                       move fa-num-chauff2 to ex-num-chauff2
                       move fa-num-bus to ex-num-bus
                       move fa-date-debut to ex-date-debut
                       move fa-date-fin to ex-date-fin
                       move fa-statut to ex-statut
                       perform EXAMINE-AFFECTATION
                   end-if
           end-read
       end-perform

      *--- affectations deja archivees ---
       move 0 to hist-fichier-absent
       open input FAffectHist
       if fah-status not = '00' then
           move 1 to hist-fichier-absent
       end-if
       if hist-fichier-absent = 0 then
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FAffectHist
                   at end
                       move 1 to fin-scan
                   not at end
                       if h-date-debut < mois-fin-exclu
                       and h-date-fin >= mois-debut then
                           move h-num-affect to ex-num-affect
                           move h-num-chauf to ex-num-chauff
                           move h-num-chauf2 to ex-num-chauff2
                           move h-num-bus to ex-num-bus
                           move h-date-debut to ex-date-debut
                           move h-date-fin to ex-date-fin
                           move h-statut to ex-statut
                           perform EXAMINE-AFFECTATION
                       end-if
               end-read
           end-perform
           close FAffectHist
       end-if

       perform ECRIT-TOTAUX-COMPAGNIES
       perform ECRIT-TOTAUX-CHAUFFEURS
       close FRapport

       move 'ss-rappro-jours' to spool-programme
       move spaces to spool-parametres
       string 'rapprochement jours ' periode-rappro
           delimited by size into spool-parametres
       move '../ext/RapprochementJours.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       display a-plg-resultat
       if paye-fichier-absent = 1 then
           display a-plg-paye-absente
       end-if
       display a-plg-message-continuer
       stop ' '

       perform FERME-FICHIERS
       goback
       .

       FERME-FICHIERS.
           close FAffectations
           close FBus
           if facture-fichier-absent = 0 then
               close FFactureDat
           end-if
           if marque-fact-absente = 0 then
               close FFactureAffect
           end-if
           if jours-fichier-absent = 0 then
               close FFactureJours
           end-if
           if client-fichier-absent = 0 then
               close FAffectClient
           end-if
       .

       CHARGE-PAYE.
      * Les lignes de l'export paye dont la periode recoupe le mois :
      * jours declares et bornes de la periode payee par chauffeur.
           move 0 to paye-fichier-absent
           open input FPaye
           if FPayeStatus not = '00' then
               move 1 to paye-fichier-absent
               exit paragraph
           end-if
           move 0 to fin-scan
           perform with test after until (fin-scan = 1)
               read FPaye
                   at end
                       move 1 to fin-scan
                   not at end
                       if ep-periode-debut < mois-fin-exclu
                       and ep-periode-fin >= mois-debut then
                           move ep-num-chauff to chauff-calcul
                           perform SITUE-CHAUFFEUR
                           if ich > 0 then
                               add ep-total-jours to tch-declares(ich)
                               move ep-periode-debut
                                   to tch-paye-debut(ich)
                               move ep-periode-fin to tch-paye-fin(ich)
                               move 1 to tch-paye-trouve(ich)
                           end-if
                       end-if
               end-read
           end-perform
           close FPaye
       .

       SITUE-CHAUFFEUR.
      * Entree du chauffeur chauff-calcul dans la table (creee au
      * besoin) ; ich a zero si la table est pleine.
           move 0 to entree-trouvee
           perform varying i-recherche from 1 by 1
               until i-recherche > nb-tch
               if tch-num(i-recherche) = chauff-calcul then
                   move i-recherche to ich
                   move 1 to entree-trouvee
                   move nb-tch to i-recherche
               end-if
           end-perform
           if entree-trouvee = 0 then
               if nb-tch < 500 then
                   add 1 to nb-tch
                   move nb-tch to ich
                   move chauff-calcul to tch-num(ich)
                   move 0 to tch-servis(ich)
                   move 0 to tch-couverts(ich)
                   move 0 to tch-declares(ich)
                   move 0 to tch-paye-debut(ich)
                   move 0 to tch-paye-fin(ich)
                   move 0 to tch-paye-trouve(ich)
               else
                   move 0 to ich
               end-if
           end-if
       .

       SITUE-COMPAGNIE.
           move 0 to entree-trouvee
           perform varying i-recherche from 1 by 1
               until i-recherche > nb-tcp
               if tcp-num(i-recherche) = ex-num-compagnie then
                   move i-recherche to icp
                   move 1 to entree-trouvee
                   move nb-tcp to i-recherche
               end-if
           end-perform
           if entree-trouvee = 0 then
               if nb-tcp < 300 then
                   add 1 to nb-tcp
                   move nb-tcp to icp
                   move ex-num-compagnie to tcp-num(icp)
                   move 0 to tcp-servis(icp)
                   move 0 to tcp-factures(icp)
               else
                   move 0 to icp
               end-if
           end-if
       .

       EXAMINE-AFFECTATION.
      *    compagnie facturee : celle du bus, ou 0 pour un client
      *    particulier
           move 0 to ex-num-compagnie
           move ex-num-bus to fb-numero
           read FBus
               invalid key
                   continue
               not invalid key
                   move fb-num-compagnie to ex-num-compagnie
           end-read
           if client-fichier-absent = 0 then
               move ex-num-affect to ap-num-affect
               read FAffectClient
                   invalid key
                       continue
                   not invalid key
                       move 0 to ex-num-compagnie
               end-read
           end-if

      *    servi : jours du mois, date de fin exclue (convention du
      *    recapitulatif) ; une affectation annulee n'a rien servi
           move 0 to jours-servis
           if ex-statut not = 'I' and ex-statut not = 'B' then
               move ex-date-debut to deb-effectif
               if deb-effectif < mois-debut then
                   move mois-debut to deb-effectif
               end-if
               move ex-date-fin to fin-effective
               if fin-effective > mois-fin-exclu then
                   move mois-fin-exclu to fin-effective
               end-if
               if fin-effective > deb-effectif then
                   compute jours-servis =
                       function integer-of-date(fin-effective)
                       - function integer-of-date(deb-effectif)
               end-if
           end-if

           perform CHERCHE-JOURS-FACTURES

      *    paye : part de l'affectation couverte par la periode
      *    payee du chauffeur (et du co-chauffeur)
           move ex-num-chauff to chauff-calcul
           perform CALCULE-JOURS-PAYES
           move jours-calcul to jours-payes
           move 0 to jours-payes-co
           if ex-num-chauff2 not = 0 then
               move ex-num-chauff2 to chauff-calcul
               perform CALCULE-JOURS-PAYES
               move jours-calcul to jours-payes-co
           end-if

           perform SITUE-COMPAGNIE
           if icp > 0 then
               add jours-servis to tcp-servis(icp)
               add jours-factures to tcp-factures(icp)
           end-if

           move 0 to desaccord
           move spaces to motif-ecart
           evaluate true
               when jours-factures < jours-servis
                   move 'non facture' to motif-ecart
                   move 1 to desaccord
               when jours-factures > jours-servis
                   move 'facture en trop' to motif-ecart
                   move 1 to desaccord
               when jours-payes < jours-servis
                   move 'paye manquante' to motif-ecart
                   move 1 to desaccord
               when jours-payes > jours-servis
                   move 'paye en trop' to motif-ecart
                   move 1 to desaccord
               when ex-num-chauff2 not = 0
               and jours-payes-co not = jours-servis
                   move 'paye co-chauffeur' to motif-ecart
                   move 1 to desaccord
           end-evaluate
           if desaccord = 0 then
               exit paragraph
           end-if

           add 1 to nb-desaccords
           move jours-servis to ed-j1
           move jours-factures to ed-j2
           move jours-payes to ed-j3
           move jours-payes-co to ed-j4
           move spaces to contenu-rapport
           if ex-num-chauff2 = 0 then
               string ex-num-affect ' ' ex-num-compagnie ' '
                   ex-num-chauff ' ' ed-j1 ' ' ed-j2 ' ' ed-j3
                   '       ' motif-ecart
                   delimited by size into contenu-rapport
           else
               string ex-num-affect ' ' ex-num-compagnie ' '
                   ex-num-chauff ' ' ed-j1 ' ' ed-j2 ' ' ed-j3
                   ' ' ed-j4 '  ' motif-ecart
                   delimited by size into contenu-rapport
           end-if
           write LigneRapport
       .

       CHERCHE-JOURS-FACTURES.
      * Jours portes sur une facture non annulee de la periode ; une
      * marque anterieure au releve des jours factures vaut le
      * service complet.
           move 0 to jours-factures
           if marque-fact-absente = 1 then
               exit paragraph
           end-if
           move ex-num-affect to fx-num-affect
           move periode-rappro to fx-periode
           read FFactureAffect
               invalid key
                   exit paragraph
           end-read
           if facture-fichier-absent = 0 then
               move fx-num-facture to fl-num
               read FFactureDat
                   invalid key
                       exit paragraph
               end-read
               if fl-statut = 'A' then
                   exit paragraph
               end-if
           end-if
           move jours-servis to jours-factures
           if jours-fichier-absent = 0 then
               move ex-num-affect to fj-num-affect
               move periode-rappro to fj-periode
               read FFactureJours
                   invalid key
                       continue
                   not invalid key
                       move fj-nb-jours to jours-factures
               end-read
           end-if
       .

       CALCULE-JOURS-PAYES.
      * Meme decompte que l'export paye (fin bornee a la fin de la
      * periode payee), restreint au mois ; le service du mois est
      * cumule au chauffeur au passage.
           move 0 to jours-calcul
           if chauff-calcul = 0 then
               exit paragraph
           end-if
           perform SITUE-CHAUFFEUR
           if ich = 0 then
               exit paragraph
           end-if
           add jours-servis to tch-servis(ich)
           if tch-paye-trouve(ich) = 0 or jours-servis = 0 then
               exit paragraph
           end-if

           move ex-date-debut to deb-effectif
           if deb-effectif < mois-debut then
               move mois-debut to deb-effectif
           end-if
           if deb-effectif < tch-paye-debut(ich) then
               move tch-paye-debut(ich) to deb-effectif
           end-if
           move ex-date-fin to fin-effective
           if fin-effective > mois-fin-exclu then
               move mois-fin-exclu to fin-effective
           end-if
           if fin-effective > tch-paye-fin(ich) then
               move tch-paye-fin(ich) to fin-effective
           end-if
           if fin-effective > deb-effectif then
               compute jours-calcul =
                   function integer-of-date(fin-effective)
                   - function integer-of-date(deb-effectif)
           end-if
           add jours-calcul to tch-couverts(ich)
       .

       ECRIT-TOTAUX-COMPAGNIES.
           move spaces to contenu-rapport
           write LigneRapport
           move '----- Totaux par compagnie (0 = particuliers) -----'
               to contenu-rapport
           write LigneRapport
           move 'Cie   Servis  Fact.  Ecart' to contenu-rapport
           write LigneRapport
           move 0 to tot-servis
           move 0 to tot-factures
           perform varying icp from 1 by 1 until icp > nb-tcp
               add tcp-servis(icp) to tot-servis
               add tcp-factures(icp) to tot-factures
               if tcp-servis(icp) not = tcp-factures(icp) then
                   compute ecart-jours =
                       tcp-factures(icp) - tcp-servis(icp)
                   move tcp-servis(icp) to ed-j1
                   move tcp-factures(icp) to ed-j2
                   move ecart-jours to ed-ecart
                   move spaces to contenu-rapport
                   string tcp-num(icp) '  ' ed-j1 '  ' ed-j2 ' '
                       ed-ecart
                       delimited by size into contenu-rapport
                   write LigneRapport
               end-if
           end-perform
           move spaces to contenu-rapport
           string 'Total servis : ' tot-servis
               '  factures : ' tot-factures
               delimited by size into contenu-rapport
           write LigneRapport
       .

       ECRIT-TOTAUX-CHAUFFEURS.
      * Ecart positif : l'export paye declare plus de jours que le
      * service ne le justifie aujourd'hui (affectation annulee ou
      * raccourcie apres l'export) ; un chauffeur absent de la paye
      * a travaille sans etre paye.
           move spaces to contenu-rapport
           write LigneRapport
           move '----- Totaux par chauffeur -----' to contenu-rapport
           write LigneRapport
           move 'Chauff Servis Couv. Payes  Ecart' to contenu-rapport
           write LigneRapport
           move 0 to tot-servis
           move 0 to tot-payes
           perform varying ich from 1 by 1 until ich > nb-tch
               add tch-servis(ich) to tot-servis
               add tch-declares(ich) to tot-payes
               if tch-declares(ich) not = tch-couverts(ich)
               or tch-couverts(ich) not = tch-servis(ich) then
                   compute ecart-jours =
                       tch-declares(ich) - tch-servis(ich)
                   move tch-servis(ich) to ed-j1
                   move tch-couverts(ich) to ed-j2
                   move tch-declares(ich) to ed-j3
                   move ecart-jours to ed-ecart
                   move spaces to contenu-rapport
                   if tch-paye-trouve(ich) = 0 then
                       string tch-num(ich) ' ' ed-j1 ' ' ed-j2 ' '
                           ed-j3 ' ' ed-ecart '  absent de la paye'
                           delimited by size into contenu-rapport
                   else
                       string tch-num(ich) ' ' ed-j1 ' ' ed-j2 ' '
                           ed-j3 ' ' ed-ecart
                           delimited by size into contenu-rapport
                   end-if
                   write LigneRapport
               end-if
           end-perform
           move spaces to contenu-rapport
           string 'Total servis : ' tot-servis
               '  payes (Paye.dat) : ' tot-payes
               delimited by size into contenu-rapport
           write LigneRapport
       .

       end program ss-rapprochement-jours.
