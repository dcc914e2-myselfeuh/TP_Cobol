       program-id. ss-releve-prestations.

       input-output section.
           file-control.
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

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FReleve assign to "../ext/Releve.dat"
               organization is indexed
               access mode is dynamic
                   record key is rv-cle
               status frv-status.

           select FReleveLigne assign to "../ext/ReleveLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is rl-cle
                   alternate record key is rl-num-compagnie
                       with duplicates
               status frl-status.

           select FEdition assign to nom-edition
               organization is sequential
               status fed-status.

           select FRapport assign to "../ext/RelevesEnAttente.txt"
               organization is sequential
               status frap-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
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

       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

      * Releve de prestations envoye a une compagnie avant la
      * facturation du mois : rv-statut E = envoye, en attente de
      * reponse ; A = approuve ; C = conteste en tout ou partie
      * (lignes dans ReleveLigne).
       fd FReleve.
           01 enr-releve.
               02 rv-cle.
                   03 rv-num-compagnie pic 9(4).
                   03 rv-periode    pic 9(6).
               02 rv-date-envoi    pic 9(8).
               02 rv-nb-lignes     pic 9(4).
               02 rv-montant       pic 9(8)v99.
               02 rv-statut        pic x(1).
               02 rv-date-reponse  pic 9(8).
               02 rv-nb-contestees pic 9(4).
               02 rv-oper-reponse  pic x(8).

      * Ligne contestee par la compagnie : rl-statut C = en litige,
      * l'affectation est retenue hors facturation de la periode ;
      * R = resolue, elle repart sur la facture.
       fd FReleveLigne.
           01 enr-releve-ligne.
               02 rl-cle.
                   03 rl-num-affect pic 9(6).
                   03 rl-periode    pic 9(6).
               02 rl-num-compagnie pic 9(4).
               02 rl-motif         pic x(40).
               02 rl-statut        pic x(1).
               02 rl-date-contestation pic 9(8).
               02 rl-date-resolution pic 9(8).
               02 rl-oper          pic x(8).

       FD FEdition.
       01 LigneEdition.
           02 contenu-edition pic x(80).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fco-status               pic x(2).
       01 fb-status                pic x(2).
       01 fa-status                pic x(2).
       01 fap-status               pic x(2).
       01 frv-status               pic x(2).
       01 frl-status               pic x(2).
       01 fed-status               pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 client-fichier-absent    pic 9.

       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-bus                  pic 9.
       01 fin-affect               pic 9.
       01 fin-saisie               pic 9.
       01 date-jour                pic 9(8).
       01 nom-edition              pic x(40).

      *----- Periode du releve -----
       01 id-compagnie             pic 9(4).
       01 annee-releve             pic 9(4).
       01 mois-releve              pic 9(2).
       01 periode-releve           pic 9(6).
       01 mois-debut               pic 9(8).
       01 mois-fin-exclu           pic 9(8).
       01 annee-suivante           pic 9(4).
       01 mois-suivant             pic 9(2).

      *----- Valorisation des lignes -----
       01 deb-effectif             pic 9(8).
       01 fin-effective            pic 9(8).
       01 tarif-montant            pic 9(8)v99.
       01 tarif-nb-jours           pic 9(4).
       01 nb-lignes-releve         pic 9(4).
       01 total-releve             pic 9(8)v99.
       01 nb-releves               pic 9(4).
       01 ed-montant               pic zzzzzzz9.99.
       01 marque-litige            pic x(8).
       01 releve-ecrit             pic 9.

      *----- Reponse de la compagnie -----
       01 reponse-releve           pic x(1).
       01 id-affect                pic 9(6).
       01 motif-contestation       pic x(40).
       01 nb-contestees            pic 9(4).
       01 affect-recevable         pic 9.
       01 ligne-existante          pic 9.

      *----- Releves en attente -----
       01 nb-attente               pic 9(4).
       01 nb-litiges               pic 9(4).
       01 jours-attente            pic 9(5).

       01 operation-journal        pic x(10).
       01 detail-journal           pic x(60).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

      *----- Depot en file d'expedition -----
       01 envoi-type-doc           pic x(2).
       01 envoi-reference          pic x(12).
       01 envoi-dest-type          pic x(1).
       01 envoi-dest-num           pic 9(6).
       01 envoi-fichier            pic x(40).
       01 envoi-num                pic 9(6).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Releves de prestations avant facturation -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Editer les releves du mois'.
           02 line 4 col 2 value
               '2: Enregistrer la reponse d''une compagnie'.
           02 line 5 col 2 value '3: Lever une contestation'.
           02 line 6 col 2 value
               '4: Releves en attente de reponse'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-edition.
           02 line 3 col 2 value 'Annee (AAAA) : '.
           02 s-annee pic 9999 to annee-releve required.
           02 line 4 col 2 value 'Mois (MM) : '.
           02 s-mois pic 99 to mois-releve required.
           02 line 5 col 2 value 'Compagnie (0 = toutes) : '.
           02 s-id-compagnie pic zzzz to id-compagnie.

       01 s-plg-reponse.
           02 line 3 col 2 value 'Compagnie : '.
           02 s-rep-compagnie pic zzzz to id-compagnie required.
           02 line 4 col 2 value 'Periode (AAAAMM) : '.
           02 s-rep-periode pic 9(6) to periode-releve required.
           02 line 5 col 2 value
               'Reponse (A = approuve, C = lignes contestees) : '.
           02 s-reponse pic x to reponse-releve required.

       01 s-plg-ligne-contestee.
           02 line 8 col 2 value
               'Affectation contestee (0 = fin) : '.
           02 s-id-affect pic zzzzzz to id-affect.
           02 line 9 col 2 value 'Motif : '.
           02 s-motif pic x(40) to motif-contestation.
       01 a-plg-ligne-notee.
           02 line 11 col 2 value 'Lignes contestees : '.
           02 a-nb-contestees pic zzz9 from nb-contestees.

       01 s-plg-levee.
           02 line 3 col 2 value 'Affectation : '.
           02 s-lev-affect pic zzzzzz to id-affect required.
           02 line 4 col 2 value 'Periode (AAAAMM) : '.
           02 s-lev-periode pic 9(6) to periode-releve required.

       01 a-plg-releves-edites.
           02 line 20 col 1 value 'Releves edites : '.
           02 a-nb-releves pic zzz9 from nb-releves.
           02 line 20 col 24 value
               '(../ext/Releve<compagnie>-<AAAAMM>.txt)'.
       01 a-plg-attente-editee.
           02 line 20 col 1 value 'Releves en attente : '.
           02 a-nb-attente pic zzz9 from nb-attente.
           02 line 20 col 28 value 'Lignes en litige : '.
           02 a-nb-litiges pic zzz9 from nb-litiges.
           02 line 21 col 1 value '(../ext/RelevesEnAttente.txt)'.

       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-mois-invalide.
           02 line 20 col 1 value 'Mois invalide (01 a 12 attendu).'.
       01 a-plg-compagnie-introuvable.
           02 line 20 col 1 value 'Compagnie introuvable.'.
       01 a-plg-releve-introuvable.
           02 line 20 col 1 value
               'Aucun releve envoye pour cette compagnie et periode.'.
       01 a-plg-reponse-invalide.
           02 line 20 col 1 value 'Reponse attendue : A ou C.'.
       01 a-plg-affect-irrecevable.
           02 line 20 col 1 value
               'Affectation absente de ce releve.'.
       01 a-plg-ligne-introuvable.
           02 line 20 col 1 value
               'Aucune contestation en cours sur cette ligne.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Avant chaque facturation mensuelle, chaque compagnie recoit
      * le releve des affectations du mois et le montant qu'elles
      * vont generer ; sa reponse (approbation ou lignes contestees)
      * est enregistree ici. Une ligne contestee reste hors de la
      * facturation tant que la contestation n'est pas levee.

       open input FCompagnie
       open input FBus
       open input FAffectations
       open i-o FReleve
       if frv-status = '35' then
           open output FReleve
           close FReleve
           open i-o FReleve
       end-if
       open i-o FReleveLigne
       if frl-status = '35' then
           open output FReleveLigne
           close FReleveLigne
           open i-o FReleveLigne
       end-if
       if fco-status not = '00' or fb-status not = '00'
       or fa-status not = '00' or frv-status not = '00'
       or frl-status not = '00' then
           display a-error-open
           stop ' '
           close FCompagnie
           close FBus
           close FAffectations
           close FReleve
           close FReleveLigne
           goback
       end-if

      * les affectations facturees a un client particulier ne
      * figurent pas sur le releve de la compagnie du bus
       move 0 to client-fichier-absent
       open input FAffectClient
       if fap-status not = '00' then
           move 1 to client-fichier-absent
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if

       move 'INCONNU' to session-code
       open input FSession
       if FSessionStatus = '00' then
           read FSession
               at end
                   continue
               not at end
                   move se-code to session-code
           end-read
           close FSession
       end-if

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           accept date-jour from date yyyymmdd
           evaluate choix-action
               when 1 perform EDITE-RELEVES
               when 2 perform ENREGISTRE-REPONSE
               when 3 perform LEVE-CONTESTATION
               when 4 perform EDITE-RELEVES-EN-ATTENTE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FCompagnie
       close FBus
       close FAffectations
       close FReleve
       close FReleveLigne
       if client-fichier-absent = 0 then
           close FAffectClient
       end-if
       close FJournal

       goback
       .

       EDITE-RELEVES.
      * Un releve par compagnie ayant du service dans le mois ; une
      * reedition remplace le releve precedent et le remet en
      * attente de reponse, les lignes deja contestees restant en
      * litige.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move 0 to id-compagnie
           display s-plg-edition
           accept s-plg-edition

           if mois-releve < 1 or mois-releve > 12 then
               display a-plg-mois-invalide
               stop ' '
               exit paragraph
           end-if

           compute periode-releve = annee-releve * 100 + mois-releve
           compute mois-debut =
               annee-releve * 10000 + mois-releve * 100 + 1
           if mois-releve = 12 then
               compute annee-suivante = annee-releve + 1
               move 1 to mois-suivant
           else
               move annee-releve to annee-suivante
               compute mois-suivant = mois-releve + 1
           end-if
           compute mois-fin-exclu =
               annee-suivante * 10000 + mois-suivant * 100 + 1

           move 0 to nb-releves
           if id-compagnie not = 0 then
               move id-compagnie to num-compagnie
               read FCompagnie
               invalid key
                   display a-plg-compagnie-introuvable
                   stop ' '
                   exit paragraph
               end-read
               perform EDITE-UN-RELEVE
           else
               move 0 to num-compagnie
               move 0 to fin-scan
               start FCompagnie key > num-compagnie
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FCompagnie next
                       at end
                           move 1 to fin-scan
                       not at end
                           perform EDITE-UN-RELEVE
                   end-read
               end-perform
           end-if

           move 'EDITION' to operation-journal
           move id-compagnie to rv-num-compagnie
           move spaces to detail-journal
           string 'periode=' periode-releve ' releves=' nb-releves
               delimited by size into detail-journal
           perform ECRIT-JOURNAL

           display a-plg-releves-edites
           stop ' '
       .

       EDITE-UN-RELEVE.
           move spaces to nom-edition
           string '../ext/Releve' num-compagnie '-' periode-releve
               '.txt' delimited by size into nom-edition

      *    un premier parcours compte le service du mois : pas de
      *    service, pas de releve
           move 0 to releve-ecrit
           perform PARCOURT-BUS-COMPAGNIE
           if nb-lignes-releve = 0 then
               exit paragraph
           end-if

           open output FEdition
           if fed-status not = '00' then
               exit paragraph
           end-if

           move spaces to contenu-edition
           string '----- Releve de prestations ' mois-releve '/'
               annee-releve ' - a approuver avant facturation -----'
               delimited by size into contenu-edition
           write LigneEdition
           move spaces to contenu-edition
           write LigneEdition
           move spaces to contenu-edition
           string 'Compagnie ' num-compagnie ' : '
               function trim(nom-compagnie)
               delimited by size into contenu-edition
           write LigneEdition
           move spaces to contenu-edition
           move adresse-compagnie to contenu-edition
           write LigneEdition
           move spaces to contenu-edition
           string 'A l''attention de : '
               function trim(contact-compagnie)
               delimited by size into contenu-edition
           write LigneEdition
           move spaces to contenu-edition
           write LigneEdition
           move 'Affect Bus    Du       Au       Horaire   Pass'
               &'    Montant HT' to contenu-edition
           write LigneEdition

           move 1 to releve-ecrit
           perform PARCOURT-BUS-COMPAGNIE

           move spaces to contenu-edition
           write LigneEdition
           move total-releve to ed-montant
           move spaces to contenu-edition
           string 'Total HT du releve : ' ed-montant
               ' (' nb-lignes-releve ' affectation(s))'
               delimited by size into contenu-edition
           write LigneEdition
           move spaces to contenu-edition
           write LigneEdition
           move 'Merci de nous retourner ce releve approuve, ou la '
               &'liste des affectations' to contenu-edition
           write LigneEdition
           move 'contestees avec leur motif : elles seront retenues '
               &'hors facture jusqu''a' to contenu-edition
           write LigneEdition
           move 'accord.' to contenu-edition
           write LigneEdition
           close FEdition

           add 1 to nb-releves
           move num-compagnie to rv-num-compagnie
           move periode-releve to rv-periode
           read FReleve
           invalid key
               move 0 to rv-nb-contestees
               move date-jour to rv-date-envoi
               move nb-lignes-releve to rv-nb-lignes
               move total-releve to rv-montant
               move 'E' to rv-statut
               move 0 to rv-date-reponse
               move spaces to rv-oper-reponse
               write enr-releve
               invalid key
                   continue
               end-write
           not invalid key
               move date-jour to rv-date-envoi
               move nb-lignes-releve to rv-nb-lignes
               move total-releve to rv-montant
               move 'E' to rv-statut
               move 0 to rv-date-reponse
               move spaces to rv-oper-reponse
               rewrite enr-releve
               invalid key
                   continue
               end-rewrite
           end-read

           move 'ss-releve-prest' to spool-programme
           move spaces to spool-parametres
           string 'releve cie ' num-compagnie ' ' periode-releve
               delimited by size into spool-parametres
           move nom-edition to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

      *    le releve part a la compagnie par la file d'expedition
           move 'RP' to envoi-type-doc
           move spaces to envoi-reference
           string num-compagnie '-' periode-releve
               delimited by size into envoi-reference
           move 'C' to envoi-dest-type
           move num-compagnie to envoi-dest-num
           move nom-edition to envoi-fichier
           call 'ss-envoi-depose' using envoi-type-doc
               envoi-reference envoi-dest-type envoi-dest-num
               envoi-fichier envoi-num
       .

       PARCOURT-BUS-COMPAGNIE.
           move 0 to nb-lignes-releve
           move 0 to total-releve
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
                       if fb-num-compagnie = num-compagnie then
                           perform RELEVE-UN-BUS
                       end-if
               end-read
           end-perform
       .

       RELEVE-UN-BUS.
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
                               perform RELEVE-UNE-AFFECTATION
                           end-if
                       end-if
               end-read
           end-perform
       .

       RELEVE-UNE-AFFECTATION.
      * Meme valorisation que la facturation : prix fige de
      * l'affectation, sinon la grille de la compagnie, sur les
      * seuls jours du mois.
           if client-fichier-absent = 0 then
               move fa-num-affect to ap-num-affect
               read FAffectClient
                   invalid key
                       continue
                   not invalid key
                       exit paragraph
               end-read
           end-if

           move fa-date-debut to deb-effectif
           if deb-effectif < mois-debut then
               move mois-debut to deb-effectif
           end-if
           move fa-date-fin to fin-effective
           if fin-effective > mois-fin-exclu then
               move mois-fin-exclu to fin-effective
           end-if
           call 'ss-prix-affect' using fa-num-affect num-compagnie
               fb-categorie-requise fb-nbplace deb-effectif
               fin-effective fa-heure-debut fa-heure-fin
               taux-jour-compagnie tarif-montant tarif-nb-jours
           if tarif-nb-jours = 0 then
               exit paragraph
           end-if

           add 1 to nb-lignes-releve
           add tarif-montant to total-releve
           if releve-ecrit = 0 then
               exit paragraph
           end-if

           move spaces to marque-litige
           move fa-num-affect to rl-num-affect
           move periode-releve to rl-periode
           read FReleveLigne
               invalid key
                   continue
               not invalid key
                   if rl-statut = 'C' then
                       move 'LITIGE' to marque-litige
                   end-if
           end-read

           move tarif-montant to ed-montant
           move spaces to contenu-edition
           string fa-num-affect ' ' fb-numero ' ' fa-date-debut ' '
               fa-date-fin ' ' fa-heure-debut '-' fa-heure-fin ' '
               fa-nb-passagers ' ' ed-montant ' ' marque-litige
               delimited by size into contenu-edition
           write LigneEdition
       .

       ENREGISTRE-REPONSE.
      * L'approbation vaut accord sur tout le releve (les litiges
      * encore ouverts sur la periode sont leves) ; une contestation
      * liste les affectations refusees, une par une.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-reponse
           accept s-plg-reponse

           move function upper-case(reponse-releve) to reponse-releve
           if reponse-releve not = 'A' and reponse-releve not = 'C'
           then
               display a-plg-reponse-invalide
               stop ' '
               exit paragraph
           end-if

           move id-compagnie to rv-num-compagnie
           move periode-releve to rv-periode
           read FReleve
           invalid key
               display a-plg-releve-introuvable
               stop ' '
               exit paragraph
           end-read

           move 0 to nb-contestees
           if reponse-releve = 'A' then
               perform LEVE-LITIGES-RELEVE
               move 'A' to rv-statut
               move 0 to rv-nb-contestees
           else
               compute annee-releve = periode-releve / 100
               compute mois-releve =
                   periode-releve - annee-releve * 100
               compute mois-debut =
                   annee-releve * 10000 + mois-releve * 100 + 1
               if mois-releve = 12 then
                   compute annee-suivante = annee-releve + 1
                   move 1 to mois-suivant
               else
                   move annee-releve to annee-suivante
                   compute mois-suivant = mois-releve + 1
               end-if
               compute mois-fin-exclu =
                   annee-suivante * 10000 + mois-suivant * 100 + 1

               move 0 to fin-saisie
               perform until (fin-saisie = 1)
                   move 0 to id-affect
                   move spaces to motif-contestation
                   display s-plg-ligne-contestee
                   accept s-plg-ligne-contestee
                   if id-affect = 0 then
                       move 1 to fin-saisie
                   else
                       perform NOTE-LIGNE-CONTESTEE
                       display a-plg-ligne-notee
                   end-if
               end-perform
               if nb-contestees = 0 then
                   exit paragraph
               end-if
               move 'C' to rv-statut
               add nb-contestees to rv-nb-contestees
           end-if

           move date-jour to rv-date-reponse
           move session-code to rv-oper-reponse
           rewrite enr-releve
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move 'REPONSE' to operation-journal
           move spaces to detail-journal
           string 'periode=' rv-periode ' reponse=' reponse-releve
               ' contestees=' nb-contestees
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       NOTE-LIGNE-CONTESTEE.
      * Seule une affectation du releve (bus de la compagnie,
      * service dans la periode) peut etre contestee.
           move 0 to affect-recevable
           move id-affect to fa-num-affect
           read FAffectations
               invalid key
                   continue
               not invalid key
                   move fa-num-bus to fb-numero
                   read FBus
                       invalid key
                           continue
                       not invalid key
                           if fb-num-compagnie = id-compagnie
                           and fa-date-debut < mois-fin-exclu
                           and fa-date-fin >= mois-debut then
                               move 1 to affect-recevable
                           end-if
                   end-read
           end-read
           if affect-recevable = 0 then
               display a-plg-affect-irrecevable
               stop ' '
               exit paragraph
           end-if

           move id-affect to rl-num-affect
           move periode-releve to rl-periode
           read FReleveLigne
               invalid key
                   move 0 to ligne-existante
               not invalid key
                   move 1 to ligne-existante
           end-read
           move id-compagnie to rl-num-compagnie
           move motif-contestation to rl-motif
           move 'C' to rl-statut
           move date-jour to rl-date-contestation
           move 0 to rl-date-resolution
           move session-code to rl-oper
           if ligne-existante = 1 then
               rewrite enr-releve-ligne
                   invalid key
                       exit paragraph
               end-rewrite
           else
               write enr-releve-ligne
                   invalid key
                       exit paragraph
               end-write
           end-if
           add 1 to nb-contestees
       .

       LEVE-LITIGES-RELEVE.
      * Leve toutes les contestations ouvertes de la compagnie sur
      * la periode du releve.
           move 0 to fin-scan
           move id-compagnie to rl-num-compagnie
           start FReleveLigne key = rl-num-compagnie
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FReleveLigne next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rl-num-compagnie not = id-compagnie then
                           move 1 to fin-scan
                       else
                           if rl-periode = periode-releve
                           and rl-statut = 'C' then
                               move 'R' to rl-statut
                               move date-jour to rl-date-resolution
                               move session-code to rl-oper
                               rewrite enr-releve-ligne
                                   invalid key
                                       continue
                               end-rewrite
                           end-if
                       end-if
               end-read
           end-perform
       .

       LEVE-CONTESTATION.
      * La ligne resolue repart sur la facture de la periode au
      * prochain passage de la facturation ; le releve passe
      * approuve quand sa derniere contestation est levee.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-levee
           accept s-plg-levee

           move id-affect to rl-num-affect
           move periode-releve to rl-periode
           read FReleveLigne
           invalid key
               display a-plg-ligne-introuvable
               stop ' '
               exit paragraph
           end-read
           if rl-statut not = 'C' then
               display a-plg-ligne-introuvable
               stop ' '
               exit paragraph
           end-if

           move 'R' to rl-statut
           move date-jour to rl-date-resolution
           move session-code to rl-oper
           rewrite enr-releve-ligne
           invalid key
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-rewrite

           move rl-num-compagnie to rv-num-compagnie
           move rl-periode to rv-periode
           read FReleve
               invalid key
                   continue
               not invalid key
                   if rv-nb-contestees > 0 then
                       subtract 1 from rv-nb-contestees
                   end-if
                   if rv-nb-contestees = 0 and rv-statut = 'C' then
                       move 'A' to rv-statut
                   end-if
                   rewrite enr-releve
                       invalid key
                           continue
                   end-rewrite
           end-read

           move 'LEVEE' to operation-journal
           move spaces to detail-journal
           string 'affect=' rl-num-affect ' periode=' rl-periode
               delimited by size into detail-journal
           perform ECRIT-JOURNAL
           display a-plg-modif-succes
           stop ' '
       .

       EDITE-RELEVES-EN-ATTENTE.
      * Releves envoyes restes sans reponse, avec leur anciennete,
      * puis les lignes encore en litige (retenues hors facture).
           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move 0 to nb-attente
           move 0 to nb-litiges
           move spaces to contenu-rapport
           string '----- Releves de prestations en attente de reponse'
               ' au ' date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Cie  Nom                  Periode Envoye le  Jours'
               &'    Montant HT' to contenu-rapport
           write LigneRapport

           move low-values to rv-cle
           move 0 to fin-scan
           start FReleve key > rv-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FReleve next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rv-statut = 'E' then
                           perform ECRIT-RELEVE-ATTENTE
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move '----- Lignes contestees retenues hors facture -----'
               to contenu-rapport
           write LigneRapport
           move 'Affect Periode Cie  Depuis   Motif'
               to contenu-rapport
           write LigneRapport

           move low-values to rl-cle
           move 0 to fin-scan
           start FReleveLigne key > rl-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FReleveLigne next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rl-statut = 'C' then
                           add 1 to nb-litiges
                           move spaces to contenu-rapport
                           string rl-num-affect ' ' rl-periode ' '
                               rl-num-compagnie ' '
                               rl-date-contestation ' ' rl-motif
                               delimited by size into contenu-rapport
                           write LigneRapport
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Releves en attente : ' nb-attente
               '  Lignes en litige : ' nb-litiges
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-releve-prest' to spool-programme
           move spaces to spool-parametres
           string 'releves en attente au ' date-jour
               delimited by size into spool-parametres
           move '../ext/RelevesEnAttente.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-attente-editee
           stop ' '
       .

       ECRIT-RELEVE-ATTENTE.
           add 1 to nb-attente
           move rv-num-compagnie to num-compagnie
           read FCompagnie
               invalid key
                   move spaces to nom-compagnie
           end-read
           compute jours-attente =
               function integer-of-date(date-jour)
               - function integer-of-date(rv-date-envoi)
           move rv-montant to ed-montant
           move spaces to contenu-rapport
           string rv-num-compagnie ' ' nom-compagnie(1:20) ' '
               rv-periode '  ' rv-date-envoi '  ' jours-attente ' '
               ed-montant
               delimited by size into contenu-rapport
           write LigneRapport
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'RELEVE' ' | ' function trim(operation-journal)
               ' | id=' rv-num-compagnie
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ' detail-journal
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-releve-prestations.
