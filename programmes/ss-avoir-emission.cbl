       program-id. ss-avoir-emission.

       input-output section.
           file-control.
           select FAvoir assign to "../ext/Avoir.dat"
               organization is indexed
               access mode is dynamic
                   record key is av-num
                   alternate record key is av-num-affect
                       with duplicates
               status fav-status.

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

           select FAffectHist assign to "../ext/AffectationHist.dat"
               organization is sequential
               status fah-status.

           select FDocument assign to nom-document
               organization is sequential
               status fdoc-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FClientPrive assign to "../ext/ClientPrive.dat"
               organization is indexed
               access mode is dynamic
                   record key is pv-num
               status fpv-status.

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FEntite assign to "../ext/Entite.dat"
               organization is indexed
               access mode is dynamic
                   record key is en-code
               status fen-status.

           select FPieceEntite assign to "../ext/PieceEntite.dat"
               organization is indexed
               access mode is dynamic
                   record key is pe-cle
               status fpe-status.

           select FDemande assign to "../ext/DemandeValidation.dat"
               organization is indexed
               access mode is dynamic
                   record key is dv-num
               status fdv-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
       fd FAvoir.
           01 enr-avoir.
               02 av-num           pic 9(6).
               02 av-num-affect    pic 9(6).
               02 av-num-compagnie pic 9(4).
               02 av-periode       pic 9(6).
               02 av-date          pic 9(8).
               02 av-num-facture   pic 9(6).
               02 av-jours         pic 9(4).
               02 av-taux          pic 9(4)v99.
               02 av-montant-ht    pic 9(8)v99.
               02 av-montant-tva   pic 9(8)v99.
               02 av-montant       pic 9(8)v99.
               02 av-motif         pic x(40).

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

       FD FDocument.
       01 LigneDocument.
           02 contenu-document pic x(80).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

      * Client particulier de l'affectation annulee : l'avoir lui
      * est adresse, comme la facture qu'il credite.
       fd FClientPrive.
           01 enr-client-prive.
               02 pv-num           pic 9(4).
               02 pv-nom           pic x(30).
               02 pv-adresse       pic x(40).
               02 pv-code-postal   pic x(5).
               02 pv-ville         pic x(30).
               02 pv-contact       pic x(30).
               02 pv-acompte-requis pic x(1).

       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

      * Entite juridique emettrice : l'avoir suit l'entite de la
      * facture qu'il credite, dans sa propre serie d'avoirs.
       fd FEntite.
           01 enr-entite.
               02 en-code          pic x(4).
               02 en-raison-sociale pic x(40).
               02 en-siret         pic x(14).
               02 en-tva-intra     pic x(13).
               02 en-adresse       pic x(40).
               02 en-code-postal   pic x(5).
               02 en-ville         pic x(30).
               02 en-iban          pic x(34).
               02 en-bic           pic x(11).
               02 en-prefixe       pic x(4).
               02 en-dernier-facture pic 9(6).
               02 en-dernier-avoir pic 9(6).

       fd FPieceEntite.
           01 enr-piece-entite.
               02 pe-cle.
                   03 pe-type       pic x(1).
                   03 pe-num        pic 9(6).
               02 pe-code-entite   pic x(4).
               02 pe-num-serie     pic 9(6).

      * Demandes de double controle : un avoir au-dela du seuil
      * n'est emis qu'une fois sa demande validee.
       fd FDemande.
           01 enr-demande.
               02 dv-num           pic 9(6).
               02 dv-objet         pic x(10).
               02 dv-cle           pic x(20).
               02 dv-libelle       pic x(40).
               02 dv-ancien        pic 9(8)v99.
               02 dv-nouveau       pic 9(8)v99.
               02 dv-demandeur     pic x(8).
               02 dv-date-demande  pic 9(8).
               02 dv-heure-demande pic 9(8).
               02 dv-statut        pic x(1).
               02 dv-valideur      pic x(8).
               02 dv-date-decision pic 9(8).
               02 dv-heure-decision pic 9(8).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fav-status               pic x(2).
       01 ffl-status               pic x(2).
       01 ffx-status               pic x(2).
       01 marque-fact-absente      pic 9.
       01 fco-status               pic x(2).
       01 fb-status                pic x(2).
       01 fa-status                pic x(2).
       01 fah-status               pic x(2).
       01 fdoc-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 nom-document             pic x(40).
       01 hist-fichier-absent      pic 9.

       01 annee-avoir              pic 9(4).
       01 mois-avoir               pic 9(2).
       01 periode-avoir            pic 9(6).
       01 mois-debut               pic 9(8).
       01 mois-fin-exclu           pic 9(8).
       01 annee-suivante           pic 9(4).
       01 mois-suivant             pic 9(2).
       01 date-jour                pic 9(8).

       01 fin-scan                 pic 9.
       01 fin-scan-av              pic 9.
       01 fin-scan-fl              pic 9.
       01 nb-avoirs                pic 9(4).

      *----- Scellement des pieces emises -----
       01 sceau-type               pic x(1).
       01 sceau-piece              pic x(120).
       01 sceau-retour             pic 9.

      *----- Affectation annulee en cours d'examen -----
       01 ex-num-affect            pic 9(6).
       01 ex-num-bus               pic 9(6).
       01 ex-date-debut            pic 9(8).
       01 ex-date-fin              pic 9(8).
       01 ex-heure-debut           pic 9(4).
       01 ex-heure-fin             pic 9(4).
       01 ex-motif                 pic x(40).

       01 deb-effectif             pic 9(8).
       01 fin-effective            pic 9(8).
       01 jours-annules            pic 9(4).
       01 avoir-deja-emis          pic 9.
       01 facture-trouvee          pic 9.
       01 est-acompte              pic 9.
       01 num-facture-visee        pic 9(6).
       01 tarif-montant            pic 9(8)v99.
       01 tarif-nb-jours           pic 9(4).
       01 montant-avoir-ht         pic 9(8)v99.
       01 montant-avoir-tva        pic 9(8)v99.
       01 montant-avoir            pic 9(8)v99.

      *----- TVA (taux en centiemes dans les parametres) -----
       01 fpa-status               pic x(2).
       01 taux-tva                 pic 9(2)v99 value 20.

      *----- Client particulier -----
       01 fpv-status               pic x(2).
       01 fap-status               pic x(2).
       01 client-fichier-absent    pic 9.
       01 client-affect            pic 9(4).

      *----- Entite juridique emettrice -----
       01 fen-status               pic x(2).
       01 fpe-status               pic x(2).
       01 entite-fichier-absent    pic 9.
       01 entite-avoir             pic x(4).
       01 num-avoir-edite          pic x(14).
       01 num-facture-edite        pic x(12).

      *----- Depot en file d'expedition -----
       01 envoi-type-doc           pic x(2).
       01 envoi-reference          pic x(12).
       01 envoi-dest-type          pic x(1).
       01 envoi-dest-num           pic 9(6).
       01 envoi-fichier            pic x(40).
       01 envoi-num                pic 9(6).

      *----- Double controle des avoirs importants -----
       01 fdv-status               pic x(2).
       01 seuil-validation         pic 9(8)v99 value 1000.
       01 cle-validation           pic x(20).
       01 statut-validation        pic x(1).
       01 valid-demandeur          pic x(8).
       01 valid-valideur           pic x(8).
       01 vd-objet                 pic x(10).
       01 vd-libelle               pic x(40).
       01 vd-ancien                pic 9(8)v99.
       01 vd-num                   pic 9(6).
       01 vd-retour                pic 9.
       01 ptr-journal              pic 9(3).

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       linkage section.
       01 ae-periode               pic 9(6).
       01 ae-nb-avoirs             pic 9(4).

       procedure division using ae-periode ae-nb-avoirs.

      * Une affectation annulee apres la facturation du mois laisse
      * la compagnie debitee de jours non effectues : ce traitement
      * retrouve ces annulations, calcule l'ajustement au tarif du
      * contrat, emet un avoir numerote et le credite sur la facture
      * du mois dans le grand livre des comptes clients. Le mois est
      * fourni par l'appelant (saisie des avoirs du mois, annulation
      * en bloc d'une journee perturbee), qui recoit le nombre
      * d'avoirs emis. Un avoir d'au moins AVOIR-SEUIL-VALID euros
      * TTC attend la validation d'un second superviseur : il est
      * mis en demande (ss-validation-demande) et emis au passage
      * suivant une fois la demande validee.

       open i-o FAvoir
       if fav-status = '35' then
           open output FAvoir
           close FAvoir
           open i-o FAvoir
       end-if
       open i-o FFactureDat
       open input FCompagnie
       open input FBus
       open input FAffectations

      * la marque "facturee" posee par la facturation distingue une
      * affectation reellement comptee sur une facture d'une simple
      * annulation d'avant facturation ; sur un parc anterieur a la
      * marque, l'ancienne heuristique par compagnie reste le filet
       move 0 to marque-fact-absente
       open input FFactureAffect
       if ffx-status not = '00' then
           move 1 to marque-fact-absente
       end-if

       if fav-status not = '00' or ffl-status not = '00'
       or fco-status not = '00' or fb-status not = '00'
       or fa-status not = '00' then
           move 0 to ae-nb-avoirs
           close FAvoir
           close FFactureDat
           close FCompagnie
           close FBus
           close FAffectations
           if marque-fact-absente = 0 then
               close FFactureAffect
           end-if
           goback
       end-if

       move 0 to client-fichier-absent
       open input FClientPrive
       if fpv-status not = '00' then
           move 1 to client-fichier-absent
       else
           open input FAffectClient
           if fap-status not = '00' then
               close FClientPrive
               move 1 to client-fichier-absent
           end-if
       end-if

      * sans entite declaree, tout avoir est emis par la societe
      * principale dans la numerotation generale
       move 0 to entite-fichier-absent
       open i-o FEntite
       if fen-status not = '00' then
           move 1 to entite-fichier-absent
       else
           open i-o FPieceEntite
           if fpe-status = '35' then
               open output FPieceEntite
               close FPieceEntite
               open i-o FPieceEntite
           end-if
           if fpe-status not = '00' then
               close FEntite
               move 1 to entite-fichier-absent
           end-if
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

       move ae-periode to periode-avoir
       compute annee-avoir = periode-avoir / 100
       compute mois-avoir = periode-avoir - annee-avoir * 100
       compute mois-debut =
           annee-avoir * 10000 + mois-avoir * 100 + 1
       if mois-avoir = 12 then
           compute annee-suivante = annee-avoir + 1
           move 1 to mois-suivant
       else
           move annee-avoir to annee-suivante
           compute mois-suivant = mois-avoir + 1
       end-if
       compute mois-fin-exclu =
           annee-suivante * 10000 + mois-suivant * 100 + 1

       perform LIT-PARAMETRE-TVA
       perform LIT-SEUIL-VALIDATION

       accept date-jour from date yyyymmdd
       move 0 to nb-avoirs

      *--- affectations annulees encore dans le fichier courant ---
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
                   if fa-statut = 'I'
                   and fa-date-debut < mois-fin-exclu
                   and fa-date-fin >= mois-debut then
                       move fa-num-affect to ex-num-affect
                       move fa-num-bus to ex-num-bus
                       move fa-date-debut to ex-date-debut
                       move fa-date-fin to ex-date-fin
                       move fa-heure-debut to ex-heure-debut
                       move fa-heure-fin to ex-heure-fin
                       move fa-motif to ex-motif
                       perform EXAMINE-ANNULATION
                   end-if
           end-read
       end-perform

      *--- affectations annulees deja archivees ---
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
                       if h-statut = 'I'
                       and h-date-debut < mois-fin-exclu
                       and h-date-fin >= mois-debut then
                           move h-num-affect to ex-num-affect
                           move h-num-bus to ex-num-bus
                           move h-date-debut to ex-date-debut
                           move h-date-fin to ex-date-fin
                           move h-heure-debut to ex-heure-debut
                           move h-heure-fin to ex-heure-fin
                           move h-motif to ex-motif
                           perform EXAMINE-ANNULATION
                       end-if
               end-read
           end-perform
           close FAffectHist
       end-if

       move nb-avoirs to ae-nb-avoirs

       perform FERME-FICHIERS
       goback
       .

       LIT-PARAMETRE-TVA.
      * L'avoir doit crediter la facture du meme montant TTC que
      * celui qui a ete facture : meme taux de TVA que la
      * facturation (parametre en centiemes, 2000 = 20,00 %).
           open input FParametres
           if fpa-status = '00' then
               move 'TVA-TAUX-CENTIEMES' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       compute taux-tva = pa-valeur / 100
               end-read
               close FParametres
           end-if
       .

       LIT-SEUIL-VALIDATION.
           open input FParametres
           if fpa-status = '00' then
               move 'AVOIR-SEUIL-VALID' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       if pa-valeur > 0 then
                           move pa-valeur to seuil-validation
                       end-if
               end-read
               close FParametres
           end-if
       .

       FERME-FICHIERS.
           close FAvoir
           close FFactureDat
           close FCompagnie
           close FBus
           close FAffectations
           close FJournal
           if marque-fact-absente = 0 then
               close FFactureAffect
           end-if
           if entite-fichier-absent = 0 then
               close FEntite
               close FPieceEntite
           end-if
           if client-fichier-absent = 0 then
               close FClientPrive
               close FAffectClient
           end-if
       .

       EXAMINE-ANNULATION.
      * L'annulation n'ouvre un avoir que si le mois a reellement ete
      * facture a la compagnie du bus - ou au client particulier de
      * l'affectation -, et si aucun avoir n'a deja ete emis pour
      * cette affectation sur ce mois.
           move ex-num-bus to fb-numero
           read FBus
           invalid key
               exit paragraph
           end-read

           perform CHERCHE-CLIENT-AFFECT
           if client-affect not = 0 then
      *        sans la marque "facturee", rien ne relie l'affectation
      *        a la facture du particulier
               if marque-fact-absente = 1 then
                   exit paragraph
               end-if
               move 0 to num-compagnie
               move 0 to taux-jour-compagnie
           else
               if fb-num-compagnie = 0 then
                   exit paragraph
               end-if
               move fb-num-compagnie to num-compagnie
               read FCompagnie
               invalid key
                   exit paragraph
               end-read
           end-if

           perform CHERCHE-AVOIR-EXISTANT
           if avoir-deja-emis = 1 then
               exit paragraph
           end-if

           perform CHERCHE-FACTURATION-AFFECT
           if facture-trouvee = 0 then
               exit paragraph
           end-if

           move ex-date-debut to deb-effectif
           if deb-effectif < mois-debut then
               move mois-debut to deb-effectif
           end-if
           move ex-date-fin to fin-effective
           if fin-effective > mois-fin-exclu then
               move mois-fin-exclu to fin-effective
           end-if
           compute jours-annules =
               function integer-of-date(fin-effective) -
               function integer-of-date(deb-effectif)
           if jours-annules < 1 then
               exit paragraph
           end-if

      *    l'avoir est valorise par la meme grille tarifaire que la
      *    facture qu'il credite (majorations dimanche, ferie et
      *    nuit comprises) : un service annule un jour majore est
      *    credite de ce qui a reellement ete facture
           call 'ss-prix-affect' using ex-num-affect num-compagnie
               fb-categorie-requise fb-nbplace deb-effectif
               fin-effective ex-heure-debut ex-heure-fin
               taux-jour-compagnie tarif-montant tarif-nb-jours
           move tarif-nb-jours to jours-annules
           move tarif-montant to montant-avoir-ht
           compute montant-avoir-tva rounded =
               montant-avoir-ht * taux-tva / 100
           compute montant-avoir =
               montant-avoir-ht + montant-avoir-tva

           move spaces to valid-demandeur
           move spaces to valid-valideur
           if montant-avoir >= seuil-validation then
               perform CONTROLE-VALIDATION-AVOIR
               if statut-validation not = 'V' then
                   exit paragraph
               end-if
           end-if

           perform ECRIT-AVOIR
       .

       CONTROLE-VALIDATION-AVOIR.
      * La derniere demande sur l'affectation et le mois decide :
      * validee, l'avoir part ; en attente ou rejetee, il est retenu.
      * Sans demande, elle est creee - le journal est rendu le temps
      * de l'appel.
           move spaces to statut-validation
           move spaces to cle-validation
           move ex-num-affect to cle-validation(1:6)
           move periode-avoir to cle-validation(7:6)

           open input FDemande
           if fdv-status = '00' then
               move 0 to dv-num
               move 0 to fin-scan-av
               start FDemande key > dv-num
                   invalid key
                       move 1 to fin-scan-av
               end-start
               perform with test after until (fin-scan-av = 1)
                   read FDemande next
                       at end
                           move 1 to fin-scan-av
                       not at end
                           if dv-objet = 'AVOIR'
                           and dv-cle = cle-validation then
                               move dv-statut to statut-validation
                               move dv-demandeur to valid-demandeur
                               move dv-valideur to valid-valideur
                           end-if
                   end-read
               end-perform
               close FDemande
           end-if

           if statut-validation not = spaces then
               exit paragraph
           end-if

           move 'AVOIR' to vd-objet
           move spaces to vd-libelle
           string 'Avoir affectation ' ex-num-affect
               ' periode ' periode-avoir
               delimited by size into vd-libelle
           move 0 to vd-ancien
           close FJournal
           call 'ss-validation-demande' using vd-objet
               cle-validation vd-libelle vd-ancien montant-avoir
               vd-num vd-retour
           open extend FJournal
           move 'A' to statut-validation
       .

       CHERCHE-CLIENT-AFFECT.
           move 0 to client-affect
           if client-fichier-absent = 1 then
               exit paragraph
           end-if
           move ex-num-affect to ap-num-affect
           read FAffectClient
               invalid key
                   exit paragraph
           end-read
           move ap-num-client to pv-num
           read FClientPrive
               invalid key
                   exit paragraph
           end-read
           move ap-num-client to client-affect
       .

       CHERCHE-AVOIR-EXISTANT.
           move 0 to avoir-deja-emis
           move 0 to fin-scan-av
           move ex-num-affect to av-num-affect
           start FAvoir key = av-num-affect
               invalid key
                   move 1 to fin-scan-av
           end-start

           perform with test after until (fin-scan-av = 1)
               read FAvoir next
                   at end
                       move 1 to fin-scan-av
                   not at end
                       if av-num-affect not = ex-num-affect then
                           move 1 to fin-scan-av
                       else
                           if av-periode = periode-avoir then
                               move 1 to avoir-deja-emis
                               move 1 to fin-scan-av
                           end-if
                       end-if
               end-read
           end-perform
       .

       CHERCHE-FACTURATION-AFFECT.
      * Une affectation annulee avant le passage de la facturation
      * n'a jamais ete comptee : elle ne porte pas la marque et ne
      * donne droit a aucun avoir. La marque fournit en outre la
      * facture exacte a crediter.
           if marque-fact-absente = 1 then
               perform CHERCHE-FACTURE-PERIODE
               exit paragraph
           end-if

           move 0 to facture-trouvee
           move ex-num-affect to fx-num-affect
           move periode-avoir to fx-periode
           read FFactureAffect
               invalid key
                   continue
               not invalid key
                   move 1 to facture-trouvee
                   move fx-num-facture to num-facture-visee
           end-read
       .

       CHERCHE-FACTURE-PERIODE.
           move 0 to facture-trouvee
           move 0 to fin-scan-fl
           move num-compagnie to fl-num-compagnie
           start FFactureDat key = fl-num-compagnie
               invalid key
                   move 1 to fin-scan-fl
           end-start

           perform with test after until (fin-scan-fl = 1)
               read FFactureDat next
                   at end
                       move 1 to fin-scan-fl
                   not at end
                       if fl-num-compagnie not = num-compagnie then
                           move 1 to fin-scan-fl
                       else
                           call 'ss-acompte-controle' using fl-num
                               est-acompte
                           if fl-periode = periode-avoir
                           and est-acompte = 0 then
                               move 1 to facture-trouvee
                               move fl-num to num-facture-visee
                               move 1 to fin-scan-fl
                           end-if
                       end-if
               end-read
           end-perform
       .

       ECRIT-AVOIR.
           move 999999 to av-num
           start FAvoir key < av-num
           invalid key
               move 0 to av-num
           not invalid key
               read FAvoir next
                   at end
                       move 0 to av-num
                   not at end
                       continue
               end-read
           end-start

           compute av-num = av-num + 1
           move ex-num-affect to av-num-affect
           move num-compagnie to av-num-compagnie
           move periode-avoir to av-periode
           move date-jour to av-date
           move num-facture-visee to av-num-facture
           move jours-annules to av-jours
           move taux-jour-compagnie to av-taux
           move montant-avoir-ht to av-montant-ht
           move montant-avoir-tva to av-montant-tva
           move montant-avoir to av-montant
           move ex-motif to av-motif

           write enr-avoir
           invalid key
               exit paragraph
           end-write

      *    l'avoir est scelle des son emission, comme les factures
           move 'A' to sceau-type
           move spaces to sceau-piece
           move enr-avoir to sceau-piece
           call 'ss-sceau-depose' using sceau-type sceau-piece
               sceau-retour

           perform NUMEROTE-AVOIR-ENTITE
           perform IMPUTE-AVOIR-SUR-FACTURE
           perform IMPRIME-AVOIR
           perform ECRIT-JOURNAL-AVOIR
           add 1 to nb-avoirs
       .

       NUMEROTE-AVOIR-ENTITE.
      * L'avoir est emis par l'entite qui a emis la facture creditee
      * et prend le numero suivant de sa serie d'avoirs ; la facture
      * y est rappelee sous son numero de serie. Sans entite, les
      * numeros generaux restent ceux du document.
           move spaces to entite-avoir
           move spaces to num-avoir-edite
           move av-num to num-avoir-edite
           move spaces to num-facture-edite
           move av-num-facture to num-facture-edite
           if entite-fichier-absent = 1 then
               exit paragraph
           end-if

           move 'F' to pe-type
           move av-num-facture to pe-num
           read FPieceEntite
               invalid key
                   exit paragraph
           end-read
           move pe-code-entite to entite-avoir
           move pe-code-entite to en-code
           read FEntite
               invalid key
                   move spaces to entite-avoir
                   exit paragraph
           end-read
           move spaces to num-facture-edite
           string function trim(en-prefixe) '-' pe-num-serie
               delimited by size into num-facture-edite

           add 1 to en-dernier-avoir
           rewrite enr-entite
               invalid key
                   continue
           end-rewrite
           move spaces to num-avoir-edite
           string function trim(en-prefixe) '-AV' en-dernier-avoir
               delimited by size into num-avoir-edite

           move 'A' to pe-type
           move av-num to pe-num
           move entite-avoir to pe-code-entite
           move en-dernier-avoir to pe-num-serie
           write enr-piece-entite
           invalid key
               rewrite enr-piece-entite
               invalid key
                   continue
               end-rewrite
           end-write
       .

       IMPUTE-AVOIR-SUR-FACTURE.
      * L'avoir credite la facture du mois au grand livre : il reduit
      * l'encours comme un reglement, la trace financiere restant
      * dans Avoir.dat et le journal d'audit.
           move num-facture-visee to fl-num
           read FFactureDat
           invalid key
               exit paragraph
           end-read

           add montant-avoir to fl-montant-regle
           if fl-montant-regle >= fl-montant
           and fl-statut = 'O' then
               move 'P' to fl-statut
               move date-jour to fl-date-reglement
           end-if
           rewrite enr-facture
           invalid key
               continue
           end-rewrite
       .

       IMPRIME-AVOIR.
           move spaces to nom-document
           string '../ext/Avoir' av-num '.txt'
               delimited by size into nom-document
           open output FDocument
           if fdoc-status not = '00' then
               exit paragraph
           end-if

           move '            ----- Avoir -----' to contenu-document
           write LigneDocument
           move spaces to contenu-document
           write LigneDocument
           if entite-avoir not = spaces then
               move spaces to contenu-document
               string 'Emetteur       : '
                   function trim(en-raison-sociale)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string '                 ' function trim(en-adresse)
                   ' ' en-code-postal ' ' function trim(en-ville)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string '                 SIRET ' en-siret
                   ' - TVA ' en-tva-intra
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               write LigneDocument
           end-if
           move spaces to contenu-document
           string 'Avoir numero   : ' function trim(num-avoir-edite)
               ' du ' av-date
               delimited by size into contenu-document
           write LigneDocument
           if client-affect not = 0 then
               move spaces to contenu-document
               string 'Client         : ' client-affect ' '
                   function trim(pv-nom)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string '                 ' function trim(pv-adresse)
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string '                 ' pv-code-postal ' '
                   function trim(pv-ville)
                   delimited by size into contenu-document
               write LigneDocument
           else
               move spaces to contenu-document
               string 'Compagnie      : ' num-compagnie ' '
                   function trim(nom-compagnie)
                   delimited by size into contenu-document
               write LigneDocument
           end-if
           move spaces to contenu-document
           string 'Sur facture    : ' function trim(num-facture-edite)
               ' (periode ' av-periode ')'
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Affectation    : ' av-num-affect ' annulee - '
               function trim(av-motif)
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Jours annules  : ' av-jours
               ' (grille au tarif ' av-taux ')'
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Montant HT     : ' av-montant-ht
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'TVA (' taux-tva ' %) : ' av-montant-tva
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Montant TTC    : ' av-montant
               delimited by size into contenu-document
           write LigneDocument

           close FDocument

      *    l'avoir part au client par la file d'expedition
           move 'AV' to envoi-type-doc
           move spaces to envoi-reference
           move av-num to envoi-reference
           if client-affect not = 0 then
               move 'P' to envoi-dest-type
               move client-affect to envoi-dest-num
           else
               move 'C' to envoi-dest-type
               move av-num-compagnie to envoi-dest-num
           end-if
           move nom-document to envoi-fichier
           call 'ss-envoi-depose' using envoi-type-doc
               envoi-reference envoi-dest-type envoi-dest-num
               envoi-fichier envoi-num
       .

       ECRIT-JOURNAL-AVOIR.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           move 1 to ptr-journal
           string
               'FACTURE' ' | ' 'AVOIR'
               ' | id=' av-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | facture=' av-num-facture
               ' | affect=' av-num-affect
               ' | montant=' av-montant
               delimited by size into ligne-journal
               with pointer ptr-journal
           if valid-valideur not = spaces then
               string ' | demandeur=' valid-demandeur
                   ' | valideur=' valid-valideur
                   delimited by size into ligne-journal
                   with pointer ptr-journal
           end-if
           write ligne-journal
       .

       end program ss-avoir-emission.
