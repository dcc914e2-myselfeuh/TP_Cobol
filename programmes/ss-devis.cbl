               organization is sequential
               status FSessionStatus.

           select FDevisDest assign to "../ext/DevisDest.dat"
               organization is indexed
               access mode is dynamic
                   record key is vd-num-devis
               status fvd-status.

           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

           select FAcompte assign to "../ext/Acompte.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-devis
                   alternate record key is ac-num-facture
                   alternate record key is ac-num-affect
                       with duplicates
               status fac-status.

           select FAcompteImpute assign to
               "../ext/AcompteImpute.dat"
               organization is indexed
               access mode is dynamic
                   record key is ai-cle
               status fai-status.

           select FRapport assign to nom-rapport
               organization is sequential
               status frap-status.

           select FClientPrive assign to "../ext/ClientPrive.dat"
               organization is indexed
               access mode is dynamic
                   record key is pv-num
               status fpv-status.

           select FDevisClient assign to "../ext/DevisClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is dp-num-devis
               status fdp-status.

           select FAffectClient assign to "../ext/AffectClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-num-affect
                   alternate record key is ap-num-client
                       with duplicates
               status fap-status.

           select FFactureClient assign to "../ext/FactureClient.dat"
               organization is indexed
               access mode is dynamic
                   record key is fp-num-facture
                   alternate record key is fp-num-client
                       with duplicates
               status ffp-status.

       data division.
       file section.
       fd FDevis.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

      * Destination d'un devis et part kilometrique du montant :
      * aller-retour depuis le depot de depart au prix du km en
      * vigueur a l'etablissement.
       fd FDevisDest.
           01 enr-devis-dest.
               02 vd-num-devis     pic 9(4).
               02 vd-code-dest     pic x(06).
               02 vd-code-site     pic x(04).
               02 vd-km            pic 9(5).
               02 vd-prix-km       pic 9(2)v99.
               02 vd-montant-km    pic 9(7)v99.

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

      * Acompte demande a l'acceptation d'un devis : facture propre
      * au grand livre (reglee comme les autres), rattachee a
      * l'affectation issue du devis pour etre deduite a la
      * facturation du mois. Les montants deja deduits sont tenus
      * par periode facturee.
       fd FAcompte.
           01 enr-acompte.
               02 ac-num-devis     pic 9(4).
               02 ac-num-facture   pic 9(6).
               02 ac-num-affect    pic 9(6).
               02 ac-num-compagnie pic 9(4).
               02 ac-date          pic 9(8).
               02 ac-taux          pic 9(3).
               02 ac-montant-ht    pic 9(7)v99.
               02 ac-montant-tva   pic 9(7)v99.
               02 ac-montant-ttc   pic 9(7)v99.

       fd FAcompteImpute.
           01 enr-acompte-impute.
               02 ai-cle.
                   03 ai-num-devis  pic 9(4).
                   03 ai-periode    pic 9(6).
               02 ai-montant-ht    pic 9(7)v99.
               02 ai-num-facture   pic 9(6).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

      * Client particulier du devis (compagnie 0) : il suit le devis
      * sur l'affectation issue de la conversion et sur les factures
      * qui lui sont adressees (fl-num-compagnie a zero).
       fd FClientPrive.
           01 enr-client-prive.
               02 pv-num           pic 9(4).
               02 pv-nom           pic x(30).
               02 pv-adresse       pic x(40).
               02 pv-code-postal   pic x(5).
               02 pv-ville         pic x(30).
               02 pv-contact       pic x(30).
               02 pv-acompte-requis pic x(1).

       fd FDevisClient.
           01 enr-devis-client.
               02 dp-num-devis     pic 9(4).
               02 dp-num-client    pic 9(4).

       fd FAffectClient.
           01 enr-affect-client.
               02 ap-num-affect    pic 9(6).
               02 ap-num-client    pic 9(4).

       fd FFactureClient.
           01 enr-facture-client.
               02 fp-num-facture   pic 9(6).
               02 fp-num-client    pic 9(4).

       working-storage section.
       01 FDevisStatus             pic x(2).
       01 fco-status               pic x(2).
       01 FCompteursStatus         pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 session-role             pic x(1).
       01 absence-fichier-absent   pic 9.
       01 nom-document             pic x(40).


      *----- Etablissement d'un devis -----
       01 nv-num-compagnie         pic 9(4).
       01 nv-num-client            pic 9(4).
       01 nv-nom-prospect          pic x(30).
       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-heure-debut           pic 9(4).
       01 nv-heure-fin             pic 9(4).
       01 tarif-montant            pic 9(8)v99.
       01 categorie-devis          pic x(02) value spaces.
       01 prix-origine             pic x(1) value 'D'.
       01 tarif-nb-jours           pic 9(4).

      *----- Destination et part kilometrique -----
       01 fvd-status               pic x(2).
       01 nv-code-dest             pic x(06).
       01 nv-code-site             pic x(04).
       01 dest-nom                 pic x(30).
       01 dest-km                  pic 9(4).
       01 dest-duree               pic 9(4).
       01 dest-retour              pic 9.
       01 dest-km-prevus           pic 9(5).
       01 prix-km                  pic 9(2)v99 value 0.
       01 calc-km                  pic 9(5).
       01 calc-montant-km          pic 9(7)v99.
       01 devis-dest-trouve        pic 9.
       01 zfe-critair-bus          pic 9(1).
       01 zfe-critair-max          pic 9(1).
       01 zfe-date-effet           pic 9(8).
       01 zfe-retour               pic 9.

      *----- Equipements demandes par le client -----
       01 nv-equipements.
           02 nv-equip             pic x(1) occurs 5 times.
       01 equip-mode               pic x(1).
       01 equip-objet              pic x(1).
       01 equip-num                pic 9(6).
       01 equip-num-bus            pic 9(6).
       01 equip-demande            pic x(5).
       01 equip-bus                pic x(5).
       01 equip-libelle            pic x(40).
       01 equip-retour             pic 9.

      *----- TVA (taux en centiemes dans les parametres) -----
       01 fpa-status               pic x(2).
       01 taux-tva                 pic 9(2)v99 value 20.
       01 idx-date-zero            pic 9(8) value 0.
       01 motif-refus              pic x(30).

      *----- Controle de credit de la compagnie du devis -----
       01 credit-montant           pic 9(8)v99.
       01 credit-encours           pic 9(9)v99.
       01 credit-plafond           pic 9(8)v99.
       01 credit-retour            pic 9.
       01 credit-derogee           pic 9.
       01 credit-choix             pic 9.

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

      *----- Acompte a l'acceptation -----
       01 ffl-status               pic x(2).
       01 fac-status               pic x(2).
       01 fai-status               pic x(2).
       01 frap-status              pic x(2).
       01 nom-rapport              pic x(40).
       01 taux-acompte             pic 9(3) value 30.
       01 nv-taux-acompte          pic 9(3).
       01 acompte-existe           pic 9.
       01 acompte-recu-ht          pic 9(7)v99.
       01 acompte-impute           pic 9(7)v99.
       01 acompte-reste            pic 9(7)v99.
       01 fin-scan-ai              pic 9.
       01 impute-fichier-absent    pic 9.
       01 motif-annulation         pic x(24).
       01 nb-acomptes-inutilises   pic 9(4).
       01 total-acomptes-inutilises pic 9(8)v99.

      *----- Client particulier du devis -----
       01 fpv-status               pic x(2).
       01 fdp-status               pic x(2).
       01 fap-status               pic x(2).
       01 ffp-status               pic x(2).
       01 client-devis             pic 9(4).
       01 client-acompte-requis    pic x(1).
       01 client-adresse           pic x(40).
       01 client-code-postal       pic x(5).
       01 client-ville             pic x(30).
       01 client-inconnu           pic 9.

      *----- Scellement des pieces emises -----
       01 sceau-type               pic x(1).
       01 sceau-piece              pic x(120).
       01 sceau-retour             pic 9.

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
               '4: Convertir un devis accepte en affectation'.
           02 line 7 col 2 value
               '5: Demandes non servies (registre et rapport)'.
           02 line 8 col 2 value
               '6: Acomptes non imputes des prestations annulees'.
           02 line 9 col 2 value '7: Clients particuliers'.
           02 line 10 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 11 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

               'Compagnie (0 = prospect) : '.
           02 s-nv-num-compagnie pic zzzz to nv-num-compagnie
               required.
           02 line 3 col 40 value 'ou client particulier : '.
           02 s-nv-num-client pic zzzz to nv-num-client.
           02 line 4 col 2 value
               'Nom du prospect (si compagnie 0) : '.
           02 s-nv-nom-prospect pic x(30) to nv-nom-prospect.
               'Tarif par jour (prospect sans contrat) : '.
           02 s-nv-taux pic zzz9.99 to nv-taux required.

       01 s-plg-form-destination.
           02 line 12 col 2 value
               'Destination (code, blanc = aucune) : '.
           02 s-nv-code-dest pic x(06) to nv-code-dest.
           02 line 12 col 48 value 'Depot de depart : '.
           02 s-nv-code-site pic x(04) to nv-code-site.

       01 s-plg-form-equipements.
           02 line 19 col 2 value 'Equipements demandes (O = oui) :'.
           02 line 19 col 36 value 'WC'.
           02 s-nv-equip-1 line 19 col 39 pic x to nv-equip(1).
           02 line 19 col 41 value 'Frigo'.
           02 s-nv-equip-2 line 19 col 47 pic x to nv-equip(2).
           02 line 19 col 49 value 'Skis'.
           02 s-nv-equip-3 line 19 col 54 pic x to nv-equip(3).
           02 line 19 col 56 value 'Micro'.
           02 s-nv-equip-4 line 19 col 62 pic x to nv-equip(4).
           02 line 19 col 64 value 'USB'.
           02 s-nv-equip-5 line 19 col 68 pic x to nv-equip(5).

       01 a-plg-devis-km.
           02 line 18 col 2 value 'Km aller-retour : '.
           02 a-calc-km pic zzzz9 from calc-km.
           02 line 18 col 28 value 'Part kilometrique HT : '.
           02 a-calc-montant-km pic zzzzzz9.99 from calc-montant-km.

       01 a-plg-devis-calcule.
           02 line 13 col 2 value 'Jours factures : '.
           02 a-calc-jours pic zzz9 from calc-nb-jours.
           02 line 6 col 38 value 'Passagers : '.
           02 a-d-pass pic 9(3) from dv-passagers.

       01 s-plg-acompte.
           02 line 8 col 2 value 'Acompte propose : '.
           02 a-taux-acompte pic zz9 from taux-acompte.
           02 line 8 col 24 value '% du montant HT'.
           02 line 9 col 2 value
               'Taux d''acompte retenu (0 = pas d''acompte) : '.
           02 s-taux-acompte pic zz9 to nv-taux-acompte required.
       01 a-plg-acompte-emis.
           02 line 11 col 2 value 'Facture d''acompte : '.
           02 a-ac-facture pic 9(6) from ac-num-facture.
           02 line 12 col 2 value 'Montant HT : '.
           02 a-ac-ht pic zzzzzz9.99 from ac-montant-ht.
           02 line 13 col 2 value 'TVA : '.
           02 a-ac-tva pic zzzzzz9.99 from ac-montant-tva.
           02 line 14 col 2 value 'Montant TTC : '.
           02 a-ac-ttc pic zzzzzz9.99 from ac-montant-ttc.
           02 line 15 col 2 value 'A regler avant le : '.
           02 a-ac-echeance pic 9999/99/99 from fl-date-echeance.
           02 line 16 col 2 value
               'Document : ../ext/Acompte<devis>.txt'.
       01 a-plg-acompte-prospect.
           02 line 20 col 1 value
               'Prospect sans compte compagnie : acompte a '
               &'demander hors grand livre.'.
       01 a-plg-acompte-exige.
           02 line 20 col 1 value
               'Client a acompte exige : la prestation ne partira '
               &'pas sans acompte regle.'.
       01 a-plg-client-inconnu.
           02 line 20 col 1 value 'Client particulier introuvable.'.
       01 a-plg-acompte-existant.
           02 line 20 col 1 value
               'Une facture d''acompte existe deja pour ce devis.'.
       01 a-plg-acompte-erreur.
           02 line 20 col 1 value
               'Facture d''acompte non enregistree.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value 'Rapport edite : '.
           02 a-nom-rapport pic x(40) from nom-rapport.

       01 a-plg-devis-introuvable.
           02 line 20 col 1 value 'Devis introuvable.'.
       01 a-plg-devis-pas-accepte.
           02 line 20 col 1 value
               'Seul un devis accepte (statut A) se convertit.'.
       01 a-plg-destination-inconnue.
           02 line 20 col 1 value
               'Destination absente du referentiel.'.
       01 a-plg-distance-inconnue.
           02 line 20 col 1 value
               'Distance non saisie depuis ce depot : devis sans '
               &'part kilometrique.'.
       01 a-plg-compagnie-inconnue.
           02 line 20 col 1 value 'Compagnie introuvable.'.
       01 a-plg-dates-invalides.
       01 a-plg-conversion-refusee.
           02 line 20 col 1 value 'Conversion refusee : '.
           02 a-motif-refus pic x(30) from motif-refus.
       01 a-plg-credit-depasse.
           02 line 16 col 1 value
               'Attention : compagnie au-dela de son plafond ('.
           02 a-credit-encours pic zzzzzzzz9.99 from credit-encours.
           02 line 16 col 60 value ' / '.
           02 a-credit-plafond pic zzzzzzz9.99 from credit-plafond.
           02 line 16 col 74 value ')'.
       01 a-plg-credit-bloque.
           02 line 16 col 1 value
               'Compagnie bloquee : nouvelles reservations refusees.'.
       01 s-plg-credit-derogation.
           02 line 17 col 1 value
               '1-Deroger (superviseur) / 9-Annuler : '.
           02 s-credit-choix pic 9 to credit-choix required.
       01 a-plg-conversion-ok.
           02 line 20 col 2 value
               'Affectation creee, devis converti : '.
           02 a-num-affect-cree pic 9(6) from numAffect.
       01 a-plg-equip-manquant.
           02 line 21 col 2 value
               'Attention : equipement demande absent du bus : '.
           02 a-equip-libelle pic x(30) from equip-libelle.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun devis.'.
       01 a-plg-statut-ok.
       end-if

       move 'INCONNU' to session-code
       move 'D' to session-role
       open input FSession
       if FSessionStatus = '00' then
           read FSession
                   continue
               not at end
                   move se-code to session-code
                   move se-role to session-role
           end-read
           close FSession
       end-if
               when 3 perform ACCEPTE-DEVIS
               when 4 perform CONVERTIT-DEVIS
               when 5 perform DEMANDES-PERDUES
               when 6 perform EDITE-ACOMPTES-INUTILISES
               when 7 perform CLIENTS-PARTICULIERS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           call 'ss-demandes-perdues'
       .

       CLIENTS-PARTICULIERS.
      * Le rattachement d'une affectation a un client controle le
      * numero dans Affectation.dat : on le libere le temps de
      * l'appel.
           close fAffectation
           call 'ss-client-modif'
           open i-o fAffectation
       .

       CHERCHE-CLIENT-DEVIS.
      * Client particulier du devis lu (0 : compagnie ou simple
      * prospect), avec son adresse de facturation et l'exigence
      * d'acompte.
           move 0 to client-devis
           move 'N' to client-acompte-requis
           move spaces to client-adresse client-code-postal
               client-ville
           if dv-num-compagnie not = 0 then
               exit paragraph
           end-if
           open input FDevisClient
           if fdp-status not = '00' then
               exit paragraph
           end-if
           move dv-num to dp-num-devis
           read FDevisClient
               invalid key
                   move 0 to dp-num-client
           end-read
           close FDevisClient
           if dp-num-client = 0 then
               exit paragraph
           end-if
           move dp-num-client to client-devis
           open input FClientPrive
           if fpv-status not = '00' then
               exit paragraph
           end-if
           move client-devis to pv-num
           read FClientPrive
               invalid key
                   continue
               not invalid key
                   move pv-acompte-requis to client-acompte-requis
                   move pv-adresse to client-adresse
                   move pv-code-postal to client-code-postal
                   move pv-ville to client-ville
           end-read
           close FClientPrive
       .

       LIT-PARAMETRE-TVA.
      * Taux de TVA en centiemes dans les parametres (2000 = 20,00%),
      * meme convention que la facturation ; parametre absent : 20%.
      * Le prix du km des devis suit la meme convention.
           open input FParametres
           if fpa-status = '00' then
               move 'TVA-TAUX-CENTIEMES' to pa-code
                   not invalid key
                       compute taux-tva = pa-valeur / 100
               end-read
      *        prix du km en centimes (180 = 1,80) ; absent : les
      *        devis ne portent pas de part kilometrique
               move 'DEVIS-PRIX-KM-CENT' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       compute prix-km = pa-valeur / 100
               end-read
      *        acompte demande a l'acceptation, en % du HT ;
      *        absent : 30 %
               move 'ACOMPTE-TAUX-PCT' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to taux-acompte
               end-read
               close FParametres
           end-if
       .

       ETABLIT-DEVIS.
      * Le tarif vient de la grille de la compagnie (tranche de
      * places selon les passagers, saison du depart), a defaut de
      * son contrat ; pour un prospect sans contrat il est saisi.
      * Le decompte des jours suit la convention du recapitulatif
      * (date de fin exclue).
           display a-plg-efface-ecran
           display a-plg-titre-global
           move 0 to nv-num-client
           display s-plg-form-devis
           accept s-plg-form-devis

           end-if

           move 0 to compagnie-inconnue
           move 0 to client-inconnu
           if nv-num-compagnie = 0 and nv-num-client not = 0 then
               perform LIT-CLIENT-SAISI
               if client-inconnu = 1 then
                   display a-plg-client-inconnu
                   stop ' '
                   exit paragraph
               end-if
           end-if
           if nv-num-compagnie not = 0 then
               move nv-num-compagnie to num-compagnie
               read FCompagnie
               invalid key
                   move 1 to compagnie-inconnue
               not invalid key
                   call 'ss-tarif-compagnie' using num-compagnie
                       categorie-devis nv-passagers nv-date-debut
                       taux-jour-compagnie nv-taux
                   move nom-compagnie to nv-nom-prospect
               end-read
           else
               exit paragraph
           end-if

      *    destination facultative : l'aller-retour depuis le depot
      *    de depart, au prix du km, s'ajoute aux jours
           move spaces to nv-code-dest nv-code-site
           move 0 to calc-km
           move 0 to calc-montant-km
           display s-plg-form-destination
           accept s-plg-form-destination
           if nv-code-dest not = spaces then
               move function upper-case(nv-code-dest) to nv-code-dest
               move function upper-case(nv-code-site) to nv-code-site
               call 'ss-destination-distance' using nv-code-dest
                   nv-code-site dest-nom dest-km dest-duree
                   dest-retour
               if dest-retour = 1 then
                   display a-plg-destination-inconnue
                   stop ' '
                   exit paragraph
               end-if
               if dest-retour = 2 then
                   display a-plg-distance-inconnue
                   stop ' '
               end-if
               compute calc-km = dest-km * 2
               compute calc-montant-km rounded = calc-km * prix-km
           end-if

      *    equipements a bord demandes par le client (toilettes,
      *    frigo, coffre a skis, micro, prises USB)
           move spaces to nv-equipements
           display s-plg-form-equipements
           accept s-plg-form-equipements

      *    le montant passe par la grille tarifaire commune a la
      *    facturation : majorations dimanche, ferie et depart de
      *    nuit selon TarifGrille.dat et Feries.dat
               nv-heure-debut nv-heure-fin nv-taux
               tarif-montant tarif-nb-jours
           move tarif-nb-jours to calc-nb-jours
           compute calc-montant = tarif-montant + calc-montant-km
           compute calc-montant-tva rounded =
               calc-montant * taux-tva / 100
           compute calc-montant-ttc =
               calc-montant + calc-montant-tva

           perform ECRIT-DEVIS
           perform ECRIT-DEVIS-CLIENT
           perform ECRIT-DEVIS-DEST
           perform ECRIT-DEVIS-EQUIP
           perform CHERCHE-CLIENT-DEVIS
           perform IMPRIME-DEVIS

           display a-plg-devis-calcule
           if nv-code-dest not = spaces then
               display a-plg-devis-km
           end-if
           stop ' '
       .

           end-write
       .

       LIT-CLIENT-SAISI.
      * Un client particulier donne son nom au devis ; le tarif se
      * saisit comme pour un prospect.
           open input FClientPrive
           if fpv-status not = '00' then
               move 1 to client-inconnu
               exit paragraph
           end-if
           move nv-num-client to pv-num
           read FClientPrive
               invalid key
                   move 1 to client-inconnu
               not invalid key
                   move pv-nom to nv-nom-prospect
           end-read
           close FClientPrive
       .

       ECRIT-DEVIS-CLIENT.
           if nv-num-compagnie not = 0 or nv-num-client = 0 then
               exit paragraph
           end-if
           open i-o FDevisClient
           if fdp-status = '35' then
               open output FDevisClient
               close FDevisClient
               open i-o FDevisClient
           end-if
           if fdp-status not = '00' then
               exit paragraph
           end-if
           move dv-num to dp-num-devis
           move nv-num-client to dp-num-client
           write enr-devis-client
           invalid key
               rewrite enr-devis-client
               invalid key
                   continue
               end-rewrite
           end-write
           close FDevisClient
       .

       ECRIT-DEVIS-DEST.
           if nv-code-dest = spaces then
               exit paragraph
           end-if
           open i-o FDevisDest
           if fvd-status = '35' then
               open output FDevisDest
               close FDevisDest
               open i-o FDevisDest
           end-if
           if fvd-status not = '00' then
               exit paragraph
           end-if
           move dv-num to vd-num-devis
           move nv-code-dest to vd-code-dest
           move nv-code-site to vd-code-site
           move calc-km to vd-km
           move prix-km to vd-prix-km
           move calc-montant-km to vd-montant-km
           write enr-devis-dest
           invalid key
               rewrite enr-devis-dest
               invalid key
                   continue
               end-rewrite
           end-write
           close FDevisDest
       .

       ECRIT-DEVIS-EQUIP.
      * equip-demande et equip-libelle restent positionnes pour
      * l'edition du devis.
           move 'E' to equip-mode
           move 'D' to equip-objet
           move dv-num to equip-num
           move nv-equipements to equip-demande
           call 'ss-equip-controle' using equip-mode equip-objet
               equip-num equip-num-bus equip-demande equip-bus
               equip-libelle equip-retour
       .

       LIT-DEVIS-EQUIP.
           move 'L' to equip-mode
           move 'D' to equip-objet
           move dv-num to equip-num
           call 'ss-equip-controle' using equip-mode equip-objet
               equip-num equip-num-bus equip-demande equip-bus
               equip-libelle equip-retour
       .

       LIT-DEVIS-DEST.
           move 0 to devis-dest-trouve
           open input FDevisDest
           if fvd-status = '00' then
               move dv-num to vd-num-devis
               read FDevisDest
                   invalid key
                       continue
                   not invalid key
                       move 1 to devis-dest-trouve
               end-read
               close FDevisDest
           end-if
       .

       IMPRIME-DEVIS.
           move spaces to nom-document
           string '../ext/Devis' dv-num '.txt'
           string 'Client         : ' function trim(dv-nom-client)
               delimited by size into contenu-document
           write LigneDocument
           if client-devis not = 0 then
               perform IMPRIME-ADRESSE-CLIENT
           end-if
           move spaces to contenu-document
           string 'Periode        : ' dv-date-debut ' au '
               dv-date-fin
               ' au tarif ' dv-taux ' (grille tarifaire)'
               delimited by size into contenu-document
           write LigneDocument
           if nv-code-dest not = spaces then
               move spaces to contenu-document
               string 'Destination    : ' function trim(dest-nom)
                   ' (depart ' nv-code-site ')'
                   delimited by size into contenu-document
               write LigneDocument
               move spaces to contenu-document
               string 'Kilometres     : ' calc-km
                   ' km aller-retour a ' prix-km ' = '
                   calc-montant-km
                   delimited by size into contenu-document
               write LigneDocument
           end-if
           if equip-libelle not = spaces then
               move spaces to contenu-document
               string 'Equipements    : ' equip-libelle
                   delimited by size into contenu-document
               write LigneDocument
           end-if
           move spaces to contenu-document
           string 'Montant HT     : ' dv-montant
               delimited by size into contenu-document
           write LigneDocument

           close FDocument
           move 'DV' to envoi-type-doc
           perform DEPOSE-ENVOI-DEVIS
       .

       IMPRIME-ADRESSE-CLIENT.
           move spaces to contenu-document
           string '                 ' function trim(client-adresse)
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string '                 ' client-code-postal ' '
               function trim(client-ville)
               delimited by size into contenu-document
           write LigneDocument
       .

       LISTE-DEVIS.
                   continue
               not invalid key
                   display a-plg-statut-ok
                   perform PROPOSE-ACOMPTE
               end-rewrite
           end-read

           stop ' '
       .

       PROPOSE-ACOMPTE.
      * Les grands circuits et locations privees partent sur un
      * acompte : la facture d'acompte a son propre numero au grand
      * livre, sa TVA au taux du devis, et se regle par la saisie
      * des reglements comme toute facture. Un client particulier
      * y a son compte comme une compagnie ; un simple prospect n'en
      * a pas : son acompte se traite hors grand livre.
           perform CHERCHE-CLIENT-DEVIS
           if dv-num-compagnie = 0 and client-devis = 0 then
               display a-plg-acompte-prospect
               exit paragraph
           end-if

           open i-o FAcompte
           if fac-status = '35' then
               open output FAcompte
               close FAcompte
               open i-o FAcompte
           end-if
           if fac-status not = '00' then
               exit paragraph
           end-if
           move dv-num to ac-num-devis
           move 0 to acompte-existe
           read FAcompte
               invalid key
                   continue
               not invalid key
                   move 1 to acompte-existe
           end-read
           if acompte-existe = 1 then
               close FAcompte
               display a-plg-acompte-existant
               exit paragraph
           end-if

           display s-plg-acompte
           accept s-plg-acompte
           if nv-taux-acompte = 0 or nv-taux-acompte > 100 then
               close FAcompte
               if client-acompte-requis = 'O' then
                   display a-plg-acompte-exige
               end-if
               exit paragraph
           end-if

           open i-o FFactureDat
           if ffl-status = '35' then
               open output FFactureDat
               close FFactureDat
               open i-o FFactureDat
           end-if
           if ffl-status not = '00' then
               close FAcompte
               display a-error-open
               exit paragraph
           end-if

           move 999999 to fl-num
           start FFactureDat key < fl-num
           invalid key
               move 0 to fl-num
           not invalid key
               read FFactureDat next
                   at end
                       move 0 to fl-num
                   not at end
                       continue
               end-read
           end-start
           add 1 to fl-num

           accept date-jour from date yyyymmdd
           move dv-num to ac-num-devis
           move fl-num to ac-num-facture
           move 0 to ac-num-affect
           move dv-num-compagnie to ac-num-compagnie
           move date-jour to ac-date
           move nv-taux-acompte to ac-taux
           compute ac-montant-ht rounded =
               dv-montant * nv-taux-acompte / 100
           compute ac-montant-tva rounded =
               ac-montant-ht * dv-taux-tva / 100
           compute ac-montant-ttc = ac-montant-ht + ac-montant-tva

      *    a regler avant le depart, au plus tard le jour meme
           move dv-num-compagnie to fl-num-compagnie
           compute fl-periode = date-jour / 100
           move date-jour to fl-date-emission
           if dv-date-debut > date-jour then
               move dv-date-debut to fl-date-echeance
           else
               move date-jour to fl-date-echeance
           end-if
           move ac-montant-ht to fl-montant-ht
           move ac-montant-tva to fl-montant-tva
           move ac-montant-ttc to fl-montant
           move 0 to fl-montant-regle
           move 'O' to fl-statut
           move 0 to fl-date-reglement

           write enr-facture
           invalid key
               close FFactureDat
               close FAcompte
               display a-plg-acompte-erreur
               exit paragraph
           end-write
      *    la facture d'acompte est scellee des son emission
           move 'F' to sceau-type
           move spaces to sceau-piece
           move enr-facture to sceau-piece
           call 'ss-sceau-depose' using sceau-type sceau-piece
               sceau-retour
           write enr-acompte
           invalid key
               continue
           end-write
           if client-devis not = 0 then
               perform ECRIT-FACTURE-CLIENT
           end-if

           perform IMPRIME-ACOMPTE
           perform ECRIT-JOURNAL-ACOMPTE
           display a-plg-acompte-emis

           close FFactureDat
           close FAcompte
       .

       ECRIT-FACTURE-CLIENT.
      * La facture d'acompte d'un client particulier lui est
      * adressee en nom propre.
           open i-o FFactureClient
           if ffp-status = '35' then
               open output FFactureClient
               close FFactureClient
               open i-o FFactureClient
           end-if
           if ffp-status not = '00' then
               exit paragraph
           end-if
           move fl-num to fp-num-facture
           move client-devis to fp-num-client
           write enr-facture-client
           invalid key
               continue
           end-write
           close FFactureClient
       .

       IMPRIME-ACOMPTE.
           move spaces to nom-document
           string '../ext/Acompte' dv-num '.txt'
               delimited by size into nom-document
           open output FDocument
           if fdoc-status not = '00' then
               exit paragraph
           end-if

           move '        ----- Facture d''acompte -----'
               to contenu-document
           write LigneDocument
           move spaces to contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Facture numero : ' fl-num ' du ' fl-date-emission
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Client         : ' function trim(dv-nom-client)
               delimited by size into contenu-document
           write LigneDocument
           if client-devis not = 0 then
               perform IMPRIME-ADRESSE-CLIENT
           end-if
           move spaces to contenu-document
           string 'Devis accepte  : ' dv-num ' - periode '
               dv-date-debut ' au ' dv-date-fin
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Montant devis  : ' dv-montant ' HT'
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Acompte de ' ac-taux ' % HT : ' ac-montant-ht
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'TVA (' dv-taux-tva ' %) : ' ac-montant-tva
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'Montant TTC a regler : ' ac-montant-ttc
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           string 'A regler avant le ' fl-date-echeance
               delimited by size into contenu-document
           write LigneDocument
           move spaces to contenu-document
           write LigneDocument
           move 'L''acompte recu sera deduit de la facture de la '
               & 'prestation.' to contenu-document
           write LigneDocument

           close FDocument
           move 'AC' to envoi-type-doc
           perform DEPOSE-ENVOI-DEVIS
       .

       DEPOSE-ENVOI-DEVIS.
      * Devis et facture d'acompte partent au client par la file
      * d'expedition ; un prospect sans fiche client ni compagnie
      * n'a pas d'adresse connue et recoit le document en main
      * propre.
           if client-devis not = 0 then
               move 'P' to envoi-dest-type
               move client-devis to envoi-dest-num
           else
               if dv-num-compagnie = 0 then
                   exit paragraph
               end-if
               move 'C' to envoi-dest-type
               move dv-num-compagnie to envoi-dest-num
           end-if
           move spaces to envoi-reference
           move dv-num to envoi-reference
           move nom-document to envoi-fichier
           call 'ss-envoi-depose' using envoi-type-doc
               envoi-reference envoi-dest-type envoi-dest-num
               envoi-fichier envoi-num
       .

       ECRIT-JOURNAL-ACOMPTE.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'FACTURE' ' | ' 'ACOMPTE'
               ' | id=' fl-num
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | devis=' dv-num
               ' | taux=' ac-taux
               ' | ttc=' ac-montant-ttc
               delimited by size into ligne-journal
           write ligne-journal
       .

       LIE-ACOMPTE-AFFECT.
      * L'acompte du devis suit l'affectation qui en est issue : la
      * facturation du mois le retrouve par elle.
           open i-o FAcompte
           if fac-status not = '00' then
               exit paragraph
           end-if
           move dv-num to ac-num-devis
           read FAcompte
               invalid key
                   continue
               not invalid key
                   move numAffect to ac-num-affect
                   rewrite enr-acompte
                       invalid key
                           continue
                   end-rewrite
           end-read
           close FAcompte
       .

       LIE-CLIENT-AFFECT.
      * L'affectation issue du devis d'un particulier lui est
      * facturee, et non a la compagnie du bus.
           open i-o FAffectClient
           if fap-status = '35' then
               open output FAffectClient
               close FAffectClient
               open i-o FAffectClient
           end-if
           if fap-status not = '00' then
               exit paragraph
           end-if
           move numAffect to ap-num-affect
           move client-devis to ap-num-client
           write enr-affect-client
           invalid key
               continue
           end-write
           close FAffectClient
       .

       EDITE-ACOMPTES-INUTILISES.
      * Acomptes encaisses et pas (entierement) deduits alors que la
      * prestation n'aura pas lieu : affectation issue du devis
      * supprimee, ou devis accepte jamais converti dont la periode
      * est passee. A rembourser ou a conserver selon les
      * conditions de vente.
           open input FAcompte
           if fac-status not = '00' then
               display a-plg-aucun-resultat
               stop ' '
               exit paragraph
           end-if
           open input FFactureDat
           if ffl-status not = '00' then
               close FAcompte
               display a-plg-aucun-resultat
               stop ' '
               exit paragraph
           end-if
           move 0 to impute-fichier-absent
           open input FAcompteImpute
           if fai-status not = '00' then
               move 1 to impute-fichier-absent
           end-if

           move '../ext/AcomptesNonImputes.txt' to nom-rapport
           open output FRapport
           if frap-status not = '00' then
               close FAcompte
               close FFactureDat
               if impute-fichier-absent = 0 then
                   close FAcompteImpute
               end-if
               exit paragraph
           end-if

           accept date-jour from date yyyymmdd
           move spaces to contenu-rapport
           string '----- Acomptes non imputes des prestations '
               'annulees au ' date-jour ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Devis Facture Cie  Motif                    '
               & '    Recu HT     Reste HT' to contenu-rapport
           write LigneRapport

           move 0 to nb-acomptes-inutilises
           move 0 to total-acomptes-inutilises
           move 0 to ac-num-devis
           move 0 to fin-scan
           start FAcompte key > ac-num-devis
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAcompte next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform CONTROLE-ACOMPTE-INUTILISE
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Acomptes a regulariser : ' nb-acomptes-inutilises
               '  total HT : ' total-acomptes-inutilises
               delimited by size into contenu-rapport
           write LigneRapport

           close FRapport
           close FAcompte
           close FFactureDat
           if impute-fichier-absent = 0 then
               close FAcompteImpute
           end-if

           move 'ss-devis' to spool-programme
           move spaces to spool-parametres
           string 'acomptes non imputes au ' date-jour
               delimited by size into spool-parametres
           move nom-rapport to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       CONTROLE-ACOMPTE-INUTILISE.
           move spaces to motif-annulation
           if ac-num-affect not = 0 then
               move ac-num-affect to numAffect
               read fAffectation
                   invalid key
                       move 'affectation disparue' to
                           motif-annulation
                   not invalid key
                       if statutA = 'I' then
                           move 'affectation supprimee' to
                               motif-annulation
                       end-if
               end-read
           else
               move ac-num-devis to dv-num
               read FDevis
                   invalid key
                       move 'devis disparu' to motif-annulation
                   not invalid key
                       if dv-date-fin < date-jour then
                           move 'devis jamais converti' to
                               motif-annulation
                       end-if
               end-read
           end-if
           if motif-annulation = spaces then
               exit paragraph
           end-if

           perform CALCULE-ACOMPTE-RESTANT
           if acompte-reste = 0 then
               exit paragraph
           end-if

           add 1 to nb-acomptes-inutilises
           add acompte-reste to total-acomptes-inutilises
           move spaces to contenu-rapport
           string ac-num-devis '  ' ac-num-facture ' '
               ac-num-compagnie ' ' motif-annulation ' '
               acompte-recu-ht ' ' acompte-reste
               delimited by size into contenu-rapport
           write LigneRapport
       .

       CALCULE-ACOMPTE-RESTANT.
      * Part HT de l'acompte effectivement encaissee (au prorata
      * d'un reglement partiel), diminuee de ce que la facturation
      * a deja deduit.
           move 0 to acompte-recu-ht
           move 0 to acompte-impute
           move 0 to acompte-reste
           move ac-num-facture to fl-num
           read FFactureDat
               invalid key
                   exit paragraph
           end-read
           if fl-statut = 'A' or fl-montant-regle = 0 then
               exit paragraph
           end-if
           if fl-montant-regle >= fl-montant then
               move ac-montant-ht to acompte-recu-ht
           else
               compute acompte-recu-ht rounded =
                   fl-montant-regle * ac-montant-ht / ac-montant-ttc
           end-if
           if impute-fichier-absent = 1 then
               move acompte-recu-ht to acompte-reste
               exit paragraph
           end-if

           move ac-num-devis to ai-num-devis
           move 0 to ai-periode
           move 0 to fin-scan-ai
           start FAcompteImpute key > ai-cle
               invalid key
                   move 1 to fin-scan-ai
           end-start
           perform with test after until (fin-scan-ai = 1)
               read FAcompteImpute next
                   at end
                       move 1 to fin-scan-ai
                   not at end
                       if ai-num-devis not = ac-num-devis then
                           move 1 to fin-scan-ai
                       else
                           add ai-montant-ht to acompte-impute
                       end-if
               end-read
           end-perform

           if acompte-impute < acompte-recu-ht then
               compute acompte-reste =
                   acompte-recu-ht - acompte-impute
           end-if
       .

       CONVERTIT-DEVIS.
      * Un devis accepte devient une affectation reelle par la porte
      * normale : bus et chauffeur choisis passent les controles de

           move 0 to conversion-refusee
           move spaces to motif-refus
           move 0 to credit-derogee
           perform CONTROLE-CONVERSION
           if conversion-refusee = 0 then
               perform CONTROLE-CREDIT-DEVIS
           end-if
           perform CHERCHE-CLIENT-DEVIS
           if conversion-refusee = 0
           and client-acompte-requis = 'O' then
               perform CONTROLE-ACOMPTE-REGLE
           end-if

           if conversion-refusee = 1 then
               display a-plg-conversion-refusee
               exit paragraph
           end-if

      *    bus admis dans la zone a faibles emissions de la
      *    destination du devis
           perform LIT-DEVIS-DEST
           if devis-dest-trouve = 1 then
               call 'ss-zfe-controle' using fb-numero vd-code-dest
                   dv-date-debut dv-date-fin zfe-critair-bus
                   zfe-critair-max zfe-date-effet zfe-retour
               if zfe-retour = 1 then
                   move 1 to conversion-refusee
                   move 'bus interdit en zone ZFE' to motif-refus
                   exit paragraph
               end-if
           end-if

      *    bus libre sur la periode du devis
           move 0 to fin-scan
           move cv-num-bus to numBusA
           end-if
       .

       CONTROLE-CREDIT-DEVIS.
      * Le devis converti devient du travail pour sa compagnie : au
      * montant du devis, l'encours au-dela du plafond est signale ;
      * une compagnie bloquee est refusee, sauf derogation d'un
      * superviseur, tracee au journal. Un prospect n'a pas d'encours.
           if dv-num-compagnie = 0 then
               exit paragraph
           end-if
           move dv-montant to credit-montant

           close FCompagnie
           close fAffectation
           close FBus
           call 'ss-credit-controle' using dv-num-compagnie
               credit-montant credit-encours credit-plafond
               credit-retour
           open input FCompagnie
           open i-o fAffectation
           open input FBus

           if credit-retour = 1 then
               display a-plg-credit-depasse
           end-if
           if credit-retour = 2 then
               move 1 to conversion-refusee
               move 'compagnie bloquee (credit)' to motif-refus
               display a-plg-credit-bloque
               if session-role = 'S' then
                   display s-plg-credit-derogation
                   accept s-plg-credit-derogation
                   if credit-choix = 1 then
                       move 0 to conversion-refusee
                       move spaces to motif-refus
                       move 1 to credit-derogee
                   end-if
               end-if
           end-if

      *    le bus retenu est relu pour la suite de la conversion
           move cv-num-bus to fb-numero
           read FBus
           invalid key
               continue
           end-read
       .

       CONTROLE-ACOMPTE-REGLE.
      * Un client particulier a acompte exige ne part qu'une fois la
      * facture d'acompte de son devis entierement reglee.
           move 1 to conversion-refusee
           move 'acompte exige non regle' to motif-refus
           open input FAcompte
           if fac-status not = '00' then
               exit paragraph
           end-if
           move dv-num to ac-num-devis
           read FAcompte
               invalid key
                   close FAcompte
                   exit paragraph
           end-read
           close FAcompte
           open input FFactureDat
           if ffl-status not = '00' then
               exit paragraph
           end-if
           move ac-num-facture to fl-num
           read FFactureDat
               invalid key
                   continue
               not invalid key
                   if fl-statut not = 'A'
                   and fl-montant-regle >= fl-montant then
                       move 0 to conversion-refusee
                       move spaces to motif-refus
                   end-if
           end-read
           close FFactureDat
       .

       JOURNALISE-DEROGATION-CREDIT.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'CREDIT' ' | ' 'DEROGATION'
               ' | id=' numAffect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | compagnie=' dv-num-compagnie
               ' | encours=' credit-encours
               ' | plafond=' credit-plafond
               ' | devis=' dv-num
               delimited by size into ligne-journal
           write ligne-journal
       .

       ECRIT-AFFECTATION-DEVIS.
           move 999999 to numAffect
           start fAffectation key < numAffect
               end-rewrite
               display a-plg-conversion-ok
               perform MAJ-COMPTEUR-AFFECT
               perform LIE-ACOMPTE-AFFECT
               if client-devis not = 0 then
                   perform LIE-CLIENT-AFFECT
               end-if
               perform ECRIT-JOURNAL
               if credit-derogee = 1 then
                   perform JOURNALISE-DEROGATION-CREDIT
               end-if
      *        le taux du devis accepte devient le prix convenu
               call 'ss-prix-gel' using numAffect cv-num-bus
                   dv-date-debut dv-taux prix-origine session-code
      *        la destination du devis suit l'affectation, distance
      *        reprise depuis le depot du bus retenu
               perform LIT-DEVIS-DEST
               if devis-dest-trouve = 1 then
                   call 'ss-affect-dest' using numAffect
                       vd-code-dest fb-code-site dest-km-prevus
                       dest-retour
               end-if
      *        les equipements demandes suivent l'affectation ; un
      *        bus qui ne les a pas tous est signale
               perform LIT-DEVIS-EQUIP
               if equip-demande not = spaces then
                   perform EQUIPEMENTS-AFFECTATION
               end-if
      *        l'index par date suit l'affectation issue du devis
               call 'ss-affect-index' using idx-operation numAffect
                   idx-date-zero idx-date-zero
                   dateDebAffectA dateFinAffectA
      *        confirmation de commande au prix du devis fige
               call 'ss-confirmation' using numAffect numBusA
                   dateDebAffectA dateFinAffectA heureDebA heureFinA
                   nbPassagersA nbPmrA session-code
           end-write
       .

       EQUIPEMENTS-AFFECTATION.
           move 'E' to equip-mode
           move 'A' to equip-objet
           move numAffect to equip-num
           call 'ss-equip-controle' using equip-mode equip-objet
               equip-num equip-num-bus equip-demande equip-bus
               equip-libelle equip-retour
           move 'C' to equip-mode
           move numBusA to equip-num-bus
           call 'ss-equip-controle' using equip-mode equip-objet
               equip-num equip-num-bus equip-demande equip-bus
               equip-libelle equip-retour
           if equip-retour = 1 then
               display a-plg-equip-manquant
           end-if
       .

       MAJ-COMPTEUR-AFFECT.
      * L'affectation issue du devis entre dans le compteur
      * d'actives du tableau de bord, comme les autres creations
