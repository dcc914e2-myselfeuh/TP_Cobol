       program-id. ss-recette-bord.

       input-output section.
           file-control.
           select FTitre assign to "../ext/TitreBord.dat"
               organization is indexed
               access mode is dynamic
                   record key is tt-code
               status ftt-status.

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

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Titres vendus a bord des lignes regulieres et leur prix de
      * vente actuel ; la vente garde le prix du jour ou elle a eu
      * lieu.
       fd FTitre.
           01 enr-titre.
               02 tt-code          pic x(4).
               02 tt-libelle       pic x(20).
               02 tt-prix          pic 9(3)v99.

      * Ventes du jour d'une affectation, par titre : la recette
      * attendue du chauffeur vendeur.
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

      * Versement de la recette d'un jour de service par un
      * chauffeur, tel que recu au depot (l'ancien bordereau papier).
       fd FVersement.
           01 enr-versement.
               02 vr-cle.
                   03 vr-num-chauff    pic 9(6).
                   03 vr-date          pic 9(8).
               02 vr-montant       pic 9(6)v99.
               02 vr-date-remise   pic 9(8).
               02 vr-code-oper     pic x(8).

       fd fAffectation.
           01 rec-Affectation.
               02 numAffect        pic 9(6).
               02 numChaufA        pic 9(6).
               02 numBusA          pic 9(6).
               02 dateDebAffectA   pic 9(8).
               02 dateFinAffectA   pic 9(8).
               02 nbPassagersA     pic 9(3).
               02 statutA          pic x(01).
               02 motifA           pic x(40).
               02 numChauf2A       pic 9(6).
               02 heureDebA        pic 9(4).
               02 heureFinA        pic 9(4).
               02 nbPmrA           pic 9(3).

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

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 ftt-status               pic x(2).
       01 fvb-status               pic x(2).
       01 fvr-status               pic x(2).
       01 fstatus                  pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FSessionStatus           pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 aucun-resultat           pic 9.
       01 date-jour                pic 9(8).
       01 session-code             pic x(8).
       01 resultat-date-valide     pic 9.
       01 confirme                 pic x(1).

       01 nv-code-titre            pic x(4).
       01 nv-libelle-titre         pic x(20).
       01 nv-prix                  pic 9(3)v99.
       01 nv-num-affect            pic 9(6).
       01 nv-date                  pic 9(8).
       01 nv-nb-titres             pic 9(4).
       01 nv-num-chauff            pic 9(6).
       01 nv-montant               pic 9(6)v99.
       01 nv-date-remise           pic 9(8).

       01 total-titres             pic 9(5).
       01 total-attendu            pic 9(7)v99.
       01 montant-precedent        pic 9(6)v99.

       01 nom-ssprog               pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Recettes a bord et versements des chauffeurs -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Creer ou modifier un titre vendu a bord'.
           02 line 4 col 2 value '2: Lister les titres et tarifs'.
           02 line 5 col 2 value
               '3: Saisir les ventes d''une affectation (jour)'.
           02 line 6 col 2 value
               '4: Saisir le versement d''un chauffeur'.
           02 line 7 col 2 value
               '5: Rapprochement ventes / versements'.
           02 line 9 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 11 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-code-titre.
           02 line 3 col 2 value 'Code du titre : '.
           02 s-nv-code-titre pic x(4) to nv-code-titre required.
       01 s-plg-form-titre.
           02 line 5 col 2 value 'Libelle : '.
           02 s-nv-libelle-titre pic x(20) using nv-libelle-titre
               required.
           02 line 6 col 2 value 'Prix de vente (EUR) : '.
           02 s-nv-prix pic zz9.99 using nv-prix required.

       01 a-plg-titre-colonne.
           02 line 3 col 2 value 'Code'.
           02 line 3 col 8 value 'Libelle'.
           02 line 3 col 30 value 'Prix'.
       01 a-plg-titre-data.
           02 a-tt-code line i col 2 pic x(4) from tt-code.
           02 a-tt-libelle line i col 8 pic x(20) from tt-libelle.
           02 a-tt-prix line i col 30 pic zz9.99 from tt-prix.

       01 s-plg-form-affect.
           02 line 3 col 2 value 'Numero de l''affectation : '.
           02 s-nv-num-affect pic zzzzzz to nv-num-affect required.
           02 line 4 col 2 value 'Jour de service (AAAAMMJJ) : '.
           02 s-nv-date pic 9(8) using nv-date required.
       01 a-plg-colonnes-ventes.
           02 line 6 col 2 value 'Titre'.
           02 line 6 col 8 value 'Libelle'.
           02 line 6 col 30 value 'Prix'.
           02 line 6 col 38 value 'Nombre vendu'.
       01 s-plg-ligne-vente.
           02 a-vt-code line i col 2 pic x(4) from tt-code.
           02 a-vt-libelle line i col 8 pic x(20) from tt-libelle.
           02 a-vt-prix line i col 30 pic zz9.99 from tt-prix.
           02 s-vt-nombre line i col 38 pic zzz9 using nv-nb-titres.
       01 a-plg-total-ventes.
           02 line 20 col 1 value 'Titres : '.
           02 a-total-titres pic zzzz9 from total-titres.
           02 line 20 col 20 value 'Recette attendue : '.
           02 a-total-attendu pic zzzzzz9.99 from total-attendu.

       01 s-plg-form-versement.
           02 line 3 col 2 value 'Numero du chauffeur : '.
           02 s-nv-num-chauff pic zzzzzz to nv-num-chauff required.
           02 line 4 col 2 value 'Jour de service (AAAAMMJJ) : '.
           02 s-nv-date-v pic 9(8) using nv-date required.
       01 a-plg-attendu-chauffeur.
           02 line 6 col 2 value 'Recette attendue (ventes) : '.
           02 a-attendu pic zzzzzz9.99 from total-attendu.
       01 a-plg-versement-existant.
           02 line 7 col 2 value 'Versement deja saisi : '.
           02 a-montant-precedent pic zzzzz9.99
               from montant-precedent.
           02 line 7 col 40 value 'recu par '.
           02 a-vr-code-oper pic x(8) from vr-code-oper.
       01 s-plg-montant-versement.
           02 line 9 col 2 value 'Montant remis (EUR) : '.
           02 s-nv-montant pic zzzzz9.99 to nv-montant required.
           02 line 10 col 2 value 'Remis le (AAAAMMJJ) : '.
           02 s-nv-date-remise pic 9(8) using nv-date-remise
               required.
       01 s-plg-confirme-remplace.
           02 line 12 col 2 value
               'Remplacer le versement deja saisi (O/N) : '.
           02 s-confirme pic x(1) to confirme required.

       01 a-plg-affect-introuvable.
           02 line 20 col 1 value
               'Affectation introuvable ou inactive.'.
       01 a-plg-jour-hors-affect.
           02 line 20 col 1 value
               'Ce jour n''est pas couvert par l''affectation.'.
       01 a-plg-chauffeur-introuvable.
           02 line 20 col 1 value 'Chauffeur introuvable.'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-aucun-titre.
           02 line 20 col 1 value
               'Aucun titre defini : creer les tarifs d''abord.'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun titre.'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 21 col 1 value 'Operation effectuee'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Les lignes regulieres : le chauffeur vend des titres a bord
      * et remet la recette au depot. Les ventes du jour de chaque
      * affectation donnent la recette attendue, le versement saisi
      * au depot la recette remise ; le rapprochement fait
      * apparaitre les ecarts par chauffeur et par jour.

       open i-o FTitre
       if ftt-status = '35' then
           open output FTitre
           close FTitre
           open i-o FTitre
       end-if
       open i-o FVente
       if fvb-status = '35' then
           open output FVente
           close FVente
           open i-o FVente
       end-if
       open i-o FVersement
       if fvr-status = '35' then
           open output FVersement
           close FVersement
           open i-o FVersement
       end-if
       open input fAffectation
       open input FChaufNouv

       if ftt-status not = '00' or fvb-status not = '00'
       or fvr-status not = '00' or fstatus not = '00'
       or FChaufNouvStatus not = '00' then
           display a-error-open
           stop ' '
           perform FERME-FICHIERS
           goback
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

       accept date-jour from date yyyymmdd

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform MAJ-TITRE
               when 2 perform LISTE-TITRES
               when 3 perform SAISIT-VENTES
               when 4 perform SAISIT-VERSEMENT
               when 5 perform RAPPROCHEMENT
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       perform FERME-FICHIERS

       goback
       .

       FERME-FICHIERS.
           close FTitre
           close FVente
           close FVersement
           close fAffectation
           close FChaufNouv
       .

       MAJ-TITRE.
      * Un changement de prix ne vaut que pour les ventes saisies
      * ensuite : chaque vente garde son prix.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-code-titre
           accept s-plg-code-titre

           move function upper-case(nv-code-titre) to tt-code
           move spaces to nv-libelle-titre
           move 0 to nv-prix
           read FTitre
               invalid key
                   continue
               not invalid key
                   move tt-libelle to nv-libelle-titre
                   move tt-prix to nv-prix
           end-read

           display s-plg-form-titre
           accept s-plg-form-titre

           move function upper-case(nv-libelle-titre) to tt-libelle
           move nv-prix to tt-prix
           write enr-titre
           invalid key
               rewrite enr-titre
               invalid key
                   display a-plg-modif-erreur
                   stop ' '
                   exit paragraph
               end-rewrite
           end-write
           display a-plg-modif-succes
           stop ' '
       .

       LISTE-TITRES.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-titre-colonne

           move 4 to i
           move 1 to aucun-resultat
           move spaces to tt-code
           move 0 to fin-scan
           start FTitre key > tt-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FTitre next
                   at end
                       move 1 to fin-scan
                   not at end
                       display a-plg-titre-data
                       add 1 to i
                       move 0 to aucun-resultat
                       if i > 20 then
                           move 4 to i
                           stop ' '
                           display a-plg-efface-ecran
                           display a-plg-titre-global
                           display a-plg-titre-colonne
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           stop ' '
       .

       SAISIT-VENTES.
      * Un nombre par titre pour le jour de service ; la saisie
      * reprend les nombres deja enregistres et 0 efface la ligne.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move date-jour to nv-date
           display s-plg-form-affect
           accept s-plg-form-affect

           move nv-num-affect to numAffect
           read fAffectation
               invalid key
                   display a-plg-affect-introuvable
                   stop ' '
                   exit paragraph
           end-read
           if statutA = 'I' or statutA = 'B' then
               display a-plg-affect-introuvable
               stop ' '
               exit paragraph
           end-if
           if nv-date < dateDebAffectA or nv-date > dateFinAffectA
           then
               display a-plg-jour-hors-affect
               stop ' '
               exit paragraph
           end-if

           display a-plg-colonnes-ventes
           move 7 to i
           move 0 to total-titres
           move 0 to total-attendu
           move 1 to aucun-resultat
           move spaces to tt-code
           move 0 to fin-scan
           start FTitre key > tt-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FTitre next
                   at end
                       move 1 to fin-scan
                   not at end
                       move 0 to aucun-resultat
                       perform SAISIT-UNE-VENTE
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-titre
               stop ' '
               exit paragraph
           end-if

           display a-plg-total-ventes
           display a-plg-modif-succes
           stop ' '
       .

       SAISIT-UNE-VENTE.
           move numAffect to vb-num-affect
           move nv-date to vb-date
           move tt-code to vb-code-titre
           move 0 to nv-nb-titres
           read FVente
               invalid key
                   continue
               not invalid key
                   move vb-nb-titres to nv-nb-titres
           end-read

           display s-plg-ligne-vente
           accept s-plg-ligne-vente

           move numAffect to vb-num-affect
           move nv-date to vb-date
           move tt-code to vb-code-titre
           if nv-nb-titres = 0 then
               delete FVente
                   invalid key
                       continue
               end-delete
           else
               move numChaufA to vb-num-chauff
               move nv-nb-titres to vb-nb-titres
               move tt-prix to vb-prix
               compute vb-montant = vb-nb-titres * vb-prix
               write enr-vente
               invalid key
                   rewrite enr-vente
                   invalid key
                       continue
                   end-rewrite
               end-write
               add vb-nb-titres to total-titres
               add vb-montant to total-attendu
           end-if

           add 1 to i
           if i > 18 then
               move 7 to i
               display a-plg-total-ventes
               stop ' '
               display a-plg-efface-ecran
               display a-plg-titre-global
               display a-plg-colonnes-ventes
           end-if
       .

       SAISIT-VERSEMENT.
      * Un versement par chauffeur et par jour de service ; une
      * nouvelle saisie remplace l'ancienne apres confirmation.
      * L'operateur connecte est celui qui a recu la recette.
           display a-plg-efface-ecran
           display a-plg-titre-global
           move date-jour to nv-date
           display s-plg-form-versement
           accept s-plg-form-versement

           move nv-num-chauff to numChaufN
           read FChaufNouv
               invalid key
                   display a-plg-chauffeur-introuvable
                   stop ' '
                   exit paragraph
           end-read
           call 'ss-date-valide' using nv-date resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           perform CUMULE-ATTENDU-CHAUFFEUR
           display a-plg-attendu-chauffeur

           move nv-num-chauff to vr-num-chauff
           move nv-date to vr-date
           move 0 to montant-precedent
           read FVersement
               invalid key
                   continue
               not invalid key
                   move vr-montant to montant-precedent
                   display a-plg-versement-existant
           end-read

           move date-jour to nv-date-remise
           display s-plg-montant-versement
           accept s-plg-montant-versement
           call 'ss-date-valide' using nv-date-remise
               resultat-date-valide
           if resultat-date-valide not = 0 then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           move nv-num-chauff to vr-num-chauff
           move nv-date to vr-date
           read FVersement
               invalid key
                   move nv-montant to vr-montant
                   move nv-date-remise to vr-date-remise
                   move session-code to vr-code-oper
                   write enr-versement
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-write
               not invalid key
                   display s-plg-confirme-remplace
                   accept s-plg-confirme-remplace
                   if confirme not = 'O' and confirme not = 'o' then
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-if
                   move nv-montant to vr-montant
                   move nv-date-remise to vr-date-remise
                   move session-code to vr-code-oper
                   rewrite enr-versement
                   invalid key
                       display a-plg-modif-erreur
                       stop ' '
                       exit paragraph
                   end-rewrite
           end-read

           display a-plg-modif-succes
           stop ' '
       .

       CUMULE-ATTENDU-CHAUFFEUR.
           move 0 to total-attendu
           move 0 to fin-scan-2
           move nv-num-chauff to vb-num-chauff
           start FVente key = vb-num-chauff
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform with test after until (fin-scan-2 = 1)
               read FVente next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if vb-num-chauff not = nv-num-chauff then
                           move 1 to fin-scan-2
                       else
                           if vb-date = nv-date then
                               add vb-montant to total-attendu
                           end-if
                       end-if
               end-read
           end-perform
       .

       RAPPROCHEMENT.
      * L'edition relit ventes et versements : on les libere le
      * temps de l'appel.
           close FVente
           close FVersement
           close FChaufNouv

           move 'ss-recette-rapprochement' to nom-ssprog
           call nom-ssprog

           open i-o FVente
           open i-o FVersement
           open input FChaufNouv
       .

       end program ss-recette-bord.
