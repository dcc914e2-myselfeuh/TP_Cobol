       program-id. ss-personnel.

       input-output section.
           file-control.
           select FPersonnel assign to "../ext/Personnel.dat"
               organization is indexed
               access mode is dynamic
                   record key is pe-num
                   alternate record key is pe-code-site
                       with duplicates
               status fpe-status.

           select FPersAbsence assign to "../ext/PersonnelAbsence.dat"
               organization is indexed
               access mode is dynamic
                   record key is pb-cle
               status fpb-status.

           select FAffPersonnel assign to "../ext/AffectPersonnel.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-cle
                   alternate record key is ap-num-pers
                       with duplicates
               status fap-status.

           select FExigence assign to "../ext/ExigenceAccomp.dat"
               organization is indexed
               access mode is dynamic
                   record key is xa-cle
               status fxa-status.

           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FRapport assign to "../ext/AccompManquant.txt"
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
      * Le personnel non roulant : accompagnateurs des transports
      * d'eleves handicapes (pe-role 'A') et guides des circuits
      * touristiques ('G'), avec leurs certificats (premiers secours,
      * carte de guide...) et la date d'expiration de chacun.
       fd FPersonnel.
           01 enr-personnel.
               02 pe-num           pic 9(6).
               02 pe-nom           pic x(30).
               02 pe-prenom        pic x(30).
               02 pe-role          pic x(1).
               02 pe-code-site     pic x(4).
               02 pe-telephone     pic x(14).
               02 pe-courriel      pic x(40).
               02 pe-statut        pic x(1).
               02 pe-certificat occurs 3 times.
                   03 pe-cert-type         pic x(3).
                   03 pe-cert-expiration   pic 9(8).

       fd FPersAbsence.
           01 enr-pers-absence.
               02 pb-cle.
                   03 pb-num-pers      pic 9(6).
                   03 pb-date-debut    pic 9(8).
               02 pb-date-fin      pic 9(8).
               02 pb-type          pic x(10).

      * Personnel embarque sur une affectation : une ligne par
      * personne, sans toucher a la disposition du fichier des
      * affectations.
       fd FAffPersonnel.
           01 enr-aff-personnel.
               02 ap-cle.
                   03 ap-num-affect    pic 9(6).
                   03 ap-num-pers      pic 9(6).
               02 ap-role          pic x(1).

       fd FExigence.
           01 enr-exigence.
               02 xa-cle.
                   03 xa-type          pic x(1).
                   03 xa-code          pic x(6).
               02 xa-role          pic x(1).
               02 xa-libelle       pic x(30).

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
       01 fpe-status               pic x(2).
       01 fpb-status               pic x(2).
       01 fap-status               pic x(2).
       01 fxa-status               pic x(2).
       01 fstatus                  pic x(2).
       01 frap-status              pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).

       01 i                        pic 9(2).
       01 k                        pic 9.
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 fin-scan-2               pic 9.
       01 aucun-resultat           pic 9.
       01 saisie-invalide          pic 9.
       01 certificat-choix         pic 9.
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).
       01 libelle-role             pic x(14).
       01 action-journal           pic x(14).

      *----- Saisies -----
       01 id-pers                  pic 9(6).
       01 id-affect                pic 9(6).
       01 site-choisi              pic x(4).
       01 nv-nom                   pic x(30).
       01 nv-prenom                pic x(30).
       01 nv-role                  pic x(1).
       01 nv-site                  pic x(4).
       01 nv-telephone             pic x(14).
       01 nv-courriel              pic x(40).
       01 nv-statut                pic x(1).
       01 nv-certificats.
           02 nv-certificat occurs 3 times.
               03 nv-cert-type         pic x(3).
               03 nv-cert-expiration   pic 9(8).
       01 nv-type-absence          pic x(10).
       01 nv-date-debut            pic 9(8).
       01 nv-date-fin              pic 9(8).
       01 nv-type-exigence         pic x(1).
       01 nv-code-circuit          pic x(6).
       01 nv-num-compagnie         pic 9(4).
       01 nv-role-exige            pic x(1).

      *----- Service vise par un rattachement -----
       01 cible-bus                pic 9(6).
       01 cible-deb                pic 9(8).
       01 cible-fin                pic 9(8).
       01 chk-heureDebA            pic 9(4).
       01 chk-heureFinA            pic 9(4).
       01 autre-heure-deb          pic 9(4).
       01 autre-heure-fin          pic 9(4).
       01 chevauchement-horaire    pic 9.
       01 personne-occupee         pic 9(6).
       01 personne-absente         pic 9.
       01 certificat-expire        pic 9.
       01 certificat-type-expire   pic x(3).

      *----- Controle des services sans accompagnement exige -----
       01 periode-debut            pic 9(8).
       01 periode-fin              pic 9(8).
       01 ae-role                  pic x(1).
       01 ae-origine               pic x(16).
       01 accompagnement-present   pic 9.
       01 nb-manquants             pic 9(4).
       01 ed-deb                   pic 9999/99/99.
       01 ed-fin                   pic 9999/99/99.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Personnel d''accompagnement (accompagnateurs, '
               &'guides) -'.

       01 a-plg-fonctionnalites.
           02 line 3 col 2 value
               '1: Creer ou modifier un membre du personnel'.
           02 line 4 col 2 value '2: Lister le personnel d''un site'.
           02 line 5 col 2 value
               '3: Saisir une absence (conge, maladie...)'.
           02 line 6 col 2 value
               '4: Rattacher une personne a une affectation'.
           02 line 7 col 2 value
               '5: Detacher une personne d''une affectation'.
           02 line 8 col 2 value
               '6: Accompagnement exige par circuit ou compagnie'.
           02 line 9 col 2 value
               '7: Services sans l''accompagnement exige'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

      * --------- Formulaires -----------
       01 s-plg-id-pers.
           02 line 3 col 2 value 'Numero de la personne : '.
           02 s-id-pers pic zzzzzz to id-pers required.
       01 s-plg-form-personnel.
           02 line 4 col 2 value 'Nom : '.
           02 s-nv-nom pic x(30) to nv-nom required.
           02 line 5 col 2 value 'Prenom : '.
           02 s-nv-prenom pic x(30) to nv-prenom.
           02 line 6 col 2 value
               'Role (A accompagnateur, G guide) : '.
           02 s-nv-role pic x to nv-role required.
           02 line 7 col 2 value 'Site : '.
           02 s-nv-site pic x(4) to nv-site required.
           02 line 8 col 2 value 'Telephone : '.
           02 s-nv-telephone pic x(14) to nv-telephone.
           02 line 9 col 2 value 'Courriel : '.
           02 s-nv-courriel pic x(40) to nv-courriel.
           02 line 10 col 2 value 'Statut (A actif, I inactif) : '.
           02 s-nv-statut pic x to nv-statut.
           02 line 12 col 2 value
               'Certificats : type (PSC, GUI...) et date '
               &'d''expiration AAAAMMJJ'.
           02 line 13 col 4 pic x(3) to nv-cert-type(1).
           02 line 13 col 9 pic 9(8) to nv-cert-expiration(1).
           02 line 14 col 4 pic x(3) to nv-cert-type(2).
           02 line 14 col 9 pic 9(8) to nv-cert-expiration(2).
           02 line 15 col 4 pic x(3) to nv-cert-type(3).
           02 line 15 col 9 pic 9(8) to nv-cert-expiration(3).
       01 s-plg-site.
           02 line 3 col 2 value 'Code site : '.
           02 s-site-choisi pic x(4) to site-choisi required.
       01 s-plg-form-absence.
           02 line 4 col 2 value
               'Type (CONGE, MALADIE, FORMATION...) : '.
           02 s-nv-type-absence pic x(10) to nv-type-absence
               required.
           02 line 5 col 2 value 'Du (AAAAMMJJ) : '.
           02 s-nv-date-debut pic 9(8) to nv-date-debut required.
           02 line 6 col 2 value 'Au (AAAAMMJJ) : '.
           02 s-nv-date-fin pic 9(8) to nv-date-fin required.
       01 s-plg-id-affect.
           02 line 4 col 2 value 'Numero de l''affectation : '.
           02 s-id-affect pic zzzzzz to id-affect required.
       01 s-plg-type-exigence.
           02 line 3 col 2 value 'Exigence par (C circuit, '
               &'P compagnie) : '.
           02 s-nv-type-exigence pic x to nv-type-exigence required.
       01 s-plg-code-circuit.
           02 line 4 col 2 value 'Code du circuit : '.
           02 s-nv-code-circuit pic x(6) to nv-code-circuit
               required.
       01 s-plg-num-compagnie.
           02 line 4 col 2 value 'Numero de la compagnie : '.
           02 s-nv-num-compagnie pic zzzz to nv-num-compagnie
               required.
       01 s-plg-role-exige.
           02 line 5 col 2 value 'Personnel exige (A accompagnateur,'
               &' G guide, S supprimer l''exigence) : '.
           02 s-nv-role-exige pic x to nv-role-exige required.
       01 s-plg-periode.
           02 line 3 col 2 value 'Du (AAAAMMJJ) : '.
           02 s-periode-debut pic 9(8) to periode-debut required.
           02 line 4 col 2 value 'Au (AAAAMMJJ) : '.
           02 s-periode-fin pic 9(8) to periode-fin required.

      *----- Liste du personnel d'un site -----
       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Numero'.
           02 line 5 col 10 value 'Nom'.
           02 line 5 col 32 value 'Prenom'.
           02 line 5 col 49 value 'Role'.
           02 line 5 col 65 value 'Telephone'.
       01 a-plg-personnel-data.
           02 a-pe-num line i col 2 pic 9(6) from pe-num.
           02 a-pe-nom line i col 10 pic x(20) from pe-nom.
           02 a-pe-prenom line i col 32 pic x(15) from pe-prenom.
           02 a-pe-role line i col 49 pic x(14) from libelle-role.
           02 a-pe-telephone line i col 65 pic x(14)
               from pe-telephone.

      *------ Messages utilisateur ------
       01 a-plg-certificat-expire.
           02 line 20 col 1 value 'Attention : certificat '.
           02 a-cert-type pic x(3) from certificat-type-expire.
           02 line 20 col 28 value
               'expire avant la fin du service.'.
       01 s-plg-certificat-choix.
           02 line 22 col 1 value
               '1-Passer outre / 9-Abandonner : '.
           02 s-certificat-choix pic 9 to certificat-choix required.
       01 a-plg-personne-occupee.
           02 line 20 col 1 value
               'Refus : deja embarque(e) sur l''affectation '.
           02 a-personne-occupee pic 9(6) from personne-occupee.
           02 line 20 col 52 value 'qui recouvre ce service.'.
       01 a-plg-personne-absente.
           02 line 20 col 1 value
               'Refus : absence declaree sur la periode du service.'.
       01 a-plg-personne-introuvable.
           02 line 20 col 1 value
               'Personne introuvable ou inactive.'.
       01 a-plg-affect-introuvable.
           02 line 20 col 1 value
               'Affectation introuvable ou annulee.'.
       01 a-plg-deja-rattache.
           02 line 20 col 1 value
               'Cette personne est deja sur cette affectation.'.
       01 a-plg-non-rattache.
           02 line 20 col 1 value
               'Cette personne n''est pas sur cette affectation.'.
       01 a-plg-saisie-invalide.
           02 line 20 col 1 value
               'Saisie invalide (role, statut, type ou dates).'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucune personne pour ce site.'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Services sans l''accompagnement exige : '.
           02 a-nb-manquants pic zzz9 from nb-manquants.
           02 line 21 col 1 value
               'Etat : ../ext/AccompManquant.txt'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 21 col 1 value 'Operation effectuee'.
       01 a-plg-message-continuer.
           02 line 24 col 1 value 'Appuyer sur une touche...'.
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

       open i-o FPersonnel
       if fpe-status = '35' then
           open output FPersonnel
           close FPersonnel
           open i-o FPersonnel
       end-if
       open i-o FPersAbsence
       if fpb-status = '35' then
           open output FPersAbsence
           close FPersAbsence
           open i-o FPersAbsence
       end-if
       open i-o FAffPersonnel
       if fap-status = '35' then
           open output FAffPersonnel
           close FAffPersonnel
           open i-o FAffPersonnel
       end-if
       open i-o FExigence
       if fxa-status = '35' then
           open output FExigence
           close FExigence
           open i-o FExigence
       end-if
       open input fAffectation

       if fpe-status not = '00' or fpb-status not = '00'
       or fap-status not = '00' or fxa-status not = '00'
       or fstatus not = '00' then
           display a-error-open
           stop ' '
           close FPersonnel
           close FPersAbsence
           close FAffPersonnel
           close FExigence
           close fAffectation
           goback
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

           evaluate choix-action
               when 1 perform SAISIT-PERSONNE
               when 2 perform LISTE-PERSONNEL
               when 3 perform SAISIT-ABSENCE
               when 4 perform RATTACHE-AFFECTATION
               when 5 perform DETACHE-AFFECTATION
               when 6 perform SAISIT-EXIGENCE
               when 7 perform RAPPORT-MANQUANTS
               when 9 move 1 to quitter
               when other
                   display a-plg-message-choix-invalide
                   stop ' '
           end-evaluate
       end-perform

       close FPersonnel
       close FPersAbsence
       close FAffPersonnel
       close FExigence
       close fAffectation
       close FJournal

       goback
       .

       SAISIT-PERSONNE.
      * Creation, ou remplacement complet de la fiche si le numero
      * existe deja.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-pers
           accept s-plg-id-pers
           initialize nv-certificats
           move spaces to nv-statut
           display s-plg-form-personnel
           accept s-plg-form-personnel

           move function upper-case(nv-role) to nv-role
           move function upper-case(nv-statut) to nv-statut
           if nv-statut = space then
               move 'A' to nv-statut
           end-if
           if (nv-role not = 'A' and nv-role not = 'G')
           or (nv-statut not = 'A' and nv-statut not = 'I') then
               display a-plg-saisie-invalide
               stop ' '
               exit paragraph
           end-if

           move id-pers to pe-num
           move function upper-case(nv-nom) to pe-nom
           move function upper-case(nv-prenom) to pe-prenom
           move nv-role to pe-role
           move function upper-case(nv-site) to pe-code-site
           move nv-telephone to pe-telephone
           move nv-courriel to pe-courriel
           move nv-statut to pe-statut
           perform varying k from 1 by 1 until k > 3
               move function upper-case(nv-cert-type(k))
                   to pe-cert-type(k)
               move nv-cert-expiration(k) to pe-cert-expiration(k)
           end-perform

           write enr-personnel
           invalid key
               rewrite enr-personnel
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           not invalid key
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       TEXTE-ROLE.
           evaluate pe-role
               when 'A' move 'Accompagnateur' to libelle-role
               when 'G' move 'Guide' to libelle-role
               when other move spaces to libelle-role
           end-evaluate
       .

       LISTE-PERSONNEL.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-site
           accept s-plg-site
           move function upper-case(site-choisi) to site-choisi

           display a-plg-titre-colonne
           move 6 to i
           move 1 to aucun-resultat
           move 0 to fin-scan
           move site-choisi to pe-code-site
           start FPersonnel key = pe-code-site
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FPersonnel next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pe-code-site not = site-choisi then
                           move 1 to fin-scan
                       else
                           if pe-statut not = 'I' then
                               move 0 to aucun-resultat
                               perform TEXTE-ROLE
                               display a-plg-personnel-data
                               add 1 to i
                               if i > 18 then
                                   display a-plg-message-continuer
                                   stop ' '
                                   display a-plg-efface-ecran
                                   display a-plg-titre-global
                                   display a-plg-titre-colonne
                                   move 6 to i
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if
           display a-plg-message-continuer
           stop ' '
       .

       SAISIT-ABSENCE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-pers
           accept s-plg-id-pers
           move id-pers to pe-num
           read FPersonnel
               invalid key
                   display a-plg-personne-introuvable
                   stop ' '
                   exit paragraph
           end-read

           display s-plg-form-absence
           accept s-plg-form-absence
           if nv-date-fin < nv-date-debut then
               display a-plg-saisie-invalide
               stop ' '
               exit paragraph
           end-if

           move id-pers to pb-num-pers
           move nv-date-debut to pb-date-debut
           move nv-date-fin to pb-date-fin
           move function upper-case(nv-type-absence) to pb-type
           write enr-pers-absence
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
           end-write
           stop ' '
       .

       RATTACHE-AFFECTATION.
      * Memes regles que pour un chauffeur : pas d'absence declaree
      * ni d'autre service qui recouvre (dates et fenetre horaire) ;
      * un certificat qui expire avant la fin du service est
      * signale et peut etre passe outre.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-pers
           accept s-plg-id-pers
           display s-plg-id-affect
           accept s-plg-id-affect

           move id-pers to pe-num
           read FPersonnel
               invalid key
                   move 'I' to pe-statut
           end-read
           if pe-statut = 'I' then
               display a-plg-personne-introuvable
               stop ' '
               exit paragraph
           end-if

           move id-affect to numAffect
           read fAffectation
               invalid key
                   move 'I' to statutA
           end-read
           if statutA = 'I' then
               display a-plg-affect-introuvable
               stop ' '
               exit paragraph
           end-if
           move numBusA to cible-bus
           move dateDebAffectA to cible-deb
           move dateFinAffectA to cible-fin
           move heureDebA to chk-heureDebA
           move heureFinA to chk-heureFinA
           if chk-heureDebA = 0 and chk-heureFinA = 0 then
               move 2400 to chk-heureFinA
           end-if

           move id-affect to ap-num-affect
           move id-pers to ap-num-pers
           read FAffPersonnel
               invalid key
                   continue
               not invalid key
                   display a-plg-deja-rattache
                   stop ' '
                   exit paragraph
           end-read

           perform CONTROLE-ABSENCE
           if personne-absente = 1 then
               display a-plg-personne-absente
               stop ' '
               exit paragraph
           end-if

           perform CHEVAUCHEMENT-PERSONNE
           if personne-occupee > 0 then
               display a-plg-personne-occupee
               stop ' '
               exit paragraph
           end-if

           perform CONTROLE-CERTIFICATS
           if certificat-expire = 1 then
               display a-plg-certificat-expire
               display s-plg-certificat-choix
               accept s-plg-certificat-choix
               if certificat-choix not = 1 then
                   exit paragraph
               end-if
           end-if

           move id-affect to ap-num-affect
           move id-pers to ap-num-pers
           move pe-role to ap-role
           write enr-aff-personnel
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   move 'ACCOMP-AJOUT' to action-journal
                   perform ECRIT-JOURNAL
                   display a-plg-modif-succes
           end-write
           stop ' '
       .

       CONTROLE-ABSENCE.
           move 0 to personne-absente
           move 0 to fin-scan
           move pe-num to pb-num-pers
           move 0 to pb-date-debut
           start FPersAbsence key >= pb-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FPersAbsence next
                   at end
                       move 1 to fin-scan
                   not at end
                       if pb-num-pers not = pe-num
                       or pb-date-debut > cible-fin then
                           move 1 to fin-scan
                       else
                           if pb-date-fin >= cible-deb then
                               move 1 to personne-absente
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
       .

       CHEVAUCHEMENT-PERSONNE.
      * Les autres services de la personne, via la cle ap-num-pers ;
      * comme pour les chauffeurs, les brouillons et les services
      * enchaines sur le meme bus ne bloquent pas.
           move 0 to personne-occupee
           move 0 to fin-scan
           move pe-num to ap-num-pers
           start FAffPersonnel key = ap-num-pers
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FAffPersonnel next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ap-num-pers not = pe-num then
                           move 1 to fin-scan
                       else
                           move ap-num-affect to numAffect
                           read fAffectation
                               invalid key
                                   continue
                               not invalid key
                                   perform COMPARE-SERVICE
                           end-read
                       end-if
               end-read
           end-perform
       .

       COMPARE-SERVICE.
           if numBusA not = cible-bus
           and statutA not = 'I'
           and statutA not = 'B'
           and dateDebAffectA <= cible-fin
           and dateFinAffectA >= cible-deb then
               perform COMPARE-FENETRES-HORAIRES
               if chevauchement-horaire = 1 then
                   move numAffect to personne-occupee
                   move 1 to fin-scan
               end-if
           end-if
       .

       COMPARE-FENETRES-HORAIRES.
      * Meme regle que pour les chauffeurs : heures a zero = journee
      * entiere, une fenetre a cheval sur minuit ne laisse libre que
      * le creux entre sa fin et son debut.
           move heureDebA to autre-heure-deb
           move heureFinA to autre-heure-fin
           if autre-heure-deb = 0 and autre-heure-fin = 0 then
               move 2400 to autre-heure-fin
           end-if

           evaluate true
               when chk-heureFinA < chk-heureDebA
                and autre-heure-fin < autre-heure-deb
                   move 1 to chevauchement-horaire
               when chk-heureFinA < chk-heureDebA
                   if autre-heure-deb >= chk-heureFinA
                   and autre-heure-fin <= chk-heureDebA then
                       move 0 to chevauchement-horaire
                   else
                       move 1 to chevauchement-horaire
                   end-if
               when autre-heure-fin < autre-heure-deb
                   if chk-heureDebA >= autre-heure-fin
                   and chk-heureFinA <= autre-heure-deb then
                       move 0 to chevauchement-horaire
                   else
                       move 1 to chevauchement-horaire
                   end-if
               when other
                   if chk-heureDebA < autre-heure-fin
                   and chk-heureFinA > autre-heure-deb then
                       move 1 to chevauchement-horaire
                   else
                       move 0 to chevauchement-horaire
                   end-if
           end-evaluate
       .

       CONTROLE-CERTIFICATS.
           move 0 to certificat-expire
           move spaces to certificat-type-expire
           perform varying k from 1 by 1 until k > 3
               if pe-cert-type(k) not = spaces
               and pe-cert-expiration(k) < cible-fin then
                   move 1 to certificat-expire
                   move pe-cert-type(k) to certificat-type-expire
               end-if
           end-perform
       .

       DETACHE-AFFECTATION.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-pers
           accept s-plg-id-pers
           display s-plg-id-affect
           accept s-plg-id-affect

           move id-affect to ap-num-affect
           move id-pers to ap-num-pers
           read FAffPersonnel
               invalid key
                   display a-plg-non-rattache
                   stop ' '
                   exit paragraph
           end-read
           delete FAffPersonnel
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   move 'ACCOMP-RETRAIT' to action-journal
                   perform ECRIT-JOURNAL
                   display a-plg-modif-succes
           end-delete
           stop ' '
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'AFFECTATION' ' | ' action-journal
               ' | id=' ap-num-affect
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | pers=' ap-num-pers
               delimited by size into ligne-journal
           write ligne-journal
       .

       SAISIT-EXIGENCE.
      * Circuit ou compagnie dont les services doivent emmener un
      * accompagnateur ou un guide ; S retire l'exigence.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-type-exigence
           accept s-plg-type-exigence
           move function upper-case(nv-type-exigence)
               to nv-type-exigence

           move spaces to xa-code
           evaluate nv-type-exigence
               when 'C'
                   display s-plg-code-circuit
                   accept s-plg-code-circuit
                   move function upper-case(nv-code-circuit)
                       to xa-code
               when 'P'
                   display s-plg-num-compagnie
                   accept s-plg-num-compagnie
                   move nv-num-compagnie to xa-code(1:4)
               when other
                   display a-plg-saisie-invalide
                   stop ' '
                   exit paragraph
           end-evaluate
           move nv-type-exigence to xa-type

           display s-plg-role-exige
           accept s-plg-role-exige
           move function upper-case(nv-role-exige) to nv-role-exige

           evaluate nv-role-exige
               when 'S'
                   delete FExigence
                       invalid key
                           display a-plg-modif-erreur
                       not invalid key
                           display a-plg-modif-succes
                   end-delete
               when 'A'
               when 'G'
                   move nv-role-exige to xa-role
                   move spaces to xa-libelle
                   write enr-exigence
                   invalid key
                       rewrite enr-exigence
                       invalid key
                           display a-plg-modif-erreur
                       not invalid key
                           display a-plg-modif-succes
                       end-rewrite
                   not invalid key
                       display a-plg-modif-succes
                   end-write
               when other
                   display a-plg-saisie-invalide
           end-evaluate
           stop ' '
       .

       RAPPORT-MANQUANTS.
      * Les services actifs de la periode dont le circuit ou la
      * compagnie exige un accompagnateur ou un guide et qui n'en
      * emmenent aucun. Le fichier des exigences est relu par
      * ss-accomp-exigence : on le ferme le temps de l'etat.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-periode
           accept s-plg-periode

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           close FExigence

           move periode-debut to ed-deb
           move periode-fin to ed-fin
           move spaces to contenu-rapport
           string '----- Services sans l''accompagnement exige du '
               ed-deb ' au ' ed-fin ' -----'
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           move 'Affect' to contenu-rapport(1:6)
           move 'Bus' to contenu-rapport(9:3)
           move 'Du' to contenu-rapport(17:2)
           move 'Au' to contenu-rapport(29:2)
           move 'Exige' to contenu-rapport(41:5)
           move 'Origine' to contenu-rapport(57:7)
           write LigneRapport
           move all '-' to contenu-rapport
           write LigneRapport

           move 0 to nb-manquants
           move 0 to numAffect
           move 0 to fin-scan
           start fAffectation key > numAffect
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if statutA not = 'I'
                       and statutA not = 'B'
                       and dateDebAffectA <= periode-fin
                       and dateFinAffectA >= periode-debut then
                           perform CONTROLE-ACCOMPAGNEMENT
                       end-if
               end-read
           end-perform

           if nb-manquants = 0 then
               move 'Aucun service sans l''accompagnement exige.'
                   to contenu-rapport
               write LigneRapport
           end-if
           close FRapport
           open i-o FExigence

           move 'ss-personnel' to spool-programme
           move spaces to spool-parametres
           string 'du=' periode-debut ' au=' periode-fin
               delimited by size into spool-parametres
           move '../ext/AccompManquant.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       CONTROLE-ACCOMPAGNEMENT.
           call 'ss-accomp-exigence' using numAffect numBusA
               ae-role ae-origine
           if ae-role = space then
               exit paragraph
           end-if

           move 0 to accompagnement-present
           move 0 to fin-scan-2
           move numAffect to ap-num-affect
           move 0 to ap-num-pers
           start FAffPersonnel key >= ap-cle
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform with test after until (fin-scan-2 = 1)
               read FAffPersonnel next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if ap-num-affect not = numAffect then
                           move 1 to fin-scan-2
                       else
                           if ap-role = ae-role then
                               move 1 to accompagnement-present
                               move 1 to fin-scan-2
                           end-if
                       end-if
               end-read
           end-perform
           if accompagnement-present = 1 then
               exit paragraph
           end-if

           add 1 to nb-manquants
           move dateDebAffectA to ed-deb
           move dateFinAffectA to ed-fin
           move ae-role to pe-role
           perform TEXTE-ROLE
           move spaces to contenu-rapport
           move numAffect to contenu-rapport(1:6)
           move numBusA to contenu-rapport(9:6)
           move ed-deb to contenu-rapport(17:10)
           move ed-fin to contenu-rapport(29:10)
           move libelle-role to contenu-rapport(41:14)
           move ae-origine to contenu-rapport(57:16)
           write LigneRapport
       .

       end program ss-personnel.
