                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FQualif assign to "../ext/QualifCircuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is qc-cle
               status fqc-status.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
               status FChaufNouvStatus.

           select FFeuille assign to "../ext/FeuilleCircuit.txt"
               organization is sequential
               status ffc-status.

           select FRapport assign to "../ext/CircuitsQualif.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
      * Le referentiel des lignes scolaires et regulieres : le
               02 heureFinA        pic 9(4).
               02 nbPmrA           pic 9(3).

      * Connaissance du circuit par chauffeur : formation et
      * dernier service conduit (tenu par ss-qualif-circuit).
       fd FQualif.
           01 enr-qualif.
               02 qc-cle.
                   03 qc-code-circuit pic x(6).
                   03 qc-num-chauff   pic 9(6).
               02 qc-date-formation pic 9(8).
               02 qc-date-derniere pic 9(8).

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

       FD FFeuille.
       01 LigneFeuille.
           02 contenu-feuille pic x(80).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 FCircuitStatus           pic x(2).
       01 FArretStatus             pic x(2).
       01 FAffCircuitStatus        pic x(2).
       01 fstatus                  pic x(2).
       01 ffc-status               pic x(2).
       01 fqc-status               pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 frap-status              pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 nv-arret                 pic x(30).
       01 nv-heure                 pic 9(4).
       01 id-affect                pic 9(6).
       01 id-chauff                pic 9(6).
       01 nv-date-formation        pic 9(8).
       01 fin-scan-2               pic 9.

      *----- Qualification des chauffeurs sur le circuit -----
       01 qf-mode                  pic x(1).
       01 qf-num-affect            pic 9(6).
       01 qf-code-circuit          pic x(6).
       01 qf-num-chauff            pic 9(6).
       01 qf-date                  pic 9(8).
       01 qf-etat                  pic x(1).
       01 qf-date-formation        pic 9(8).
       01 qf-date-derniere         pic 9(8).
       01 libelle-etat             pic x(16).
       01 nb-qualifies             pic 9(4).
       01 nb-caducs                pic 9(4).
       01 nb-circuits-fragiles     pic 9(4).
       01 chauff-non-qualifie      pic 9(6).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
               '4: Imprimer la feuille de route d''un circuit'.
           02 line 7 col 2 value
               '5: Rattacher une affectation a un circuit'.
           02 line 8 col 2 value
               '6: Enregistrer la formation d''un chauffeur au '
               &'circuit'.
           02 line 9 col 2 value
               '7: Chauffeurs qualifies sur un circuit'.
           02 line 10 col 2 value
               '8: Circuits a moins de deux chauffeurs qualifies'.
           02 line 11 col 2 value
               '0: Comptages aux arrets et profil de charge'.
           02 line 12 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 14 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

           02 line 5 col 2 value 'Numero de l''affectation : '.
           02 s-id-affect pic zzzzzz to id-affect required.

       01 s-plg-form-formation.
           02 line 5 col 2 value 'Numero du chauffeur : '.
           02 s-id-chauff pic zzzzzz to id-chauff required.
           02 line 6 col 2 value 'Formation le (AAAAMMJJ) : '.
           02 s-nv-date-formation pic 9(8) to nv-date-formation
               required.

       01 a-plg-titre-qualif.
           02 line 5 col 2 value 'Chauffeur'.
           02 line 5 col 12 value 'Nom'.
           02 line 5 col 34 value 'Formation'.
           02 line 5 col 46 value 'Dernier service'.
           02 line 5 col 63 value 'Etat'.
       01 a-plg-qualif-data.
           02 a-qc-chauff line i col 2 pic 9(6) from qc-num-chauff.
           02 a-qc-nom line i col 12 pic x(20) from nomN.
           02 a-qc-formation line i col 34 pic 9999/99/99
               from qc-date-formation.
           02 a-qc-derniere line i col 46 pic 9999/99/99
               from qc-date-derniere.
           02 a-qc-etat line i col 63 pic x(16) from libelle-etat.

       01 a-plg-titre-colonne.
           02 line 5 col 2 value 'Ordre'.
           02 line 5 col 10 value 'Arret'.
               'Feuille de route : ../ext/FeuilleCircuit.txt'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value 'Aucun arret pour ce circuit.'.
       01 a-plg-chauffeur-introuvable.
           02 line 20 col 1 value 'Chauffeur introuvable.'.
       01 a-plg-date-invalide.
           02 line 20 col 1 value 'Date invalide.'.
       01 a-plg-aucune-qualif.
           02 line 20 col 1 value
               'Aucun chauffeur qualifie pour ce circuit.'.
       01 a-plg-alerte-qualif.
           02 line 21 col 1 value 'Attention : chauffeur '.
           02 a-chauff-non-qualifie pic 9(6)
               from chauff-non-qualifie.
           02 line 21 col 30 value 'non qualifie sur ce circuit ('.
           02 a-libelle-etat pic x(16) from libelle-etat.
           02 line 21 col 75 value ')'.
       01 a-plg-rapport-edite.
           02 line 20 col 1 value
               'Circuits a moins de deux qualifies : '.
           02 a-nb-circuits-fragiles pic zzz9
               from nb-circuits-fragiles.
           02 line 21 col 1 value
               'Etat : ../ext/CircuitsQualif.txt'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
           open i-o FAffCircuit
       end-if
       open input fAffectation
       open i-o FQualif
       if fqc-status = '35' then
           open output FQualif
           close FQualif
           open i-o FQualif
       end-if

       if FCircuitStatus not = '00' or FArretStatus not = '00'
       or FAffCircuitStatus not = '00' or fstatus not = '00'
       or fqc-status not = '00' then
           display a-error-open
           stop ' '
           close FCircuit
           close FArret
           close FAffCircuit
           close fAffectation
           close FQualif
           goback
       end-if

               when 3 perform LISTE-ARRETS
               when 4 perform IMPRIME-FEUILLE
               when 5 perform RATTACHE-AFFECTATION
               when 6 perform SAISIT-FORMATION
               when 7 perform LISTE-QUALIFICATIONS
               when 8 perform RAPPORT-QUALIFICATIONS
               when 0 perform COMPTAGES-ARRETS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       close FArret
       close FAffCircuit
       close fAffectation
       close FQualif

       goback
       .

       COMPTAGES-ARRETS.
      * Les comptages vivent dans leur propre fichier ; le module
      * relit circuits, arrets et rattachements : on les ferme le
      * temps de l'appel.
           close FCircuit
           close FArret
           close FAffCircuit

           call 'ss-circuit-comptage'

           open i-o FCircuit
           open i-o FArret
           open i-o FAffCircuit
       .

       SAISIT-CIRCUIT.
           display a-plg-efface-ecran
           display a-plg-titre-global
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
                   perform CONTROLE-QUALIF-AFFECT
               end-rewrite
           not invalid key
               display a-plg-modif-succes
               perform CONTROLE-QUALIF-AFFECT
           end-write

           stop ' '
       .

       CONTROLE-QUALIF-AFFECT.
      * Le rattachement n'est pas refuse, mais un chauffeur qui n'a
      * jamais fait le circuit (ou plus depuis trop longtemps) est
      * signale : c'est lui qui manque les arrets le premier jour.
           move numChaufA to qc-num-chauff
           perform CONTROLE-QUALIF-CHAUFFEUR
           if qf-etat = 'Q' and numChauf2A not = 0 then
               move numChauf2A to qc-num-chauff
               perform CONTROLE-QUALIF-CHAUFFEUR
           end-if
       .

       CONTROLE-QUALIF-CHAUFFEUR.
           move qc-num-chauff to chauff-non-qualifie
           move ci-code to qc-code-circuit
           move 0 to qf-date-formation
           move 0 to qf-date-derniere
           read FQualif
               invalid key
                   continue
               not invalid key
                   move qc-date-formation to qf-date-formation
                   move qc-date-derniere to qf-date-derniere
           end-read
           move dateDebAffectA to qf-date
           perform APPRECIE-QUALIF
           if qf-etat not = 'Q' then
               display a-plg-alerte-qualif
           end-if
       .

       APPRECIE-QUALIF.
      * Etat a la date qf-date des dates qf-date-formation et
      * qf-date-derniere (regle de caducite de ss-qualif-circuit).
           move 'A' to qf-mode
           move 0 to qf-num-affect
           move ci-code to qf-code-circuit
           move qc-num-chauff to qf-num-chauff
           call 'ss-qualif-circuit' using qf-mode qf-num-affect
               qf-code-circuit qf-num-chauff qf-date qf-etat
               qf-date-formation qf-date-derniere
           evaluate qf-etat
               when 'Q' move 'qualifie' to libelle-etat
               when 'E' move 'caduque' to libelle-etat
               when other move 'jamais forme' to libelle-etat
           end-evaluate
       .

       SAISIT-FORMATION.
      * Formation d'un chauffeur sur le circuit (doublage avec un
      * titulaire) ; la date du dernier service conduit est tenue
      * par la chaine du soir.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-code
           accept s-plg-id-code

           move function upper-case(id-code) to ci-code
           read FCircuit
           invalid key
               display a-plg-circuit-introuvable
               stop ' '
               exit paragraph
           end-read

           display s-plg-form-formation
           accept s-plg-form-formation

           if function test-date-yyyymmdd(nv-date-formation) not = 0
           then
               display a-plg-date-invalide
               stop ' '
               exit paragraph
           end-if

           open input FChaufNouv
           if FChaufNouvStatus not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           move id-chauff to numChaufN
           read FChaufNouv
           invalid key
               close FChaufNouv
               display a-plg-chauffeur-introuvable
               stop ' '
               exit paragraph
           end-read
           close FChaufNouv

           move ci-code to qc-code-circuit
           move id-chauff to qc-num-chauff
           read FQualif
           invalid key
               move nv-date-formation to qc-date-formation
               move 0 to qc-date-derniere
               write enr-qualif
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-write
           not invalid key
               move nv-date-formation to qc-date-formation
               rewrite enr-qualif
               invalid key
                   display a-plg-modif-erreur
               not invalid key
                   display a-plg-modif-succes
               end-rewrite
           end-read

           stop ' '
       .

       LISTE-QUALIFICATIONS.
      * Tous les chauffeurs connus du circuit, avec leur etat au
      * jour : qualifie, caduque ou jamais forme.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-code
           accept s-plg-id-code

           move function upper-case(id-code) to ci-code
           read FCircuit
           invalid key
               display a-plg-circuit-introuvable
               stop ' '
               exit paragraph
           end-read

           open input FChaufNouv
           display a-plg-titre-qualif
           move 6 to i
           move 1 to aucun-resultat
           move ci-code to qc-code-circuit
           move 0 to qc-num-chauff
           move 0 to fin-scan
           start FQualif key >= qc-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FQualif next
                   at end
                       move 1 to fin-scan
                   not at end
                       if qc-code-circuit not = ci-code then
                           move 1 to fin-scan
                       else
                           if i < 19 then
                               perform AFFICHE-QUALIFICATION
                           end-if
                       end-if
               end-read
           end-perform
           close FChaufNouv

           if aucun-resultat = 1 then
               display a-plg-aucune-qualif
           end-if

           stop ' '
       .

       AFFICHE-QUALIFICATION.
           move spaces to nomN
           if FChaufNouvStatus = '00' then
               move qc-num-chauff to numChaufN
               read FChaufNouv
                   invalid key
                       move spaces to nomN
               end-read
           end-if
           move qc-date-formation to qf-date-formation
           move qc-date-derniere to qf-date-derniere
           move date-jour to qf-date
           perform APPRECIE-QUALIF
           display a-plg-qualif-data
           add 1 to i
           move 0 to aucun-resultat
       .

       RAPPORT-QUALIFICATIONS.
      * Circuits fragiles : moins de deux chauffeurs qualifies au
      * jour, soit personne pour remplacer le titulaire. Les
      * qualifications caduques sont rappelees, ce sont les
      * premiers a reformer.
           display a-plg-efface-ecran
           display a-plg-titre-global

           open output FRapport
           if frap-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if
           move spaces to contenu-rapport
           string '===== Circuits a moins de deux chauffeurs '
               'qualifies au ' date-jour ' ====='
               delimited by size into contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           write LigneRapport
           move 'Circuit Libelle                        Site  '
               & 'Qualifies Caducs' to contenu-rapport
           write LigneRapport

           move 0 to nb-circuits-fragiles
           move low-values to ci-code
           move 0 to fin-scan
           start FCircuit key > ci-code
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FCircuit next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform COMPTE-QUALIFIES
                       if nb-qualifies < 2 then
                           add 1 to nb-circuits-fragiles
                           move spaces to contenu-rapport
                           string ci-code '  ' ci-libelle ' '
                               ci-site '  ' nb-qualifies
                               '      ' nb-caducs
                               delimited by size
                               into contenu-rapport
                           write LigneRapport
                       end-if
               end-read
           end-perform

           move spaces to contenu-rapport
           write LigneRapport
           move spaces to contenu-rapport
           string 'Circuits signales : ' nb-circuits-fragiles
               delimited by size into contenu-rapport
           write LigneRapport
           close FRapport

           move 'ss-circuit-modif' to spool-programme
           move spaces to spool-parametres
           string 'circuits a moins de deux qualifies ' date-jour
               delimited by size into spool-parametres
           move '../ext/CircuitsQualif.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-rapport-edite
           stop ' '
       .

       COMPTE-QUALIFIES.
           move 0 to nb-qualifies
           move 0 to nb-caducs
           move ci-code to qc-code-circuit
           move 0 to qc-num-chauff
           move 0 to fin-scan-2
           start FQualif key >= qc-cle
               invalid key
                   move 1 to fin-scan-2
           end-start
           perform with test after until (fin-scan-2 = 1)
               read FQualif next
                   at end
                       move 1 to fin-scan-2
                   not at end
                       if qc-code-circuit not = ci-code then
                           move 1 to fin-scan-2
                       else
                           move qc-date-formation
                               to qf-date-formation
                           move qc-date-derniere
                               to qf-date-derniere
                           move date-jour to qf-date
                           perform APPRECIE-QUALIF
                           if qf-etat = 'Q' then
                               add 1 to nb-qualifies
                           end-if
                           if qf-etat = 'E' then
                               add 1 to nb-caducs
                           end-if
                       end-if
               end-read
           end-perform
       .

       end program ss-circuit-modif.
