       01 date-jour        pic 9(8).
       01 heure-jour       pic 9(8).

      *----- Reprise en avant -----
       01 date-limite      pic 9(8).
       01 heure-limite     pic 9(4).
       01 nb-rejouees      pic 9(5).
       01 nb-rejetees      pic 9(5).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 5 col 2 value '3: Restaurer une generation'.
           02 line 6 col 2 value '4: Generer le bac a sable de '
               &'formation (copie anonymisee)'.
           02 line 7 col 2 value '5: Reprise en avant (restaurer '
               &'puis rejouer le journal)'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 9 col 2 value 'Entrez votre choix : '.
               '1-Confirmer la restauration / 9-Annuler : '.
           02 s-confirme pic 9 to confirme required.

       01 s-plg-limite-reprise.
           02 line 13 col 2 value
               'Rejouer jusqu''au (AAAAMMJJ, 0 = tout) : '.
           02 s-date-limite pic 9(8) to date-limite required.
           02 line 13 col 52 value 'a (HHMM) : '.
           02 s-heure-limite pic 9(4) to heure-limite.
       01 a-plg-reprise-ok.
           02 line 17 col 2 value 'Changements rejoues : '.
           02 a-nb-rejouees pic zzzz9 from nb-rejouees.
           02 line 18 col 2 value 'Non appliques : '.
           02 a-nb-rejetees pic zzzz9 from nb-rejetees.
           02 line 19 col 2 value
               'Liste : ../ext/RepriseJournal.txt'.
       01 a-plg-limite-invalide.
           02 line 17 col 2 value
               'Limite anterieure a la sauvegarde ou invalide.'.
       01 a-plg-sauvegarde-ok.
           02 line 12 col 2 value
               'Sauvegarde terminee dans la generation '.
               when 2 perform LISTE-GENERATIONS
               when 3 perform RESTAURE-GENERATION
               when 4 call 'ss-formation-clone'
               when 5 perform REPRISE-EN-AVANT
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           stop ' '
       .

       REPRISE-EN-AVANT.
      * Restauration d'une generation puis reprise des changements
      * saisis depuis (ss-reprise-journal). Journal.dat n'est pas
      * restaure : il porte justement ce qu'il faut rejouer.
           perform LISTE-GENERATIONS

           display s-plg-choix-gen
           accept s-plg-choix-gen

           move gen-choisie to sg-num-gen
           read FCatalogue
           invalid key
               display a-plg-gen-inconnue
               stop ' '
               exit paragraph
           end-read

           move 0 to heure-limite
           display s-plg-limite-reprise
           accept s-plg-limite-reprise
           if date-limite not = 0 then
               if function test-date-yyyymmdd(date-limite) not = 0
               or heure-limite > 2359
               or date-limite < sg-date then
                   display a-plg-limite-invalide
                   stop ' '
                   exit paragraph
               end-if
           end-if

           display s-plg-confirme-restaure
           accept s-plg-confirme-restaure
           if confirme not = 1 then
               display a-plg-operation-annulee
               stop ' '
               exit paragraph
           end-if

           perform CONSTRUIT-NOMS-GENERATION
           perform RESTAURE-CHAUFNOUV
           perform RESTAURE-BUS
           perform RESTAURE-AFFECT
           perform RESTAURE-COMPAGNIE
           perform RESTAURE-HIST
           call 'ss-reprise-journal' using sg-num-gen sg-date
               sg-heure date-limite heure-limite
               nb-rejouees nb-rejetees
           perform RESYNC-COMPTEURS

           display a-plg-reprise-ok
           stop ' '
       .

       RESYNC-COMPTEURS.
      * Les fichiers restaures ne correspondent plus au comptage
      * memorise : on l'efface pour que le menu principal rebalaye
