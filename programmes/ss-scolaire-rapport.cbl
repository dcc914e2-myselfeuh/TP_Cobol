       program-id. ss-scolaire-rapport.

       input-output section.
           file-control.
           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FModele assign to "../ext/Modele.dat"
               organization is indexed
               access mode is dynamic
                   record key is mo-num-modele
                   alternate record key is mo-num-chauff
                       with duplicates
               status FModeleStatus.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FCircuit assign to "../ext/Circuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ci-code
               status FCircuitStatus.

           select FAffCircuit assign to "../ext/AffectCircuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-affect
               status FAffCircuitStatus.

           select FRapport assign to "../ext/VacancesServices.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
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

       fd FModele.
           01 enr-modele.
               02 mo-num-modele    pic 9(4).
               02 mo-num-chauff    pic 9(6).
               02 mo-num-bus       pic 9(6).
               02 mo-jour-semaine  pic 9.
               02 mo-nb-passagers  pic 9(3).
               02 mo-validite-deb  pic 9(8).
               02 mo-validite-fin  pic 9(8).
               02 mo-code-circuit  pic x(6).

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

       fd FCircuit.
           01 enr-circuit.
               02 ci-code          pic x(6).
               02 ci-libelle       pic x(30).
               02 ci-site          pic x(4).

       fd FAffCircuit.
           01 enr-aff-circuit.
               02 ac-num-affect    pic 9(6).
               02 ac-code-circuit  pic x(6).

       FD FRapport.
       01 LigneRapport.
           02 contenu-rapport pic x(80).

       working-storage section.
       01 fstatus                  pic x(2).
       01 FModeleStatus            pic x(2).
       01 FBusStatus               pic x(2).
       01 FCircuitStatus           pic x(2).
       01 FAffCircuitStatus        pic x(2).
       01 frap-status              pic x(2).
       01 circuit-fichier-absent   pic 9.
       01 affcircuit-fichier-absent pic 9.

       01 fin-scan                 pic 9.
       01 fin-scan-modele          pic 9.
       01 periode-deb              pic 9(8).
       01 periode-fin              pic 9(8).
       01 resultat-date-valide     pic 9.

      *----- Reconnaissance de l'occurrence d'un modele -----
      * Une affectation generee reprend chauffeur et bus du modele,
      * tombe son jour de semaine dans sa validite, dure un jour et
      * couvre 0h-24h (voir ss-modele-genere).
      * 20260803 est un lundi connu.
       01 entier-ref               pic s9(9) comp.
       01 jour-semaine             pic 9.
       01 lendemain                pic 9(8).
       01 modele-trouve            pic 9.
       01 code-circuit             pic x(6).
       01 site-service             pic x(4).

       01 sj-regime                pic x(1).
       01 sj-vacances              pic 9.
       01 sj-circule               pic 9.

       01 observation              pic x(24).
       01 ed-date                  pic 9999/99/99.
       01 nb-en-vacances           pic 9(5).
       01 nb-a-supprimer           pic 9(5).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Services generes en vacances scolaires -'.

       01 s-plg-periode.
           02 line 3 col 2 value 'Services du (AAAAMMJJ): '.
           02 s-periode-deb pic 9(8) to periode-deb required.
           02 line 4 col 2 value 'Services au (AAAAMMJJ): '.
           02 s-periode-fin pic 9(8) to periode-fin required.

       01 a-plg-resultat.
           02 line 6 col 2 value 'Services en vacances : '.
           02 a-nb-en-vacances line 6 col 30 pic zzzz9
               from nb-en-vacances.
           02 line 7 col 2 value 'Dont regime scolaire : '.
           02 a-nb-a-supprimer line 7 col 30 pic zzzz9
               from nb-a-supprimer.
           02 line 9 col 2 value
               'Rapport : ../ext/VacancesServices.txt'.

       01 a-plg-dates-invalides.
           02 line 20 col 1 value
               'Dates invalides ou fin avant le debut.'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Les affectations issues des modeles hebdomadaires qui tombent
      * dans une periode de vacances scolaires de la zone de leur
      * site (circuit, a defaut bus). Celles d'un modele ou d'un
      * circuit en periode scolaire seulement sont a supprimer : ce
      * sont les occurrences generees avant que le regime ne soit
      * saisi. Les autres sont listees pour controle.

       open input fAffectation
       open input FModele
       open input FBus
       if fstatus not = '00' or FModeleStatus not = '00'
       or FBusStatus not = '00' then
           display a-error-open
           stop ' '
           close fAffectation
           close FModele
           close FBus
           goback
       end-if
       move 0 to circuit-fichier-absent
       open input FCircuit
       if FCircuitStatus not = '00' then
           move 1 to circuit-fichier-absent
       end-if
       move 0 to affcircuit-fichier-absent
       open input FAffCircuit
       if FAffCircuitStatus not = '00' then
           move 1 to affcircuit-fichier-absent
       end-if

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
           perform FERME-FICHIERS
           goback
       end-if

       open output FRapport
       move function integer-of-date(20260803) to entier-ref
       move 0 to nb-en-vacances
       move 0 to nb-a-supprimer

       move spaces to contenu-rapport
       string '----- Services generes en vacances scolaires du '
           periode-deb ' au ' periode-fin ' -----'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport
       move 'Date       Affect. Modele Circuit Site Reg. Observation'
           to contenu-rapport
       write LigneRapport

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
                   if statutA not = 'I' and statutA not = 'B'
                   and dateDebAffectA >= periode-deb
                   and dateDebAffectA <= periode-fin then
                       perform EXAMINE-SERVICE
                   end-if
           end-read
       end-perform

       move spaces to contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Services en vacances scolaires : ' nb-en-vacances
           ' dont a supprimer (regime S) : ' nb-a-supprimer
           delimited by size into contenu-rapport
       write LigneRapport
       close FRapport

       perform FERME-FICHIERS

       move 'ss-scolaire-rapport' to spool-programme
       move spaces to spool-parametres
       string 'du ' periode-deb ' au ' periode-fin
           delimited by size into spool-parametres
       move '../ext/VacancesServices.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       goback
       .

       FERME-FICHIERS.
           close fAffectation
           close FModele
           close FBus
           if circuit-fichier-absent = 0 then
               close FCircuit
           end-if
           if affcircuit-fichier-absent = 0 then
               close FAffCircuit
           end-if
       .

       EXAMINE-SERVICE.
           perform CHERCHE-MODELE
           if modele-trouve = 0 then
               exit paragraph
           end-if

      *    circuit du service (lien de l'affectation), a defaut
      *    celui du modele
           move mo-code-circuit to code-circuit
           if affcircuit-fichier-absent = 0 then
               move numAffect to ac-num-affect
               read FAffCircuit
                   invalid key
                       continue
                   not invalid key
                       move ac-code-circuit to code-circuit
               end-read
           end-if

           move spaces to site-service
           if code-circuit not = spaces
           and circuit-fichier-absent = 0 then
               move code-circuit to ci-code
               read FCircuit
                   invalid key
                       continue
                   not invalid key
                       move ci-site to site-service
               end-read
           end-if
           if site-service = spaces then
               move numBusA to fb-numero
               read FBus
                   invalid key
                       continue
                   not invalid key
                       move fb-code-site to site-service
               end-read
           end-if

           call 'ss-scolaire-jour' using mo-num-modele code-circuit
               site-service dateDebAffectA
               sj-regime sj-vacances sj-circule
           if sj-vacances not = 1 then
               exit paragraph
           end-if

           add 1 to nb-en-vacances
           evaluate sj-regime
               when 'S'
                   add 1 to nb-a-supprimer
                   move 'A SUPPRIMER (scolaire)' to observation
               when 'V'
                   move 'vacances seulement' to observation
               when other
                   move 'tous les jours' to observation
           end-evaluate

           move dateDebAffectA to ed-date
           move spaces to contenu-rapport
           string ed-date ' ' numAffect '  ' mo-num-modele '   '
               code-circuit '  ' site-service ' ' sj-regime '    '
               observation
               delimited by size into contenu-rapport
           write LigneRapport
       .

       CHERCHE-MODELE.
           move 0 to modele-trouve
           if heureDebA not = 0 or heureFinA not = 2400 then
               exit paragraph
           end-if
           move function date-of-integer
               (function integer-of-date(dateDebAffectA) + 1)
               to lendemain
           if dateFinAffectA not = lendemain then
               exit paragraph
           end-if
           compute jour-semaine = function mod(
               function integer-of-date(dateDebAffectA) - entier-ref,
               7) + 1

           move 0 to fin-scan-modele
           move numChaufA to mo-num-chauff
           start FModele key = mo-num-chauff
               invalid key
                   move 1 to fin-scan-modele
           end-start
           perform with test after until (fin-scan-modele = 1)
               read FModele next
                   at end
                       move 1 to fin-scan-modele
                   not at end
                       if mo-num-chauff not = numChaufA then
                           move 1 to fin-scan-modele
                       else
                           if mo-num-bus = numBusA
                           and mo-jour-semaine = jour-semaine
                           and mo-validite-deb <= dateDebAffectA
                           and mo-validite-fin >= dateDebAffectA then
                               move 1 to modele-trouve
                               move 1 to fin-scan-modele
                           end-if
                       end-if
               end-read
           end-perform
       .

       end program ss-scolaire-rapport.
