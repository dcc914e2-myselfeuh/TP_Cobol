       program-id. ss-equite-calcul.

       input-output section.
           file-control.
           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status FAffectStatus.

           select FFeries assign to "../ext/Feries.dat"
               organization is indexed
               access mode is dynamic
                   record key is fe-date
               status ffe-status.

           select FAstreinte assign to "../ext/Astreinte.dat"
               organization is indexed
               access mode is dynamic
                   record key is as-num
                   alternate record key is as-num-chauff
                       with duplicates
               status FAstreinteStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

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

       fd FFeries.
           01 enr-ferie.
               02 fe-date          pic 9(8).
               02 fe-libelle       pic x(30).

       fd FAstreinte.
           01 enr-astreinte.
               02 as-num           pic 9(4).
               02 as-site          pic x(4).
               02 as-date-debut    pic 9(8).
               02 as-date-fin      pic 9(8).
               02 as-num-chauff    pic 9(6).
               02 as-rang          pic 9(1).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       working-storage section.
       01 FAffectStatus            pic x(2).
       01 ffe-status               pic x(2).
       01 FAstreinteStatus         pic x(2).
       01 fpa-status               pic x(2).
       01 feries-fichier-absent    pic 9.
       01 fin-scan                 pic 9.

      *----- Fenetre glissante par defaut, lue une fois -----
       01 parametre-charge         pic 9 value 0.
       01 jours-fenetre            pic 9(4) value 90.
       01 date-debut-calcul        pic 9(8).

       01 periode-debut-effective  pic 9(8).
       01 periode-fin-effective    pic 9(8).
       01 entier-jour              pic s9(9) comp.
       01 entier-fin               pic s9(9) comp.
       01 jour-semaine             pic 9(1).

      *----- Heures de nuit (22h-6h), meme calcul que la paye -----
       01 hd-minutes               pic 9(5) comp.
       01 hf-minutes               pic 9(5) comp.
       01 duree-minutes            pic 9(5) comp.
       01 nuit-minutes             pic 9(5) comp.
       01 recouvre-minutes         pic s9(5) comp.
       01 borne-basse              pic 9(5) comp.
       01 borne-haute              pic 9(5) comp.
       01 minutes-nuit             pic 9(7) comp.

       linkage section.
       01 eh-num-chauff            pic 9(6).
       01 eh-date-debut            pic 9(8).
       01 eh-date-fin              pic 9(8).
       01 eh-jours-weekend         pic 9(4).
       01 eh-heures-nuit           pic 9(5)v99.
       01 eh-jours-feries          pic 9(4).
       01 eh-astreintes            pic 9(4).
       01 eh-charge                pic 9(5)v9.

       procedure division using eh-num-chauff eh-date-debut
           eh-date-fin eh-jours-weekend eh-heures-nuit
           eh-jours-feries eh-astreintes eh-charge.

      * Charge en horaires penibles d'un chauffeur sur une periode
      * (date de fin exclue, convention de la paye) : jours de
      * week-end et jours feries (Feries.dat) travailles, heures de
      * nuit entre 22h et 6h, comme chauffeur ou co-chauffeur, et
      * creneaux d'astreinte qui touchent la periode.
      * eh-charge les ramene a une seule mesure, en jours : un jour
      * de week-end, un jour ferie ou une astreinte compte 1, huit
      * heures de nuit comptent 1.
      * eh-date-debut a zero : la periode est la fenetre glissante
      * des EQUITE-JOURS jours qui precedent eh-date-fin (pour
      * departager les candidats a une affectation) ; ce parametre
      * a zero rend une charge nulle pour tous.

       move 0 to eh-jours-weekend
       move 0 to eh-heures-nuit
       move 0 to eh-jours-feries
       move 0 to eh-astreintes
       move 0 to eh-charge
       move 0 to minutes-nuit

       move eh-date-debut to date-debut-calcul
       if eh-date-debut = 0 then
           if parametre-charge = 0 then
               perform LIT-PARAMETRE
           end-if
           if jours-fenetre = 0 then
               goback
           end-if
           move function date-of-integer
               (function integer-of-date(eh-date-fin)
                - jours-fenetre) to date-debut-calcul
       end-if

       move 0 to feries-fichier-absent
       open input FFeries
       if ffe-status not = '00' then
           move 1 to feries-fichier-absent
       end-if

       open input FAffectations
       if FAffectStatus = '00' then
           perform AFFECTATIONS-CHAUFFEUR
           perform AFFECTATIONS-COCHAUFFEUR
           close FAffectations
       end-if
       if feries-fichier-absent = 0 then
           close FFeries
       end-if

       perform COMPTE-ASTREINTES

       compute eh-heures-nuit rounded = minutes-nuit / 60
       compute eh-charge rounded =
           eh-jours-weekend + eh-jours-feries + eh-astreintes
           + minutes-nuit / 480

       goback
       .

       LIT-PARAMETRE.
           move 1 to parametre-charge
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 'EQUITE-JOURS' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to jours-fenetre
           end-read
           close FParametres
       .

       AFFECTATIONS-CHAUFFEUR.
           move 0 to fin-scan
           move eh-num-chauff to fa-num-chauff
           start FAffectations key = fa-num-chauff
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAffectations next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fa-num-chauff not = eh-num-chauff then
                           move 1 to fin-scan
                       else
                           perform RETIENT-AFFECTATION
                       end-if
               end-read
           end-perform
       .

       AFFECTATIONS-COCHAUFFEUR.
           move 0 to fin-scan
           move eh-num-chauff to fa-num-chauff2
           start FAffectations key = fa-num-chauff2
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAffectations next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fa-num-chauff2 not = eh-num-chauff then
                           move 1 to fin-scan
                       else
                           perform RETIENT-AFFECTATION
                       end-if
               end-read
           end-perform
       .

       RETIENT-AFFECTATION.
           if fa-statut = 'I' or fa-statut = 'B'
           or fa-date-fin < date-debut-calcul
           or fa-date-debut >= eh-date-fin then
               exit paragraph
           end-if

           move fa-date-debut to periode-debut-effective
           move fa-date-fin to periode-fin-effective
           if fa-date-debut < date-debut-calcul then
               move date-debut-calcul to periode-debut-effective
           end-if
           if fa-date-fin > eh-date-fin then
               move eh-date-fin to periode-fin-effective
           end-if

           perform CALCULE-MINUTES-NUIT

           compute entier-jour =
               function integer-of-date(periode-debut-effective)
           compute entier-fin =
               function integer-of-date(periode-fin-effective)
           perform until entier-jour >= entier-fin
               add nuit-minutes to minutes-nuit
      *        jour 1 du calendrier entier : un lundi
               compute jour-semaine = function rem(entier-jour, 7)
               if jour-semaine = 0 or jour-semaine = 6 then
                   add 1 to eh-jours-weekend
               end-if
               if feries-fichier-absent = 0 then
                   move function date-of-integer(entier-jour)
                       to fe-date
                   read FFeries
                       invalid key
                           continue
                       not invalid key
                           add 1 to eh-jours-feries
                   end-read
               end-if
               compute entier-jour = entier-jour + 1
           end-perform
       .

       CALCULE-MINUTES-NUIT.
      * Part quotidienne du service entre 22h et 6h, sur une echelle
      * 0-2880 minutes pour couvrir le passage de minuit.
           compute hd-minutes =
               function integer-part(fa-heure-debut / 100) * 60
               + function mod(fa-heure-debut, 100)
           if fa-heure-fin = 2400 then
               move 1440 to hf-minutes
           else
               compute hf-minutes =
                   function integer-part(fa-heure-fin / 100) * 60
                   + function mod(fa-heure-fin, 100)
           end-if
           if hf-minutes > hd-minutes then
               compute duree-minutes = hf-minutes - hd-minutes
           else
               compute duree-minutes =
                   1440 - hd-minutes + hf-minutes
           end-if

           move 0 to nuit-minutes
           compute hf-minutes = hd-minutes + duree-minutes
           move 1320 to borne-basse
           move 1440 to borne-haute
           perform AJOUTE-RECOUVREMENT-NUIT
           move 1440 to borne-basse
           move 1800 to borne-haute
           perform AJOUTE-RECOUVREMENT-NUIT
           move 0 to borne-basse
           move 360 to borne-haute
           perform AJOUTE-RECOUVREMENT-NUIT
       .

       AJOUTE-RECOUVREMENT-NUIT.
           if hd-minutes > borne-basse then
               move hd-minutes to borne-basse
           end-if
           if hf-minutes < borne-haute then
               move hf-minutes to borne-haute
           end-if
           compute recouvre-minutes = borne-haute - borne-basse
           if recouvre-minutes > 0 then
               add recouvre-minutes to nuit-minutes
           end-if
       .

       COMPTE-ASTREINTES.
           open input FAstreinte
           if FAstreinteStatus not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           move eh-num-chauff to as-num-chauff
           start FAstreinte key = as-num-chauff
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAstreinte next
                   at end
                       move 1 to fin-scan
                   not at end
                       if as-num-chauff not = eh-num-chauff then
                           move 1 to fin-scan
                       else
                           if as-date-debut < eh-date-fin
                           and as-date-fin >= date-debut-calcul then
                               add 1 to eh-astreintes
                           end-if
                       end-if
               end-read
           end-perform
           close FAstreinte
       .

       end program ss-equite-calcul.
