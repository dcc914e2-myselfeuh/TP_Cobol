       program-id. ss-travaux-calendrier.

       input-output section.
           file-control.
           select FPlanTravaux assign to "../ext/PlanTravaux.dat"
               organization is indexed
               access mode is dynamic
                   record key is pt-travail
               status fpt-status.

           select FTravauxLog assign to "../ext/TravauxLog.dat"
               organization is indexed
               access mode is dynamic
                   record key is tl-cle
               status ftl-status.

           select FFeries assign to "../ext/Feries.dat"
               organization is indexed
               access mode is dynamic
                   record key is fe-date
               status ffe-status.

           select FSite assign to "../ext/Site.dat"
               organization is indexed
               access mode is dynamic
                   record key is si-code
               status fsi-status.

           select FNotify assign to "../ext/Notify.dat"
               organization is sequential
               status fn-status.

       data division.
       file section.
      * Plan des travaux de calendrier de la chaine du soir : un
      * enregistrement par travail. pt-frequence : Q = chaque soir,
      * D = dernier jour ouvre du mois, P = premier du mois, A = 1er
      * janvier. pt-site a blanc = tous sites. Un travail ne part
      * qu'une fois ses prerequis faits pour la meme periode.
       fd FPlanTravaux.
           01 enr-plan-travaux.
               02 pt-travail       pic x(16).
               02 pt-libelle       pic x(30).
               02 pt-frequence     pic x(1).
               02 pt-site          pic x(4).
               02 pt-prerequis     pic x(16) occurs 3 times.

      * Passages des travaux par periode (AAAAMM ou AAAA) :
      * tl-statut F = fait, E = en echec, R = retenu (prerequis non
      * fait). Un travail fait pour sa periode n'est jamais rejoue.
       fd FTravauxLog.
           01 enr-travaux-log.
               02 tl-cle.
                   03 tl-travail   pic x(16).
                   03 tl-periode   pic 9(8).
               02 tl-date          pic 9(8).
               02 tl-heure         pic 9(8).
               02 tl-statut        pic x(1).
               02 tl-motif         pic x(40).

       fd FFeries.
           01 enr-ferie.
               02 fe-date          pic 9(8).
               02 fe-libelle       pic x(30).

       fd FSite.
           01 enr-site.
               02 si-code          pic x(04).
               02 si-nom           pic x(30).
               02 si-adresse       pic x(40).
               02 si-places-parc   pic 9(3).

       fd FNotify.
           01 ligne-notification pic x(120).

       working-storage section.
       01 fpt-status               pic x(2).
       01 ftl-status               pic x(2).
       01 ffe-status               pic x(2).
       01 fsi-status               pic x(2).
       01 fn-status                pic x(2).
       01 feries-fichier-absent    pic 9.
       01 site-fichier-absent      pic 9.

       01 fin-scan                 pic 9.
       01 heure-jour               pic 9(8).
       01 nom-ssprog               pic x(40).
       01 lot-periode              pic 9(8).
       01 lot-retour               pic 9.

      *----- Calendrier du soir -----
      * 20260803 est un lundi connu (meme reference que
      * ss-bus-lister-jour).
       01 entier-ref               pic s9(9) comp.
       01 entier-jour              pic s9(9) comp.
       01 entier-test              pic s9(9) comp.
       01 entier-semaine           pic s9(9) comp.
       01 date-test                pic 9(8).
       01 date-veille              pic 9(8).
       01 jour-ouvre               pic 9.
       01 est-ouvre                pic 9.
       01 est-dernier-ouvre        pic 9.
       01 est-premier-mois         pic 9.
       01 est-premier-janvier      pic 9.

      *----- Travaux du soir -----
      * tv-etat : 0 = a lancer, 1 = fait (ce soir ou deja), 2 =
      * retenu ou en echec.
       01 nb-tv                    pic 9(2).
       01 idx-tv                   pic 9(2).
       01 idx-pr                   pic 9(1).
       01 idx-lance                pic 9(2).
       01 table-travaux.
           02 tv-entree occurs 30 times.
               03 tv-travail       pic x(16).
               03 tv-programme     pic x(40).
               03 tv-date-ref      pic 9(8).
               03 tv-periode       pic 9(8).
               03 tv-etat          pic 9.
               03 tv-prerequis     pic x(16) occurs 3 times.
       01 progression              pic 9.
       01 prerequis-etat           pic 9.
       01 motif-courant            pic x(40).
       01 statut-courant           pic x(10).

      *----- Catalogue des travaux -----
      * unite-travail : M = periode AAAAMM, A = exercice AAAA.
       01 travail-cherche          pic x(16).
       01 programme-travail        pic x(40).
       01 unite-travail            pic x(1).
       01 periode-travail          pic 9(8).

       linkage section.
       01 tc-date                  pic 9(8).
       01 tc-retour                pic 9.

       procedure division using tc-date tc-retour.

      * Travaux de calendrier de la chaine du soir : d'apres
      * Feries.dat et la date, retient les travaux du plan qui
      * tombent ce soir, les lance dans l'ordre de leurs prerequis
      * et note dans Notify.dat ce qui est planifie et pourquoi. Un
      * travail deja fait pour sa periode est saute. tc-retour vaut
      * 0 si un travail lance a echoue.

       move 1 to tc-retour
       open input FPlanTravaux
       if fpt-status not = '00' then
           goback
       end-if

       open i-o FTravauxLog
       if ftl-status = '35' then
           open output FTravauxLog
           close FTravauxLog
           open i-o FTravauxLog
       end-if
       if ftl-status not = '00' then
           close FPlanTravaux
           move 0 to tc-retour
           goback
       end-if

       move 0 to feries-fichier-absent
       open input FFeries
       if ffe-status not = '00' then
           move 1 to feries-fichier-absent
       end-if
       move 0 to site-fichier-absent
       open input FSite
       if fsi-status not = '00' then
           move 1 to site-fichier-absent
       end-if

       perform SITUE-CALENDRIER
       perform RETIENT-TRAVAUX
       close FPlanTravaux

      * Passes successives tant qu'un travail avance : chaque passe
      * lance ceux dont les prerequis sont faits. Ce qui reste a
      * lancer ensuite attend un prerequis lui-meme en attente
      * (boucle dans le plan).
       move 1 to progression
       perform until (progression = 0)
           move 0 to progression
           perform varying idx-tv from 1 by 1 until idx-tv > nb-tv
               if tv-etat(idx-tv) = 0 then
                   perform EXAMINE-TRAVAIL
               end-if
           end-perform
       end-perform

       perform varying idx-tv from 1 by 1 until idx-tv > nb-tv
           if tv-etat(idx-tv) = 0 then
               move 2 to tv-etat(idx-tv)
               move 'prerequis en boucle dans le plan'
                   to motif-courant
               move 'R' to tl-statut
               perform ENREGISTRE-PASSAGE
           end-if
       end-perform

       close FTravauxLog
       if feries-fichier-absent = 0 then
           close FFeries
       end-if
       if site-fichier-absent = 0 then
           close FSite
       end-if
       goback
       .

       SITUE-CALENDRIER.
           move function integer-of-date(20260803) to entier-ref
           move function integer-of-date(tc-date) to entier-jour
           compute entier-test = entier-jour - 1
           move function date-of-integer(entier-test) to date-veille

           move tc-date to date-test
           perform TESTE-JOUR-OUVRE
           move jour-ouvre to est-ouvre

      *    dernier jour ouvre : aucun jour ouvre d'ici la fin du mois
           move 0 to est-dernier-ouvre
           if est-ouvre = 1 then
               move 1 to est-dernier-ouvre
               move entier-jour to entier-test
               add 1 to entier-test
               move function date-of-integer(entier-test)
                   to date-test
               perform until (date-test(1:6) not = tc-date(1:6)
                   or est-dernier-ouvre = 0)
                   perform TESTE-JOUR-OUVRE
                   if jour-ouvre = 1 then
                       move 0 to est-dernier-ouvre
                   end-if
                   add 1 to entier-test
                   move function date-of-integer(entier-test)
                       to date-test
               end-perform
           end-if

           move 0 to est-premier-mois
           if tc-date(7:2) = '01' then
               move 1 to est-premier-mois
           end-if
           move 0 to est-premier-janvier
           if tc-date(5:4) = '0101' then
               move 1 to est-premier-janvier
           end-if
       .

       TESTE-JOUR-OUVRE.
      * Du lundi au vendredi, hors jours feries du calendrier.
           move function integer-of-date(date-test)
               to entier-semaine
           move 1 to jour-ouvre
           if function mod(entier-semaine - entier-ref, 7) > 4 then
               move 0 to jour-ouvre
               exit paragraph
           end-if
           if feries-fichier-absent = 0 then
               move date-test to fe-date
               read FFeries
                   invalid key
                       continue
                   not invalid key
                       move 0 to jour-ouvre
               end-read
           end-if
       .

       RETIENT-TRAVAUX.
           move 0 to nb-tv
           move low-values to pt-travail
           move 0 to fin-scan
           start FPlanTravaux key > pt-travail
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FPlanTravaux next
                   at end
                       move 1 to fin-scan
                   not at end
                       perform RETIENT-UN-TRAVAIL
               end-read
           end-perform
       .

       RETIENT-UN-TRAVAIL.
      * La frequence decide si le travail tombe ce soir, et sur
      * quelle date de reference : ce soir pour le quotidien et la
      * fin de mois, la veille (mois ou exercice echu) pour le
      * premier du mois et le 1er janvier.
           move spaces to motif-courant
           evaluate pt-frequence
               when 'Q'
                   move 'chaque soir' to motif-courant
                   move tc-date to date-test
               when 'D'
                   if est-dernier-ouvre = 1 then
                       move 'dernier jour ouvre du mois'
                           to motif-courant
                       move tc-date to date-test
                   end-if
               when 'P'
                   if est-premier-mois = 1 then
                       move 'premier du mois, mois echu'
                           to motif-courant
                       move date-veille to date-test
                   end-if
               when 'A'
                   if est-premier-janvier = 1 then
                       move '1er janvier, exercice echu'
                           to motif-courant
                       move date-veille to date-test
                   end-if
           end-evaluate
           if motif-courant = spaces then
               exit paragraph
           end-if

           if pt-site not = spaces then
               if site-fichier-absent = 1 then
                   exit paragraph
               end-if
               move pt-site to si-code
               read FSite
                   invalid key
                       exit paragraph
               end-read
           end-if

           if nb-tv >= 30 then
               exit paragraph
           end-if
           add 1 to nb-tv
           move pt-travail to tv-travail(nb-tv)
           move date-test to tv-date-ref(nb-tv)
           move 0 to tv-etat(nb-tv)
           perform varying idx-pr from 1 by 1 until idx-pr > 3
               move pt-prerequis(idx-pr)
                   to tv-prerequis(nb-tv, idx-pr)
           end-perform

           move pt-travail to travail-cherche
           perform RESOUT-TRAVAIL
           move programme-travail to tv-programme(nb-tv)
           move periode-travail to tv-periode(nb-tv)

           move nb-tv to idx-tv
           move 'PLANIFIE' to statut-courant
           perform NOTIFIE-TRAVAIL

           if programme-travail = spaces then
               move 2 to tv-etat(nb-tv)
               move 'travail inconnu du catalogue' to motif-courant
               move 'R' to tl-statut
               perform ENREGISTRE-PASSAGE
               exit paragraph
           end-if

           move tv-travail(nb-tv) to tl-travail
           move tv-periode(nb-tv) to tl-periode
           read FTravauxLog
               invalid key
                   continue
               not invalid key
                   if tl-statut = 'F' then
                       move 1 to tv-etat(nb-tv)
                       move 'deja fait pour la periode'
                           to motif-courant
                       move 'DEJA-FAIT' to statut-courant
                       perform NOTIFIE-TRAVAIL
                   end-if
           end-read
       .

       RESOUT-TRAVAIL.
      * Catalogue : programme appele et unite de periode de chaque
      * travail, periode deduite de la date de reference date-test.
           move spaces to programme-travail
           move 'M' to unite-travail
           evaluate travail-cherche
               when 'FACTURATION'
                   move 'ss-facturation' to programme-travail
               when 'TVA'
                   move 'ss-facture-ledger' to programme-travail
               when 'STATISTIQUES'
                   move 'ss-statistiques' to programme-travail
               when 'CLOTURE'
                   move 'ss-cloture-periode' to programme-travail
               when 'CLOTURE-ANNUELLE'
                   move 'ss-cloture-annuelle' to programme-travail
                   move 'A' to unite-travail
           end-evaluate
           if unite-travail = 'A' then
               move date-test(1:4) to periode-travail
           else
               move date-test(1:6) to periode-travail
           end-if
       .

       EXAMINE-TRAVAIL.
      * Chaque prerequis doit etre fait pour la periode qui lui
      * correspond a la date de reference du travail.
           move 1 to prerequis-etat
           move spaces to motif-courant
           perform varying idx-pr from 1 by 1
               until idx-pr > 3 or prerequis-etat not = 1
               if tv-prerequis(idx-tv, idx-pr) not = spaces then
                   perform EXAMINE-PREREQUIS
               end-if
           end-perform

           evaluate prerequis-etat
               when 1
                   perform LANCE-TRAVAIL
                   move 1 to progression
               when 2
                   move 2 to tv-etat(idx-tv)
                   move 'R' to tl-statut
                   perform ENREGISTRE-PASSAGE
                   move 1 to progression
           end-evaluate
       .

       EXAMINE-PREREQUIS.
      * prerequis-etat : 1 = fait, 0 = a lancer ce soir avant,
      * 2 = ni fait ni lance ce soir (ou en echec).
           move tv-prerequis(idx-tv, idx-pr) to travail-cherche
           move tv-date-ref(idx-tv) to date-test
           perform RESOUT-TRAVAIL

           move travail-cherche to tl-travail
           move periode-travail to tl-periode
           read FTravauxLog
               invalid key
                   move space to tl-statut
           end-read
           if tl-statut = 'F' then
               exit paragraph
           end-if

           move 2 to prerequis-etat
           perform varying idx-lance from 1 by 1
               until idx-lance > nb-tv
               if tv-travail(idx-lance) = travail-cherche
               and tv-periode(idx-lance) = periode-travail
               and tv-etat(idx-lance) = 0 then
                   move 0 to prerequis-etat
               end-if
           end-perform
           if prerequis-etat = 2 then
               move spaces to motif-courant
               string 'prerequis ' function trim(travail-cherche)
                   ' non fait pour ' periode-travail
                   delimited by size into motif-courant
           end-if
       .

       LANCE-TRAVAIL.
           move tv-programme(idx-tv) to nom-ssprog
           move tv-periode(idx-tv) to lot-periode
           move 0 to lot-retour
           call nom-ssprog using lot-periode lot-retour
           if lot-retour = 1 then
               move 1 to tv-etat(idx-tv)
               move 'F' to tl-statut
               move 'fait' to motif-courant
           else
               move 2 to tv-etat(idx-tv)
               move 'E' to tl-statut
               move 'le travail n''a pas abouti' to motif-courant
               move 0 to tc-retour
           end-if
           perform ENREGISTRE-PASSAGE
       .

       ENREGISTRE-PASSAGE.
      * tl-statut est pose par l'appelant ; la ligne de la periode
      * est creee ou remplacee (une reprise apres echec la recouvre).
           accept heure-jour from time
           evaluate tl-statut
               when 'F'
                   move 'FAIT' to statut-courant
               when 'E'
                   move 'ECHEC' to statut-courant
               when other
                   move 'RETENU' to statut-courant
           end-evaluate
           move tv-travail(idx-tv) to tl-travail
           move tv-periode(idx-tv) to tl-periode
           move tc-date to tl-date
           move heure-jour to tl-heure
           move motif-courant to tl-motif
           write enr-travaux-log
               invalid key
                   rewrite enr-travaux-log
                       invalid key
                           continue
                   end-rewrite
           end-write
           perform NOTIFIE-TRAVAIL
       .

       NOTIFIE-TRAVAIL.
      * Meme journal de passage que les etapes de la chaine.
           accept heure-jour from time
           move spaces to ligne-notification
           string 'ss-chaine-soir TRAVAIL='
               function trim(tv-travail(idx-tv))
               ' PERIODE=' tv-periode(idx-tv)
               ' STATUT=' function trim(statut-courant)
               ' MOTIF=' function trim(motif-courant)
               ' DATE=' tc-date ' HEURE=' heure-jour
               delimited by size into ligne-notification
           end-string

           open extend FNotify
           if fn-status = '35' then
               open output FNotify
               close FNotify
               open extend FNotify
           end-if
           write ligne-notification
           close FNotify
       .

       end program ss-travaux-calendrier.
