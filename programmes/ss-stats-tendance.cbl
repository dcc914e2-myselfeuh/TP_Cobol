       program-id. ss-stats-tendance.

       input-output section.
           file-control.
           select FStatsBatch assign to "../ext/StatsBatch.dat"
               organization is indexed
               access mode is dynamic
                   record key is sb-cle
               status fsb-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FRapport assign to "../ext/TendanceBatch.txt"
               organization is sequential
               status frap-status.

       data division.
       file section.
       fd FStatsBatch.
           01 enr-stats-batch.
               02 sb-cle.
                   03 sb-etape     pic x(20).
                   03 sb-date      pic 9(8).
                   03 sb-heure-debut pic 9(8).
               02 sb-date-fin      pic 9(8).
               02 sb-heure-fin     pic 9(8).
               02 sb-duree         pic 9(6).
               02 sb-nb-lus        pic 9(7).
               02 sb-nb-ecrits     pic 9(7).
               02 sb-statut        pic x(1).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       fd FRapport.
           01 LigneRapport.
               02 contenu-rapport  pic x(80).

       working-storage section.
       01 fsb-status               pic x(2).
       01 fpa-status               pic x(2).
       01 frap-status              pic x(2).

       01 fin-scan                 pic 9.
       01 etape-courante           pic x(20).

      *----- Seuils (Parametres.dat) -----
       01 lenteur-pct              pic 9(4) value 150.
       01 volume-bas-pct           pic 9(4) value 50.
       01 volume-haut-pct          pic 9(4) value 200.
       01 duree-min                pic 9(6) value 10.
       01 historique-min           pic 9(2) value 3.

      *----- Derniers passages reussis de l'etape courante -----
       01 historique.
           02 hi-passage occurs 10 times.
               03 hi-duree         pic 9(6).
               03 hi-nb-lus        pic 9(7).
               03 hi-nb-ecrits     pic 9(7).
       01 nb-historique            pic 9(2).
       01 pos-historique           pic 9(2).
       01 k                        pic 9(2).
       01 somme-duree              pic 9(9).
       01 somme-lus                pic 9(10).
       01 somme-ecrits             pic 9(10).
       01 moy-duree                pic 9(6).
       01 moy-lus                  pic 9(7).
       01 moy-ecrits               pic 9(7).

       01 nb-passages              pic 9(4).
       01 drapeaux                 pic x(60).
       01 ptr-drapeaux             pic 9(3).
       01 heure-edit               pic 99b99.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
       01 spool-source             pic x(40).

       linkage section.
       01 tn-date                  pic 9(8).
       01 tn-nb-alertes            pic 9(4).

       procedure division using tn-date tn-nb-alertes.

      * Rapport de tendance des traitements par lot pour la nuit
      * tn-date : chaque passage du jour est compare a la moyenne
      * des dix derniers passages reussis de la meme etape. Sont
      * signales les passages en echec, anormalement lents (au-dela
      * de STATS-SEUIL-LENT % de la moyenne et d'au moins
      * STATS-DUREE-MIN secondes) et ceux dont les volumes lus ou
      * ecrits s'effondrent (sous STATS-SEUIL-BAS %) ou s'emballent
      * (au-dela de STATS-SEUIL-HAUT %). Il faut au moins trois
      * passages d'historique pour juger. tn-nb-alertes rend le
      * nombre de passages signales ; l'edition part au spool.

       move 0 to tn-nb-alertes
       move 0 to nb-passages
       perform LIT-PARAMETRES

       open output FRapport
       if frap-status not = '00' then
           goback
       end-if
       move spaces to contenu-rapport
       string '===== Durees et volumes des traitements par lot du '
           tn-date ' ====='
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Etape                Debut   Sec.   Moy.    '
           ' Lus    Moy.  Ecrits    Moy.'
           delimited by size into contenu-rapport
       write LigneRapport

       open input FStatsBatch
       if fsb-status = '00' then
           perform PARCOURS-STATS
           close FStatsBatch
       end-if

       move spaces to contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Passages du jour : ' nb-passages
           '   Passages signales : ' tn-nb-alertes
           delimited by size into contenu-rapport
       write LigneRapport
       close FRapport

       move 'ss-stats-tendance' to spool-programme
       move spaces to spool-parametres
       string 'tendance des lots du ' tn-date
           delimited by size into spool-parametres
       move '../ext/TendanceBatch.txt' to spool-source
       call 'ss-spool-depose' using spool-programme
           spool-parametres spool-source

       goback
       .

       LIT-PARAMETRES.
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 'STATS-SEUIL-LENT' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to lenteur-pct
                   end-if
           end-read
           move 'STATS-SEUIL-BAS' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to volume-bas-pct
                   end-if
           end-read
           move 'STATS-SEUIL-HAUT' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to volume-haut-pct
                   end-if
           end-read
           move 'STATS-DUREE-MIN' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to duree-min
           end-read
           close FParametres
       .

       PARCOURS-STATS.
      * Le fichier est range par etape puis par date et heure : les
      * passages anterieurs de chaque etape passent avant ceux du
      * jour, l'historique se construit au fil de la lecture.
           move spaces to etape-courante
           move 0 to nb-historique
           move 0 to pos-historique
           move low-values to sb-cle
           move 0 to fin-scan
           start FStatsBatch key > sb-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FStatsBatch next
                   at end
                       move 1 to fin-scan
                   not at end
                       if sb-etape not = etape-courante then
                           move sb-etape to etape-courante
                           move 0 to nb-historique
                           move 0 to pos-historique
                       end-if
                       if sb-date = tn-date then
                           perform JUGE-PASSAGE
                       end-if
                       if sb-date <= tn-date
                       and sb-statut = 'S' then
                           perform AJOUTE-HISTORIQUE
                       end-if
               end-read
           end-perform
       .

       AJOUTE-HISTORIQUE.
           if pos-historique = 10 then
               move 1 to pos-historique
           else
               add 1 to pos-historique
           end-if
           move sb-duree to hi-duree(pos-historique)
           move sb-nb-lus to hi-nb-lus(pos-historique)
           move sb-nb-ecrits to hi-nb-ecrits(pos-historique)
           if nb-historique < 10 then
               add 1 to nb-historique
           end-if
       .

       JUGE-PASSAGE.
           add 1 to nb-passages
           move 0 to moy-duree moy-lus moy-ecrits
           if nb-historique > 0 then
               move 0 to somme-duree somme-lus somme-ecrits
               perform varying k from 1 by 1 until k > nb-historique
                   add hi-duree(k) to somme-duree
                   add hi-nb-lus(k) to somme-lus
                   add hi-nb-ecrits(k) to somme-ecrits
               end-perform
               divide somme-duree by nb-historique
                   giving moy-duree rounded
               divide somme-lus by nb-historique
                   giving moy-lus rounded
               divide somme-ecrits by nb-historique
                   giving moy-ecrits rounded
           end-if

           move spaces to drapeaux
           move 1 to ptr-drapeaux
           if sb-statut = 'E' then
               string 'ECHEC ' delimited by size
                   into drapeaux with pointer ptr-drapeaux
           end-if
           if nb-historique >= historique-min then
               if sb-duree >= duree-min
               and sb-duree * 100 > moy-duree * lenteur-pct then
                   string 'LENT ' delimited by size
                       into drapeaux with pointer ptr-drapeaux
               end-if
               if moy-lus > 0 then
                   if sb-nb-lus * 100 < moy-lus * volume-bas-pct then
                       string 'LUS-EFFONDRES ' delimited by size
                           into drapeaux with pointer ptr-drapeaux
                   end-if
                   if sb-nb-lus * 100 > moy-lus * volume-haut-pct then
                       string 'LUS-EN-HAUSSE ' delimited by size
                           into drapeaux with pointer ptr-drapeaux
                   end-if
               end-if
               if moy-ecrits > 0 then
                   if sb-nb-ecrits * 100 <
                       moy-ecrits * volume-bas-pct then
                       string 'ECRITS-EFFONDRES ' delimited by size
                           into drapeaux with pointer ptr-drapeaux
                   end-if
                   if sb-nb-ecrits * 100 >
                       moy-ecrits * volume-haut-pct then
                       string 'ECRITS-EN-HAUSSE ' delimited by size
                           into drapeaux with pointer ptr-drapeaux
                   end-if
               end-if
           end-if

           move sb-heure-debut(1:4) to heure-edit
           move spaces to contenu-rapport
           string sb-etape ' ' heure-edit ' ' sb-duree ' ' moy-duree
               ' ' sb-nb-lus ' ' moy-lus ' ' sb-nb-ecrits
               ' ' moy-ecrits
               delimited by size into contenu-rapport
           write LigneRapport
           if drapeaux not = spaces then
               add 1 to tn-nb-alertes
               move spaces to contenu-rapport
               string '   >>> ' drapeaux
                   delimited by size into contenu-rapport
               write LigneRapport
           end-if
       .

       end program ss-stats-tendance.
