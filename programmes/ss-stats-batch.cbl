       program-id. ss-stats-batch.

       input-output section.
           file-control.
           select FStatsBatch assign to "../ext/StatsBatch.dat"
               organization is indexed
               access mode is dynamic
                   record key is sb-cle
               status fsb-status.

       data division.
       file section.
      * Un enregistrement par passage d'une etape de la chaine du
      * soir ou d'un traitement par lot : debut, fin, duree en
      * secondes, enregistrements lus et ecrits, statut (S = succes,
      * E = echec). Base du rapport de tendance ss-stats-batch-rapport.
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

       working-storage section.
       01 fsb-status               pic x(2).
       01 heure-debut-r.
           02 hd-heures            pic 9(2).
           02 hd-minutes           pic 9(2).
           02 hd-secondes          pic 9(2).
           02 filler               pic 9(2).
       01 heure-fin-r.
           02 hf-heures            pic 9(2).
           02 hf-minutes           pic 9(2).
           02 hf-secondes          pic 9(2).
           02 filler               pic 9(2).
       01 secondes-debut           pic s9(11) comp.
       01 secondes-fin             pic s9(11) comp.

       linkage section.
       01 sx-etape                 pic x(20).
       01 sx-date-debut            pic 9(8).
       01 sx-heure-debut           pic 9(8).
       01 sx-nb-lus                pic 9(7).
       01 sx-nb-ecrits             pic 9(7).
       01 sx-statut                pic x(1).

       procedure division using sx-etape sx-date-debut
           sx-heure-debut sx-nb-lus sx-nb-ecrits sx-statut.

      * Appele en fin d'etape avec la date et l'heure de debut
      * relevees par l'appelant : la fin est l'heure de l'appel. Un
      * fichier de statistiques inaccessible ne bloque jamais le
      * traitement appelant.

       open i-o FStatsBatch
       if fsb-status = '35' then
           open output FStatsBatch
           close FStatsBatch
           open i-o FStatsBatch
       end-if
       if fsb-status not = '00' then
           goback
       end-if

       move sx-etape to sb-etape
       move sx-date-debut to sb-date
       move sx-heure-debut to sb-heure-debut
       accept sb-date-fin from date yyyymmdd
       accept sb-heure-fin from time

       move sx-heure-debut to heure-debut-r
       move sb-heure-fin to heure-fin-r
       compute secondes-debut =
           function integer-of-date(sx-date-debut) * 86400
           + hd-heures * 3600 + hd-minutes * 60 + hd-secondes
       compute secondes-fin =
           function integer-of-date(sb-date-fin) * 86400
           + hf-heures * 3600 + hf-minutes * 60 + hf-secondes
       if secondes-fin > secondes-debut then
           compute sb-duree = secondes-fin - secondes-debut
       else
           move 0 to sb-duree
       end-if

       move sx-nb-lus to sb-nb-lus
       move sx-nb-ecrits to sb-nb-ecrits
       move sx-statut to sb-statut

       write enr-stats-batch
           invalid key
               rewrite enr-stats-batch
                   invalid key
                       continue
               end-rewrite
       end-write

       close FStatsBatch
       goback
       .

       end program ss-stats-batch.
