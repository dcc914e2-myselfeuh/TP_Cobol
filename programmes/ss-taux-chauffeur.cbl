       program-id. ss-taux-chauffeur.

       input-output section.
           file-control.
           select FTaux assign to "../ext/TauxChauffeur.dat"
               organization is indexed
               access mode is dynamic
                   record key is tx-cle
               status ftx-status.

       data division.
       file section.
       fd FTaux.
           01 enr-taux.
               02 tx-cle.
                   03 tx-num-chauff    pic 9(6).
                   03 tx-date-effet    pic 9(8).
               02 tx-grade         pic x(02).
               02 tx-taux-horaire  pic 9(3)v99.
               02 tx-motif         pic x(30).
               02 tx-operateur     pic x(8).

       working-storage section.
       01 ftx-status               pic x(2).
       01 fin-scan                 pic 9.

       linkage section.
       01 th-num-chauff            pic 9(6).
       01 th-date                  pic 9(8).
       01 th-grade                 pic x(02).
       01 th-taux-horaire          pic 9(3)v99.
       01 th-trouve                pic 9.

       procedure division using th-num-chauff th-date th-grade
           th-taux-horaire th-trouve.

      * Grade et taux horaire en vigueur pour le chauffeur
      * th-num-chauff a la date th-date : la derniere ligne de son
      * historique (TauxChauffeur.dat) dont la date d'effet ne
      * depasse pas th-date.
      * En retour : th-trouve 1, th-grade et th-taux-horaire ;
      * th-trouve 0 si aucun taux n'etait encore en vigueur.

       move 0 to th-trouve
       move spaces to th-grade
       move 0 to th-taux-horaire

       open input FTaux
       if ftx-status not = '00' then
           goback
       end-if

       move th-num-chauff to tx-num-chauff
       move 0 to tx-date-effet
       move 0 to fin-scan
       start FTaux key >= tx-cle
           invalid key
               move 1 to fin-scan
       end-start
       perform until (fin-scan = 1)
           read FTaux next
               at end
                   move 1 to fin-scan
               not at end
                   if tx-num-chauff not = th-num-chauff
                   or tx-date-effet > th-date then
                       move 1 to fin-scan
                   else
                       move tx-grade to th-grade
                       move tx-taux-horaire to th-taux-horaire
                       move 1 to th-trouve
                   end-if
           end-read
       end-perform
       close FTaux

       goback
       .

       end program ss-taux-chauffeur.
