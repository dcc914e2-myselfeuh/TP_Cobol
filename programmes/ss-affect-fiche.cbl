                   record key is et-cle
               status fet-status.

           select FAffPersonnel assign to "../ext/AffectPersonnel.dat"
               organization is indexed
               access mode is dynamic
                   record key is ap-cle
                   alternate record key is ap-num-pers
                       with duplicates
               status fap-status.

           select FPersonnel assign to "../ext/Personnel.dat"
               organization is indexed
               access mode is dynamic
                   record key is pe-num
                   alternate record key is pe-code-site
                       with duplicates
               status fpe-status.

           select FErrorLog assign to "../ext/ErrorLog.dat"
               organization is sequential
               status fel-status.
               02 et-km-prevus     pic 9(4).
               02 et-notes         pic x(40).

       fd FAffPersonnel.
           01 enr-aff-personnel.
               02 ap-cle.
                   03 ap-num-affect    pic 9(6).
                   03 ap-num-pers      pic 9(6).
               02 ap-role          pic x(1).

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

      *-------------------------- VARIABLES ----------------------------
       working-storage section.
       01 fa-status        pic x(2).
       01 etape-fichier-absent pic 9.
       01 fin-scan-etape   pic 9.
       01 etapes-imprimees pic 9.
       01 fap-status       pic x(2).
       01 fpe-status       pic x(2).
       01 fin-scan-accomp  pic 9.
       01 accomp-present   pic 9.
       01 libelle-accomp   pic x(18).
       01 ae-role          pic x(1).
       01 ae-origine       pic x(16).
       01 el-date          pic 9(8).
       01 el-heure         pic 9(8).

                   delimited by size into contenu-ligne
               write Ligne
           end-if
           perform IMPRIME-ACCOMPAGNEMENT
           move ' ' to contenu-ligne
           string 'Periode affectation : ' fa-date-debut
               ' au ' fa-date-fin
           write Ligne
       .

       IMPRIME-ACCOMPAGNEMENT.
      * Accompagnateurs et guides rattaches a l'affectation, puis
      * alerte si le circuit ou la compagnie en exige un et qu'il
      * n'y en a aucun a bord.
           move 0 to accomp-present
           call 'ss-accomp-exigence' using fa-num-affect fa-num-bus
               ae-role ae-origine

           open input FAffPersonnel
           if fap-status = '00' then
               open input FPersonnel
               move 0 to fin-scan-accomp
               move fa-num-affect to ap-num-affect
               move 0 to ap-num-pers
               start FAffPersonnel key >= ap-cle
                   invalid key
                       move 1 to fin-scan-accomp
               end-start

               perform with test after until (fin-scan-accomp = 1)
                   read FAffPersonnel next
                       at end
                           move 1 to fin-scan-accomp
                       not at end
                           if ap-num-affect not = fa-num-affect then
                               move 1 to fin-scan-accomp
                           else
                               perform IMPRIME-ACCOMPAGNATEUR
                           end-if
                   end-read
               end-perform
               close FPersonnel
               close FAffPersonnel
           end-if

           if ae-role not = space and accomp-present = 0 then
               if ae-role = 'G' then
                   move 'guide' to libelle-accomp
               else
                   move 'accompagnateur' to libelle-accomp
               end-if
               move ' ' to contenu-ligne
               string 'ATTENTION : ' function trim(libelle-accomp)
                   ' exige par ' function trim(ae-origine)
                   ', aucun a bord'
                   delimited by size into contenu-ligne
               write Ligne
           end-if
       .

       IMPRIME-ACCOMPAGNATEUR.
           move ap-num-pers to pe-num
           read FPersonnel
               invalid key
                   move spaces to pe-nom
                   move spaces to pe-prenom
                   move spaces to pe-telephone
           end-read
           if ap-role = 'G' then
               move 'Guide             ' to libelle-accomp
           else
               move 'Accompagnateur    ' to libelle-accomp
           end-if
           if ap-role = ae-role then
               move 1 to accomp-present
           end-if
           move ' ' to contenu-ligne
           string libelle-accomp ': ' function trim(pe-prenom) ' '
               function trim(pe-nom) '  ' pe-telephone
               delimited by size into contenu-ligne
           write Ligne
       .

       IMPRIME-ETAPES.
      * La feuille de route jour par jour des voyages longs : les
      * etapes saisies dans Etape.dat, pour que le chauffeur parte
