       program-id. ss-kms-affect.

       input-output section.
           file-control.
           select FEtape assign to "../ext/Etape.dat"
               organization is indexed
               access mode is dynamic
                   record key is et-cle
               status FEtapeStatus.

           select FAffectDest assign to "../ext/AffectDest.dat"
               organization is indexed
               access mode is dynamic
                   record key is ad-num-affect
               status fad-status.

       data division.
       file section.
       fd FEtape.
           01 enr-etape.
               02 et-cle.
                   03 et-num-affect    pic 9(6).
                   03 et-jour          pic 9(2).
               02 et-destination   pic x(30).
               02 et-km-prevus     pic 9(4).
               02 et-notes         pic x(40).

       fd FAffectDest.
           01 enr-affect-dest.
               02 ad-num-affect    pic 9(6).
               02 ad-code-dest     pic x(06).
               02 ad-code-site     pic x(04).
               02 ad-km-prevus     pic 9(5).

       working-storage section.
       01 FEtapeStatus             pic x(2).
       01 fad-status               pic x(2).
       01 fin-scan                 pic 9.
       01 kms-affect               pic 9(7).

      * Estimation forfaitaire du kilometrage parcouru par jour
      * d'affectation, faute de destination ou de feuille de route.
       01 estimation-kms-jour      pic 9(4) value 250.

       linkage section.
       01 ka-num-affect            pic 9(6).
       01 ka-jours                 pic 9(4).
       01 ka-jours-total           pic 9(4).
       01 ka-kms                   pic 9(7).

       procedure division using ka-num-affect ka-jours
           ka-jours-total ka-kms.

      * Kilometrage prevu d'une affectation, ramene aux ka-jours
      * retenus sur ses ka-jours-total (periode d'un etat a cheval
      * sur l'affectation). Par ordre de preference : la feuille de
      * route (somme des km des etapes), l'aller-retour vers sa
      * destination depuis le depot du bus, a defaut le forfait
      * journalier.

       move 0 to kms-affect

       open input FEtape
       if FEtapeStatus = '00' then
           move ka-num-affect to et-num-affect
           move 0 to et-jour
           move 0 to fin-scan
           start FEtape key >= et-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FEtape next
                   at end
                       move 1 to fin-scan
                   not at end
                       if et-num-affect not = ka-num-affect then
                           move 1 to fin-scan
                       else
                           add et-km-prevus to kms-affect
                       end-if
               end-read
           end-perform
           close FEtape
       end-if

       if kms-affect = 0 then
           open input FAffectDest
           if fad-status = '00' then
               move ka-num-affect to ad-num-affect
               read FAffectDest
                   invalid key
                       continue
                   not invalid key
                       move ad-km-prevus to kms-affect
               end-read
               close FAffectDest
           end-if
       end-if

       if kms-affect = 0 then
           compute ka-kms = ka-jours * estimation-kms-jour
           goback
       end-if

       if ka-jours-total > 0 and ka-jours < ka-jours-total then
           compute ka-kms rounded =
               kms-affect * ka-jours / ka-jours-total
       else
           move kms-affect to ka-kms
       end-if

       goback
       .

       end program ss-kms-affect.
