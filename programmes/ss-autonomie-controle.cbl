       program-id. ss-autonomie-controle.

       input-output section.
           file-control.
           select FBusEmission assign to "../ext/BusEmission.dat"
               organization is indexed
               access mode is dynamic
                   record key is be-numero
               status fbe-status.

           select FBusElectrique assign to "../ext/BusElectrique.dat"
               organization is indexed
               access mode is dynamic
                   record key is ev-numero
               status fev-status.

           select FEtape assign to "../ext/Etape.dat"
               organization is indexed
               access mode is dynamic
                   record key is et-cle
               status FEtapeStatus.

       data division.
       file section.
       fd FBusEmission.
           01 enr-bus-emission.
               02 be-numero        pic 9(6).
               02 be-norme-euro    pic x(04).
               02 be-energie       pic x(01).
               02 be-critair       pic 9(1).

       fd FBusElectrique.
           01 enr-bus-electrique.
               02 ev-numero        pic 9(6).
               02 ev-autonomie-km  pic 9(4).
               02 ev-batterie-kwh  pic 9(4).

       fd FEtape.
           01 enr-etape.
               02 et-cle.
                   03 et-num-affect    pic 9(6).
                   03 et-jour          pic 9(2).
               02 et-destination   pic x(30).
               02 et-km-prevus     pic 9(4).
               02 et-notes         pic x(40).

       working-storage section.
       01 fbe-status               pic x(2).
       01 fev-status               pic x(2).
       01 FEtapeStatus             pic x(2).
       01 fin-scan                 pic 9.
       01 bus-electrique           pic 9.
       01 nb-recharges             pic 9(2).
       01 notes-etape              pic x(40).
       01 jours-service            pic s9(5).

       01 dest-nom                 pic x(30).
       01 dest-km                  pic 9(4).
       01 dest-duree               pic 9(4).
       01 dest-retour              pic 9.

       linkage section.
       01 au-num-bus               pic 9(6).
       01 au-num-affect            pic 9(6).
       01 au-code-dest             pic x(06).
       01 au-code-site             pic x(04).
       01 au-date-debut            pic 9(8).
       01 au-date-fin              pic 9(8).
       01 au-autonomie             pic 9(4).
       01 au-kms-jour              pic 9(5).
       01 au-depasse               pic 9.

       procedure division using au-num-bus au-num-affect
           au-code-dest au-code-site au-date-debut au-date-fin
           au-autonomie au-kms-jour au-depasse.

      * Un bus electrique (energie 'E' de sa classe d'emission) dont
      * l'autonomie utile est saisie peut-il assurer le service sans
      * recharger en route ? Kilometrage de la journee la plus
      * chargee : la feuille de route de l'affectation au-num-affect
      * (etapes dont les notes ne prevoient pas de RECHARGE), a
      * defaut la destination depuis le depot au-code-site -
      * aller-retour dans la journee pour un service d'un jour,
      * aller seul sinon (recharge a l'etape).
      * En retour : au-autonomie et au-kms-jour, au-depasse 1 si
      * le kilometrage depasse l'autonomie. Bus thermique, autonomie
      * ou parcours inconnus : au-depasse 0.

       move 0 to au-autonomie
       move 0 to au-kms-jour
       move 0 to au-depasse

       move 0 to bus-electrique
       open input FBusEmission
       if fbe-status = '00' then
           move au-num-bus to be-numero
           read FBusEmission
               invalid key
                   continue
               not invalid key
                   if be-energie = 'E' then
                       move 1 to bus-electrique
                   end-if
           end-read
           close FBusEmission
       end-if
       if bus-electrique = 0 then
           goback
       end-if

       open input FBusElectrique
       if fev-status = '00' then
           move au-num-bus to ev-numero
           read FBusElectrique
               invalid key
                   continue
               not invalid key
                   move ev-autonomie-km to au-autonomie
           end-read
           close FBusElectrique
       end-if
       if au-autonomie = 0 then
           goback
       end-if

      *    feuille de route : l'etape la plus longue sans recharge
       if au-num-affect > 0 then
           open input FEtape
           if FEtapeStatus = '00' then
               move au-num-affect to et-num-affect
               move 0 to et-jour
               move 0 to fin-scan
               start FEtape key >= et-cle
                   invalid key
                       move 1 to fin-scan
               end-start
               perform until (fin-scan = 1)
                   read FEtape next
                       at end
                           move 1 to fin-scan
                       not at end
                           if et-num-affect not = au-num-affect then
                               move 1 to fin-scan
                           else
                               move 0 to nb-recharges
                               move function upper-case(et-notes)
                                   to notes-etape
                               inspect notes-etape
                                   tallying nb-recharges
                                   for all 'RECHARGE'
                               if nb-recharges = 0
                               and et-km-prevus > au-kms-jour then
                                   move et-km-prevus to au-kms-jour
                               end-if
                           end-if
                   end-read
               end-perform
               close FEtape
           end-if
       end-if

      *    a defaut, la destination depuis le depot du bus
       if au-kms-jour = 0 and au-code-dest not = spaces then
           call 'ss-destination-distance' using au-code-dest
               au-code-site dest-nom dest-km dest-duree dest-retour
           if dest-retour = 0 then
               compute jours-service =
                   function integer-of-date(au-date-fin)
                   - function integer-of-date(au-date-debut)
               if jours-service <= 1 then
                   compute au-kms-jour = dest-km * 2
               else
                   move dest-km to au-kms-jour
               end-if
           end-if
       end-if

       if au-kms-jour > au-autonomie then
           move 1 to au-depasse
       end-if

       goback
       .

       end program ss-autonomie-controle.
