       program-id. ss-location-dispo.

       input-output section.
           file-control.
           select FLocation assign to "../ext/Location.dat"
               organization is indexed
               access mode is dynamic
                   record key is lo-num
                   alternate record key is lo-num-bus
                       with duplicates
               status flo-status.

       data division.
       file section.
       fd FLocation.
           01 enr-location.
               02 lo-num           pic 9(4).
               02 lo-num-bus       pic 9(6).
               02 lo-loueur        pic x(30).
               02 lo-ref-contrat   pic x(15).
               02 lo-date-debut    pic 9(8).
               02 lo-date-fin      pic 9(8).
               02 lo-cout-jour     pic 9(5)v99.
               02 lo-km-inclus     pic 9(6).
               02 lo-cout-km-sup   pic 9(2)v99.
               02 lo-kms-depart    pic 9(6).
               02 lo-kms-retour    pic 9(6).
               02 lo-date-retour   pic 9(8).
               02 lo-cout-km-total pic 9(7)v99.
               02 lo-statut        pic x(1).

       working-storage section.
       01 flo-status               pic x(2).
       01 fin-scan                 pic 9.
       01 fin-contrat              pic 9(8).

       linkage section.
       01 ld-num-bus               pic 9(6).
       01 ld-date-debut            pic 9(8).
       01 ld-date-fin              pic 9(8).
       01 ld-loue                  pic 9.
       01 ld-couvert               pic 9.

       procedure division using ld-num-bus ld-date-debut
           ld-date-fin ld-loue ld-couvert.

      * Un bus loue a l'exterieur n'est utilisable que pendant son
      * contrat de location.
      * ld-loue (retour) : 1 si le bus est un vehicule loue (au
      * moins un contrat non annule), 0 pour un bus de la flotte.
      * ld-couvert (retour) : 1 si la periode ld-date-debut a
      * ld-date-fin tient dans un contrat (jusqu'a la restitution
      * si elle a eu lieu avant la fin prevue) ; toujours 1 pour un
      * bus de la flotte.

       move 0 to ld-loue
       move 1 to ld-couvert

       open input FLocation
       if flo-status not = '00' then
           goback
       end-if

       move 0 to fin-scan
       move ld-num-bus to lo-num-bus
       start FLocation key = lo-num-bus
           invalid key
               move 1 to fin-scan
       end-start
       perform until (fin-scan = 1)
           read FLocation next
               at end
                   move 1 to fin-scan
               not at end
                   if lo-num-bus not = ld-num-bus then
                       move 1 to fin-scan
                   else
                       if lo-statut not = 'A' then
                           if ld-loue = 0 then
                               move 1 to ld-loue
                               move 0 to ld-couvert
                           end-if
                           move lo-date-fin to fin-contrat
                           if lo-statut = 'R'
                           and lo-date-retour < fin-contrat then
                               move lo-date-retour to fin-contrat
                           end-if
                           if ld-date-debut >= lo-date-debut
                           and ld-date-fin <= fin-contrat then
                               move 1 to ld-couvert
                           end-if
                       end-if
                   end-if
           end-read
       end-perform
       close FLocation

       goback
       .

       end program ss-location-dispo.
