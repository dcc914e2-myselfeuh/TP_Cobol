       program-id. ss-zfe-controle.

       input-output section.
           file-control.
           select FDestination assign to "../ext/Destination.dat"
               organization is indexed
               access mode is dynamic
                   record key is ds-code
               status FDestinationStatus.

           select FBusEmission assign to "../ext/BusEmission.dat"
               organization is indexed
               access mode is dynamic
                   record key is be-numero
               status fbe-status.

       data division.
       file section.
       fd FDestination.
           01 enr-destination.
               02 ds-code          pic x(06).
               02 ds-nom           pic x(30).
               02 ds-adresse       pic x(40).
               02 ds-zfe           pic x(01).
               02 ds-zfe-critair-max pic 9(1).
               02 ds-zfe-date-effet pic 9(8).

       fd FBusEmission.
           01 enr-bus-emission.
               02 be-numero        pic 9(6).
               02 be-norme-euro    pic x(04).
               02 be-energie       pic x(01).
               02 be-critair       pic 9(1).

       working-storage section.
       01 FDestinationStatus       pic x(2).
       01 fbe-status               pic x(2).

       linkage section.
       01 zc-num-bus               pic 9(6).
       01 zc-code-dest             pic x(06).
       01 zc-date-debut            pic 9(8).
       01 zc-date-fin              pic 9(8).
       01 zc-critair               pic 9(1).
       01 zc-critair-max           pic 9(1).
       01 zc-date-effet            pic 9(8).
       01 zc-retour                pic 9.

       procedure division using zc-num-bus zc-code-dest
           zc-date-debut zc-date-fin zc-critair zc-critair-max
           zc-date-effet zc-retour.

      * Un bus peut-il entrer dans la zone a faibles emissions de la
      * destination sur la periode ? zc-retour : 0 = oui (pas de
      * zone, zone pas encore en vigueur a la fin de la periode, ou
      * vignette suffisante), 1 = non (vignette Crit'Air au-dela du
      * maximum admis), 2 = classe du bus non renseignee, a
      * verifier. zc-critair vaut 9 quand la classe est inconnue.

       move 0 to zc-retour
       move 9 to zc-critair
       move 0 to zc-critair-max
       move 0 to zc-date-effet

       open input FDestination
       if FDestinationStatus not = '00' then
           goback
       end-if
       move zc-code-dest to ds-code
       read FDestination
           invalid key
               move 'N' to ds-zfe
       end-read
       close FDestination

       if ds-zfe not = 'O' then
           goback
       end-if
       move ds-zfe-critair-max to zc-critair-max
       move ds-zfe-date-effet to zc-date-effet
       if ds-zfe-date-effet > zc-date-fin then
           goback
       end-if

       open input FBusEmission
       if fbe-status not = '00' then
           move 2 to zc-retour
           goback
       end-if
       move zc-num-bus to be-numero
       read FBusEmission
           invalid key
               move 2 to zc-retour
           not invalid key
               move be-critair to zc-critair
               if be-critair > ds-zfe-critair-max then
                   move 1 to zc-retour
               end-if
       end-read
       close FBusEmission

       goback
       .

       end program ss-zfe-controle.
