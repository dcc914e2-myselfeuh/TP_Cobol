       program-id. ss-destination-distance.

       input-output section.
           file-control.
           select FDestination assign to "../ext/Destination.dat"
               organization is indexed
               access mode is dynamic
                   record key is ds-code
               status FDestinationStatus.

           select FDestDistance assign to "../ext/DestDistance.dat"
               organization is indexed
               access mode is dynamic
                   record key is dd-cle
               status FDestDistanceStatus.

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

       fd FDestDistance.
           01 enr-dest-distance.
               02 dd-cle.
                   03 dd-code-dest     pic x(06).
                   03 dd-code-site     pic x(04).
               02 dd-km            pic 9(4).
               02 dd-duree         pic 9(4).

       working-storage section.
       01 FDestinationStatus       pic x(2).
       01 FDestDistanceStatus      pic x(2).

       linkage section.
       01 ld-code-dest             pic x(06).
       01 ld-code-site             pic x(04).
       01 ld-nom                   pic x(30).
       01 ld-km                    pic 9(4).
       01 ld-duree                 pic 9(4).
       01 ld-retour                pic 9.

       procedure division using ld-code-dest ld-code-site ld-nom
           ld-km ld-duree ld-retour.

      * Nom d'une destination et sa distance aller (km, minutes de
      * conduite) depuis un depot. ld-retour : 0 = trouvee,
      * 1 = destination inconnue, 2 = destination connue mais
      * distance non saisie pour ce depot (km et duree a zero).

       move spaces to ld-nom
       move 0 to ld-km
       move 0 to ld-duree
       move 1 to ld-retour

       open input FDestination
       if FDestinationStatus not = '00' then
           goback
       end-if
       move ld-code-dest to ds-code
       read FDestination
           invalid key
               close FDestination
               goback
       end-read
       move ds-nom to ld-nom
       close FDestination

       move 2 to ld-retour
       open input FDestDistance
       if FDestDistanceStatus not = '00' then
           goback
       end-if
       move ld-code-dest to dd-code-dest
       move ld-code-site to dd-code-site
       read FDestDistance
           invalid key
               continue
           not invalid key
               move dd-km to ld-km
               move dd-duree to ld-duree
               move 0 to ld-retour
       end-read
       close FDestDistance

       goback
       .

       end program ss-destination-distance.
