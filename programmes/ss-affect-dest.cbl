       program-id. ss-affect-dest.

       input-output section.
           file-control.
           select FAffectDest assign to "../ext/AffectDest.dat"
               organization is indexed
               access mode is dynamic
                   record key is ad-num-affect
               status fad-status.

       data division.
       file section.
      * Destination d'une affectation et kilometrage prevu qui en
      * decoule : aller-retour depuis le depot du bus.
       fd FAffectDest.
           01 enr-affect-dest.
               02 ad-num-affect    pic 9(6).
               02 ad-code-dest     pic x(06).
               02 ad-code-site     pic x(04).
               02 ad-km-prevus     pic 9(5).

       working-storage section.
       01 fad-status               pic x(2).
       01 code-retenu              pic x(06).
       01 dest-nom                 pic x(30).
       01 dest-km                  pic 9(4).
       01 dest-duree               pic 9(4).

       linkage section.
       01 lad-num-affect           pic 9(6).
       01 lad-code-dest            pic x(06).
       01 lad-code-site            pic x(04).
       01 lad-km-prevus            pic 9(5).
       01 lad-retour               pic 9.

       procedure division using lad-num-affect lad-code-dest
           lad-code-site lad-km-prevus lad-retour.

      * Rattache une destination a une affectation (ou remplace la
      * precedente). Code a blanc : la destination deja rattachee
      * est conservee et sa distance recalculee depuis le depot
      * recu (changement de bus) ; code '*' : l'affectation n'a
      * plus de destination et retombe sur l'estimation
      * forfaitaire. lad-retour suit ss-destination-distance :
      * 0 = distance connue, 1 = destination inconnue (rien n'est
      * ecrit), 2 = distance non saisie depuis ce depot
      * (destination retenue, kilometrage prevu a zero).

       move 0 to lad-km-prevus
       move 0 to lad-retour

       open i-o FAffectDest
       if fad-status = '35' then
           open output FAffectDest
           close FAffectDest
           open i-o FAffectDest
       end-if
       if fad-status not = '00' then
           goback
       end-if

       move lad-num-affect to ad-num-affect
       if lad-code-dest = '*' then
           delete FAffectDest
               invalid key
                   continue
           end-delete
           close FAffectDest
           goback
       end-if

       move lad-code-dest to code-retenu
       if code-retenu = spaces then
           read FAffectDest
               invalid key
                   close FAffectDest
                   goback
               not invalid key
                   move ad-code-dest to code-retenu
           end-read
       end-if

       call 'ss-destination-distance' using code-retenu
           lad-code-site dest-nom dest-km dest-duree lad-retour
       if lad-retour = 1 then
           close FAffectDest
           goback
       end-if

       compute lad-km-prevus = dest-km * 2

       move lad-num-affect to ad-num-affect
       move code-retenu to ad-code-dest
       move lad-code-site to ad-code-site
       move lad-km-prevus to ad-km-prevus
       write enr-affect-dest
           invalid key
               rewrite enr-affect-dest
                   invalid key
                       continue
               end-rewrite
       end-write

       close FAffectDest
       goback
       .

       end program ss-affect-dest.
