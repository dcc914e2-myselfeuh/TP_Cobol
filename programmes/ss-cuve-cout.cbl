       program-id. ss-cuve-cout.

       input-output section.
           file-control.
           select FCuve assign to "../ext/Cuve.dat"
               organization is indexed
               access mode is dynamic
                   record key is cu-code-site
               status fcu-status.

           select FLivraison assign to "../ext/LivraisonCuve.dat"
               organization is indexed
               access mode is dynamic
                   record key is lc-cle
               status flc-status.

           select FJaugeage assign to "../ext/Jaugeage.dat"
               organization is indexed
               access mode is dynamic
                   record key is jg-cle
               status fjg-status.

       data division.
       file section.
       fd FCuve.
           01 enr-cuve.
               02 cu-code-site     pic x(04).
               02 cu-libelle       pic x(30).
               02 cu-capacite      pic 9(6).
               02 cu-date-ouverture pic 9(8).
               02 cu-stock-initial pic 9(6)v99.
               02 cu-prix-initial  pic 9(2)v9999.

       fd FLivraison.
           01 enr-livraison.
               02 lc-cle.
                   03 lc-code-site pic x(04).
                   03 lc-date      pic 9(8).
                   03 lc-heure     pic 9(4).
               02 lc-litres        pic 9(6)v99.
               02 lc-prix-litre    pic 9(2)v9999.
               02 lc-montant       pic 9(7)v99.
               02 lc-fournisseur   pic x(30).
               02 lc-num-bon       pic x(12).
               02 lc-operateur     pic x(8).

       fd FJaugeage.
           01 enr-jaugeage.
               02 jg-cle.
                   03 jg-code-site pic x(04).
                   03 jg-date      pic 9(8).
               02 jg-litres        pic 9(6)v99.
               02 jg-operateur     pic x(8).

       working-storage section.
       01 fcu-status               pic x(2).
       01 flc-status               pic x(2).
       01 fjg-status               pic x(2).
       01 fin-scan                 pic 9.

       01 litres-anterieurs        pic 9(8)v99.
       01 valeur-anterieure        pic 9(9)v99.
       01 prix-ouverture           pic 9(2)v9999.
       01 stock-ouverture          pic 9(6)v99.
       01 litres-periode           pic 9(8)v99.
       01 valeur-periode           pic 9(9)v99.
       01 litres-total             pic 9(8)v99.

       linkage section.
       01 cc-code-site             pic x(04).
       01 cc-date-debut            pic 9(8).
       01 cc-date-fin              pic 9(8).
       01 cc-cout-litre            pic 9(2)v9999.
       01 cc-trouve                pic 9.

       procedure division using cc-code-site cc-date-debut
           cc-date-fin cc-cout-litre cc-trouve.

      * Cout moyen pondere du litre de la cuve du site cc-code-site
      * sur la periode : stock d'ouverture (dernier jaugeage avant la
      * periode, a defaut stock initial de la cuve) valorise au prix
      * moyen des approvisionnements anterieurs, plus les livraisons
      * de la periode, rapportes aux litres correspondants.
      * En retour : cc-trouve 1 et cc-cout-litre ; cc-trouve 0 si le
      * site n'a pas de cuve ou s'il n'y a rien a valoriser.

       move 0 to cc-trouve
       move 0 to cc-cout-litre

       open input FCuve
       if fcu-status not = '00' then
           goback
       end-if
       move cc-code-site to cu-code-site
       read FCuve
           invalid key
               move 1 to fin-scan
           not invalid key
               move 0 to fin-scan
       end-read
       close FCuve
       if fin-scan = 1 or cu-date-ouverture > cc-date-fin then
           goback
       end-if

      *    approvisionnements anterieurs a la periode
       move cu-stock-initial to litres-anterieurs
       compute valeur-anterieure rounded =
           cu-stock-initial * cu-prix-initial
       move 0 to litres-periode
       move 0 to valeur-periode
       open input FLivraison
       if flc-status = '00' then
           move cc-code-site to lc-code-site
           move 0 to lc-date
           move 0 to lc-heure
           move 0 to fin-scan
           start FLivraison key >= lc-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FLivraison next
                   at end
                       move 1 to fin-scan
                   not at end
                       if lc-code-site not = cc-code-site
                       or lc-date > cc-date-fin then
                           move 1 to fin-scan
                       else
                           if lc-date < cc-date-debut then
                               add lc-litres to litres-anterieurs
                               add lc-montant to valeur-anterieure
                           else
                               add lc-litres to litres-periode
                               add lc-montant to valeur-periode
                           end-if
                       end-if
               end-read
           end-perform
           close FLivraison
       end-if

      *    stock d'ouverture : cuve mise en service dans la periode,
      *    sinon dernier jaugeage anterieur a la periode
       if cu-date-ouverture >= cc-date-debut then
           move cu-stock-initial to stock-ouverture
           move cu-prix-initial to prix-ouverture
       else
           move cu-stock-initial to stock-ouverture
           move 0 to prix-ouverture
           if litres-anterieurs > 0 then
               compute prix-ouverture rounded =
                   valeur-anterieure / litres-anterieurs
           end-if
           open input FJaugeage
           if fjg-status = '00' then
               move cc-code-site to jg-code-site
               move 0 to jg-date
               move 0 to fin-scan
               start FJaugeage key >= jg-cle
                   invalid key
                       move 1 to fin-scan
               end-start
               perform until (fin-scan = 1)
                   read FJaugeage next
                       at end
                           move 1 to fin-scan
                       not at end
                           if jg-code-site not = cc-code-site
                           or jg-date >= cc-date-debut then
                               move 1 to fin-scan
                           else
                               if jg-date >= cu-date-ouverture then
                                   move jg-litres to stock-ouverture
                               end-if
                           end-if
                   end-read
               end-perform
               close FJaugeage
           end-if
       end-if

       compute litres-total = stock-ouverture + litres-periode
       if litres-total = 0 then
           goback
       end-if
       compute cc-cout-litre rounded =
           (stock-ouverture * prix-ouverture + valeur-periode)
           / litres-total
       move 1 to cc-trouve

       goback
       .

       end program ss-cuve-cout.
