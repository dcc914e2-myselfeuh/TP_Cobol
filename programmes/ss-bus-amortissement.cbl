       01 ed-annuite               pic zzzzzzz9.99.
       01 ed-vnc                   pic zzzzzzz9.99.

      *----- Vehicules loues (hors amortissement) -----
       01 location-date            pic 9(8) value 0.
       01 location-loue            pic 9.
       01 location-couvert         pic 9.

      *----- Sous-totaux par compagnie -----
       01 nb-cies                  pic 9(3).
       01 idx-cie                  pic 9(3).
       .

       EDITE-UN-BUS.
      *    un vehicule loue a l'exterieur n'est pas a l'actif
           call 'ss-location-dispo' using fb-numero location-date
               location-date location-loue location-couvert
           if location-loue = 1 then
               move spaces to contenu-rapport
               string 'Bus ' fb-numero ' (cie '
                   fb-num-compagnie
                   ') : vehicule loue, hors amortissement'
                   delimited by size into contenu-rapport
               write LigneRapport
               exit paragraph
           end-if

           if fb-valeur-acquisition = 0 or fb-duree-amort = 0 then
               move spaces to contenu-rapport
               string 'Bus ' fb-numero ' (cie '
