                   record key is cb-cle
               status fcb-status.

           select FBusEmission assign to "../ext/BusEmission.dat"
               organization is indexed
               access mode is dynamic
                   record key is be-numero
               status fbe-status.

           select FRecharge assign to "../ext/Recharge.dat"
               organization is indexed
               access mode is dynamic
                   record key is rc-cle
               status frc-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
               02 cb-montant       pic 9(6)v99.
               02 cb-kms-plein     pic 9(6).

       fd FBusEmission.
           01 enr-bus-emission.
               02 be-numero        pic 9(6).
               02 be-norme-euro    pic x(04).
               02 be-energie       pic x(01).
               02 be-critair       pic 9(1).

       fd FRecharge.
           01 enr-recharge.
               02 rc-cle.
                   03 rc-num-bus   pic 9(6).
                   03 rc-date      pic 9(8).
                   03 rc-heure     pic 9(4).
               02 rc-kwh           pic 9(4)v99.
               02 rc-duree-min     pic 9(4).
               02 rc-borne         pic x(10).
               02 rc-code-site     pic x(04).
               02 rc-kms-compteur  pic 9(6).
               02 rc-operateur     pic x(8).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
       01 fpa-status       pic x(2).
       01 frap-status      pic x(2).
       01 carburant-absent pic 9.
       01 fbe-status       pic x(2).
       01 frc-status       pic x(2).
       01 emission-absent  pic 9.
       01 recharge-absent  pic 9.
       01 bus-electrique   pic 9.

       01 fin-compagnie    pic 9.
       01 fin-bus          pic 9.
       01 periode-debut    pic 9(8).
       01 periode-fin      pic 9(8).

      * Memes conventions que la mise a jour du kilometrage : etapes
      * ou destination de l'affectation, a defaut 250 km forfaitaires
      * par jour (ss-kms-affect).
      * Facteur d'emission en grammes de CO2 par litre de gazole.
       01 facteur-co2-g-l  pic 9(8) value 2680.
      * Et par kWh d'electricite du reseau pour les bus electriques.
       01 facteur-co2-g-kwh pic 9(8) value 60.

       01 jours-bus        pic 9(4).
       01 jours-affect     pic 9(4).
       01 jours-total-affect pic 9(4).
       01 kms-affect       pic 9(7).
       01 deb-effectif     pic 9(8).
       01 fin-effective    pic 9(8).
       01 kms-bus          pic 9(7).
       01 litres-bus       pic 9(6)v99.
       01 kwh-bus          pic 9(7)v99.
       01 co2-bus-kg       pic 9(7).
       01 cie-kms          pic 9(8).
       01 cie-litres       pic 9(7)v99.
       01 cie-kwh          pic 9(8)v99.
       01 cie-co2-kg       pic 9(8).
       01 compagnie-active pic 9.
       01 date-jour        pic 9(8).
           move 1 to carburant-absent
       end-if

       move 0 to emission-absent
       open input FBusEmission
       if fbe-status not = '00' then
           move 1 to emission-absent
       end-if
       move 0 to recharge-absent
       open input FRecharge
       if frc-status not = '00' then
           move 1 to recharge-absent
       end-if

       open input FParametres
       if fpa-status = '00' then
           move 'FACTEUR-CO2-G-L' to pa-code
                       move pa-valeur to facteur-co2-g-l
                   end-if
           end-read
           move 'FACTEUR-CO2-G-KWH' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to facteur-co2-g-kwh
                   end-if
           end-read
           close FParametres
       end-if

           ' g CO2 par litre'
           delimited by size into contenu-rapport
       write LigneRapport
       move spaces to contenu-rapport
       string 'Bus electriques : ' facteur-co2-g-kwh
           ' g CO2 par kWh charge'
           delimited by size into contenu-rapport
       write LigneRapport

       move 0 to nb-compagnies
       move 0 to num-compagnie
       if carburant-absent = 0 then
           close FCarburant
       end-if
       if emission-absent = 0 then
           close FBusEmission
       end-if
       if recharge-absent = 0 then
           close FRecharge
       end-if

       display a-plg-resultat
       display a-plg-message-continuer
       .

       RAPPORT-UNE-COMPAGNIE.
      * Pour chaque bus de la compagnie : kilometres attribues (km
      * prevus des affectations, ramenes a la periode) et litres
      * reellement pleines sur la periode d'apres le carnet de
      * carburant ; le CO2 sort des litres et du facteur d'emission.
      * Pour un bus electrique, l'energie chargee sur la periode
      * d'apres le carnet de recharge et le facteur du reseau.
           move 0 to compagnie-active
           move 0 to cie-kms
           move 0 to cie-litres
           move 0 to cie-kwh
           move 0 to cie-co2-kg

           move 0 to fb-numero
               string '  Total litres        : ' cie-litres
                   delimited by size into contenu-rapport
               write LigneRapport
               if cie-kwh > 0 then
                   move spaces to contenu-rapport
                   string '  Total kWh           : ' cie-kwh
                       delimited by size into contenu-rapport
                   write LigneRapport
               end-if
               move spaces to contenu-rapport
               string '  Total CO2 (kg)      : ' cie-co2-kg
                   delimited by size into contenu-rapport
           end-if

           move 1 to compagnie-active
           perform CONTROLE-ELECTRIQUE
           if bus-electrique = 1 then
               perform CUMULE-KWH-BUS
               compute co2-bus-kg rounded =
                   kwh-bus * facteur-co2-g-kwh / 1000
               add kwh-bus to cie-kwh
           else
               perform CUMULE-LITRES-BUS
               compute co2-bus-kg rounded =
                   litres-bus * facteur-co2-g-l / 1000
               add litres-bus to cie-litres
           end-if

           add kms-bus to cie-kms
           add co2-bus-kg to cie-co2-kg

           move spaces to contenu-rapport
           if bus-electrique = 1 then
               string '  Bus ' fb-numero ' : ' jours-bus
                   ' jour(s), ' kms-bus ' km, ' kwh-bus
                   ' kWh, ' co2-bus-kg ' kg CO2'
                   delimited by size into contenu-rapport
           else
               string '  Bus ' fb-numero ' : ' jours-bus
                   ' jour(s), ' kms-bus ' km, ' litres-bus
                   ' l, ' co2-bus-kg ' kg CO2'
                   delimited by size into contenu-rapport
           end-if
           write LigneRapport
       .

       CONTROLE-ELECTRIQUE.
      * Energie 'E' de la classe d'emission du bus.
           move 0 to bus-electrique
           if emission-absent = 1 then
               exit paragraph
           end-if
           move fb-numero to be-numero
           read FBusEmission
               invalid key
                   continue
               not invalid key
                   if be-energie = 'E' then
                       move 1 to bus-electrique
                   end-if
           end-read
       .

       CUMULE-KWH-BUS.
           move 0 to kwh-bus
           if recharge-absent = 1 then
               exit paragraph
           end-if

           move 0 to fin-scan
           move fb-numero to rc-num-bus
           move periode-debut to rc-date
           move 0 to rc-heure
           start FRecharge key >= rc-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FRecharge next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rc-num-bus not = fb-numero
                       or rc-date > periode-fin then
                           move 1 to fin-scan
                       else
                           add rc-kwh to kwh-bus
                       end-if
               end-read
           end-perform
       .

       COMPTE-JOURS-BUS.
           move 0 to jours-bus
           move 0 to kms-bus
           move 0 to fin-scan
           move fb-numero to fa-num-bus
           start FAffectations key = fa-num-bus
                                   function integer-of-date
                                       (deb-effectif)
                               add jours-affect to jours-bus
                               compute jours-total-affect =
                                   function integer-of-date
                                       (fa-date-fin) -
                                   function integer-of-date
                                       (fa-date-debut)
                               call 'ss-kms-affect' using
                                   fa-num-affect jours-affect
                                   jours-total-affect kms-affect
                               add kms-affect to kms-bus
                           end-if
                       end-if
               end-read
