       program-id. ss-tarif-compagnie.

       input-output section.
           file-control.
           select FTarifCompagnie assign to "../ext/TarifCompagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is gc-cle
               status fgc-status.

       data division.
       file section.
      * Grille de taux jour negociee par compagnie : une ligne par
      * categorie de vehicule (fb-categorie-requise, blanc = toutes),
      * tranche de places (0 = sans borne) et saison (MMJJ debut et
      * fin, a cheval sur l'annee permis, 0000 = toute l'annee).
       fd FTarifCompagnie.
           01 enr-tarif-compagnie.
               02 gc-cle.
                   03 gc-num-compagnie pic 9(4).
                   03 gc-num-ligne    pic 9(3).
               02 gc-categorie     pic x(02).
               02 gc-places-min    pic 9(3).
               02 gc-places-max    pic 9(3).
               02 gc-saison-debut  pic 9(4).
               02 gc-saison-fin    pic 9(4).
               02 gc-taux-jour     pic 9(4)v99.
               02 gc-libelle       pic x(20).

       working-storage section.
       01 fgc-status               pic x(2).
       01 fin-scan                 pic 9.
       01 mmjj-service             pic 9(4).
       01 ligne-retenue            pic 9.
       01 score-ligne              pic 9.
       01 meilleur-score           pic 9.

       linkage section.
       01 lt-num-compagnie         pic 9(4).
       01 lt-categorie             pic x(02).
       01 lt-nb-places             pic 9(3).
       01 lt-date                  pic 9(8).
       01 lt-taux-contrat          pic 9(4)v99.
       01 lt-taux-jour             pic 9(4)v99.

       procedure division using lt-num-compagnie lt-categorie
           lt-nb-places lt-date lt-taux-contrat lt-taux-jour.

      * Taux jour applicable a une prestation : la ligne de la grille
      * de la compagnie qui correspond au vehicule et a la date de
      * service ; entre plusieurs lignes, la plus precise l'emporte
      * (categorie, puis tranche de places, puis saison). Aucune
      * ligne ou grille absente : le taux du contrat de la compagnie.
      * Categorie a blanc (devis sans vehicule) : seule la tranche
      * de places et la saison departagent.

       move lt-taux-contrat to lt-taux-jour
       move 0 to meilleur-score

       open input FTarifCompagnie
       if fgc-status not = '00' then
           goback
       end-if

       compute mmjj-service = function mod(lt-date, 10000)

       move lt-num-compagnie to gc-num-compagnie
       move 0 to gc-num-ligne
       move 0 to fin-scan
       start FTarifCompagnie key > gc-cle
           invalid key
               move 1 to fin-scan
       end-start

       perform with test after until (fin-scan = 1)
           read FTarifCompagnie next
               at end
                   move 1 to fin-scan
               not at end
                   if gc-num-compagnie not = lt-num-compagnie then
                       move 1 to fin-scan
                   else
                       perform EVALUE-LIGNE
                   end-if
           end-read
       end-perform

       close FTarifCompagnie
       goback
       .

       EVALUE-LIGNE.
           move 1 to ligne-retenue
           move 1 to score-ligne

           if gc-categorie not = spaces then
               if lt-categorie not = spaces
               and lt-categorie not = gc-categorie then
                   move 0 to ligne-retenue
               end-if
               if lt-categorie = gc-categorie then
                   add 4 to score-ligne
               end-if
           end-if

           if gc-places-min > 0 or gc-places-max > 0 then
               if lt-nb-places < gc-places-min then
                   move 0 to ligne-retenue
               end-if
               if gc-places-max > 0
               and lt-nb-places > gc-places-max then
                   move 0 to ligne-retenue
               end-if
               add 2 to score-ligne
           end-if

           if gc-saison-debut > 0 or gc-saison-fin > 0 then
               if gc-saison-debut <= gc-saison-fin then
                   if mmjj-service < gc-saison-debut
                   or mmjj-service > gc-saison-fin then
                       move 0 to ligne-retenue
                   end-if
               else
                   if mmjj-service < gc-saison-debut
                   and mmjj-service > gc-saison-fin then
                       move 0 to ligne-retenue
                   end-if
               end-if
               add 1 to score-ligne
           end-if

           if ligne-retenue = 1 and score-ligne > meilleur-score then
               move score-ligne to meilleur-score
               move gc-taux-jour to lt-taux-jour
           end-if
       .

       end program ss-tarif-compagnie.
