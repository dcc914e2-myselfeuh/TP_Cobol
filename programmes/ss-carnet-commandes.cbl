                       to fin-effective
               end-if
               if fin-effective > deb-effectif then
                   call 'ss-prix-affect' using fa-num-affect
                       num-compagnie fb-categorie-requise fb-nbplace
                       deb-effectif fin-effective
                       fa-heure-debut fa-heure-fin
                       taux-jour-compagnie
                       tarif-montant tarif-nb-jours
                   add tarif-montant to tc-montant(idx-mois)
