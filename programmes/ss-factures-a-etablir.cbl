       01 deb-effectif             pic 9(8).
       01 fin-effective            pic 9(8).
       01 facture-trouvee          pic 9.
       01 est-acompte              pic 9.
       01 tarif-montant            pic 9(8)v99.
       01 tarif-nb-jours           pic 9(4).
       01 ed-montant               pic zzzzzzz9.99.
               exit paragraph
           end-if

           call 'ss-prix-affect' using ex-num-affect num-compagnie
               fb-categorie-requise fb-nbplace deb-effectif
               fin-effective ex-heure-debut ex-heure-fin
               taux-jour-compagnie tarif-montant tarif-nb-jours

           add tarif-montant to total-accrual
           add 1 to nb-lignes
                       if fl-num-compagnie not = num-compagnie then
                           move 1 to fin-scan-fl
                       else
                           call 'ss-acompte-controle' using fl-num
                               est-acompte
                           if fl-periode = periode-accrual
                           and est-acompte = 0 then
                               move 1 to facture-trouvee
                               move 1 to fin-scan-fl
                           end-if
