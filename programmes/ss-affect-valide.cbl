       01 chevauchement-horaire    pic 9.
       01 v-passagers              pic 9(3).

       01 prix-taux-force          pic 9(4)v99 value 0.
       01 prix-origine             pic x(1) value 'V'.

       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

                       display a-plg-validation-ok
                       perform MAJ-COMPTEUR-AFFECT
                       perform ECRIT-JOURNAL
      *                le prix convenu est fige a la confirmation :
      *                une indexation ulterieure ne le touche plus
                       call 'ss-prix-gel' using v-num v-bus v-deb
                           prix-taux-force prix-origine session-code
      *                la compagnie recoit sa confirmation de commande
                       call 'ss-confirmation' using numAffect numBusA
                           dateDebAffectA dateFinAffectA heureDebA
                           heureFinA nbPassagersA nbPmrA session-code
                   end-rewrite
               end-read
           end-if
