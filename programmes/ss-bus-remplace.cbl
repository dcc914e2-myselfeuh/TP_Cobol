               not invalid key
                   add 1 to nb-basculees
                   perform ECRIT-JOURNAL
      *            autre vehicule : confirmation revisee au client
                   if statutA = 'A' then
                       call 'ss-confirmation' using numAffect numBusA
                           dateDebAffectA dateFinAffectA heureDebA
                           heureFinA nbPassagersA nbPmrA session-code
                   end-if
               end-rewrite
           end-read
       .
