                       numAffect sel-anc-deb(idx-se)
                       sel-anc-fin(idx-se)
                       dateDebAffectA dateFinAffectA
      *            nouvelles dates : confirmation revisee au client
                   if statutA = 'A' then
                       call 'ss-confirmation' using numAffect numBusA
                           dateDebAffectA dateFinAffectA heureDebA
                           heureFinA nbPassagersA nbPmrA session-code
                   end-if
               end-rewrite
           end-read
       .
