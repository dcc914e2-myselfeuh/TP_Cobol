       01 el-date                   pic 9(8).
       01 el-heure                  pic 9(8).

       01 aujourdhui                 pic 9(8).
       01 jours-affect               pic 9(4).
       01 kms-estimes                pic 9(7).
       01 qf-mode                    pic x(1).
       01 qf-num-affect              pic 9(6).
       01 qf-code-circuit            pic x(6).
       01 qf-num-chauff              pic 9(6).
       01 qf-date                    pic 9(8).
       01 qf-etat                    pic x(1).
       01 qf-date-formation          pic 9(8).
       01 qf-date-derniere           pic 9(8).
       01 nb-bus-maj                 pic 9(4).
       01 nb-affect-traitees         pic 9(4).

      * Estime le kilometrage de l'affectation terminee et le cumule
      * sur le bus concerne, puis marque l'affectation comme traitee
      * ('T') pour qu'elle ne soit plus reprise lors des executions
      * suivantes de cette mise a jour. Le kilometrage vient des
      * etapes ou de la destination de l'affectation, a defaut du
      * forfait journalier (ss-kms-affect).
           compute jours-affect =
               function INTEGER-OF-DATE (fa-date-fin) -
               function INTEGER-OF-DATE (fa-date-debut)
           if jours-affect < 1 then
               move 1 to jours-affect
           end-if
           call 'ss-kms-affect' using fa-num-affect jours-affect
               jours-affect kms-estimes

           move fa-num-bus to fb-numero
           move 0 to bus-introuvable
                   continue
               not invalid key
                   add 1 to nb-affect-traitees
                   perform ENREGISTRE-CONDUITE-CIRCUIT
               end-rewrite
           else
      * Bus introuvable : on ne marque pas l'affectation comme
           end-if
       .

       ENREGISTRE-CONDUITE-CIRCUIT.
      * L'affectation terminee compte comme service conduit sur son
      * circuit (AffectCircuit.dat) pour le chauffeur et le
      * second chauffeur : la qualification est entretenue.
           move 'D' to qf-mode
           move fa-num-affect to qf-num-affect
           move spaces to qf-code-circuit
           move fa-num-chauff to qf-num-chauff
           move fa-date-fin to qf-date
           call 'ss-qualif-circuit' using qf-mode qf-num-affect
               qf-code-circuit qf-num-chauff qf-date qf-etat
               qf-date-formation qf-date-derniere
           if fa-num-chauff2 not = 0
           and qf-code-circuit not = spaces then
               move fa-num-chauff2 to qf-num-chauff
               call 'ss-qualif-circuit' using qf-mode qf-num-affect
                   qf-code-circuit qf-num-chauff qf-date qf-etat
                   qf-date-formation qf-date-derniere
           end-if
       .

       ECRIT-ERROR-LOG.
      * Trace dans ErrorLog.dat les erreurs rencontrees, pour qu'une
      * execution non surveillee (batch/cron) laisse une preuve de ce
