       program-id. ss-accomp-exigence.

       input-output section.
           file-control.
           select FExigence assign to "../ext/ExigenceAccomp.dat"
               organization is indexed
               access mode is dynamic
                   record key is xa-cle
               status fxa-status.

           select FAffCircuit assign to "../ext/AffectCircuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-affect
               status FAffCircuitStatus.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

       data division.
       file section.
      * Circuits (xa-type 'C', code du circuit) et compagnies
      * (xa-type 'P', numero sur 4 chiffres) dont les services
      * doivent emmener un accompagnateur (xa-role 'A') ou un guide
      * ('G') : transport d'eleves handicapes, circuits touristiques.
       fd FExigence.
           01 enr-exigence.
               02 xa-cle.
                   03 xa-type          pic x(1).
                   03 xa-code          pic x(6).
               02 xa-role          pic x(1).
               02 xa-libelle       pic x(30).

       fd FAffCircuit.
           01 enr-aff-circuit.
               02 ac-num-affect    pic 9(6).
               02 ac-code-circuit  pic x(6).

       fd FBus.
           01 enr-bus.
               02 fb-numero       pic 9(6).
               02 fb-marque       pic x(20).
               02 fb-nbplace      pic 9(3).
               02 fb-modele       pic x(20).
               02 fb-kms          pic 9(6).
               02 fb-categorie-requise pic x(02).
               02 fb-num-compagnie pic 9(4).
               02 fb-code-site     pic x(04).
               02 fb-places-pmr    pic 9(3).
               02 fb-date-ctrl-tech pic 9(8).
               02 fb-date-assurance pic 9(8).
               02 fb-date-acquisition pic 9(8).
               02 fb-valeur-acquisition pic 9(8)v99.
               02 fb-duree-amort   pic 9(2).
               02 fb-statut        pic x(1).
               02 fb-date-cession  pic 9(8).
               02 fb-prix-cession  pic 9(8)v99.

       working-storage section.
       01 fxa-status               pic x(2).
       01 FAffCircuitStatus        pic x(2).
       01 FBusStatus               pic x(2).
       01 code-compagnie           pic 9(4).

       linkage section.
       01 ae-num-affect            pic 9(6).
       01 ae-num-bus               pic 9(6).
       01 ae-role                  pic x(1).
       01 ae-origine               pic x(16).

       procedure division using ae-num-affect ae-num-bus ae-role
           ae-origine.

      * L'affectation ae-num-affect (bus ae-num-bus) doit-elle
      * emmener du personnel d'accompagnement ? On regarde d'abord
      * le circuit qui lui est rattache (AffectCircuit.dat), puis la
      * compagnie du bus.
      * En retour : ae-role 'A' accompagnateur ou 'G' guide exige,
      * espace sinon ; ae-origine dit d'ou vient l'exigence
      * ('circuit XXXXXX' ou 'compagnie NNNN').

       move space to ae-role
       move spaces to ae-origine

       open input FExigence
       if fxa-status not = '00' then
           goback
       end-if

       open input FAffCircuit
       if FAffCircuitStatus = '00' then
           move ae-num-affect to ac-num-affect
           read FAffCircuit
               invalid key
                   continue
               not invalid key
                   move 'C' to xa-type
                   move ac-code-circuit to xa-code
                   read FExigence
                       invalid key
                           continue
                       not invalid key
                           move xa-role to ae-role
                           string 'circuit ' ac-code-circuit
                               delimited by size into ae-origine
                   end-read
           end-read
           close FAffCircuit
       end-if

       if ae-role = space then
           open input FBus
           if FBusStatus = '00' then
               move ae-num-bus to fb-numero
               read FBus
                   invalid key
                       continue
                   not invalid key
                       move fb-num-compagnie to code-compagnie
                       move 'P' to xa-type
                       move spaces to xa-code
                       move code-compagnie to xa-code(1:4)
                       read FExigence
                           invalid key
                               continue
                           not invalid key
                               move xa-role to ae-role
                               string 'compagnie ' code-compagnie
                                   delimited by size into ae-origine
                       end-read
               end-read
               close FBus
           end-if
       end-if

       close FExigence
       goback
       .

       end program ss-accomp-exigence.
