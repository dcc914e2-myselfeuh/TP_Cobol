       program-id. ss-credit-affect.

       input-output section.
           file-control.
           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

       data division.
       file section.
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

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       working-storage section.
       01 FBusStatus               pic x(2).
       01 fco-status               pic x(2).
       01 num-affect-nul           pic 9(6) value 0.
       01 nb-jours-prevus          pic 9(4).

       linkage section.
       01 cf-num-bus               pic 9(6).
       01 cf-date-debut            pic 9(8).
       01 cf-date-fin              pic 9(8).
       01 cf-heure-debut           pic 9(4).
       01 cf-heure-fin             pic 9(4).
       01 cf-num-compagnie         pic 9(4).
       01 cf-montant               pic 9(8)v99.
       01 cf-encours               pic 9(9)v99.
       01 cf-plafond               pic 9(8)v99.
       01 cf-retour                pic 9.

       procedure division using cf-num-bus cf-date-debut
           cf-date-fin cf-heure-debut cf-heure-fin cf-num-compagnie
           cf-montant cf-encours cf-plafond cf-retour.

      * Controle de credit d'une nouvelle affectation : la compagnie
      * est celle du bus, le travail est valorise au tarif courant
      * comme le fera la facturation (date de fin exclue), puis
      * ss-credit-controle rend l'encours et le verdict.
      * Bus sans compagnie : cf-num-compagnie = 0, cf-retour = 0.

       move 0 to cf-num-compagnie
       move 0 to cf-montant
       move 0 to cf-encours
       move 0 to cf-plafond
       move 0 to cf-retour

       open input FBus
       if FBusStatus not = '00' then
           goback
       end-if
       move cf-num-bus to fb-numero
       read FBus
           invalid key
               move 0 to fb-num-compagnie
       end-read
       close FBus
       if fb-num-compagnie = 0 then
           goback
       end-if

       move 0 to taux-jour-compagnie
       open input FCompagnie
       if fco-status = '00' then
           move fb-num-compagnie to num-compagnie
           read FCompagnie
               invalid key
                   move 0 to taux-jour-compagnie
           end-read
           close FCompagnie
       end-if
       move fb-num-compagnie to num-compagnie
       move fb-num-compagnie to cf-num-compagnie

       call 'ss-prix-affect' using num-affect-nul num-compagnie
           fb-categorie-requise fb-nbplace cf-date-debut
           cf-date-fin cf-heure-debut cf-heure-fin
           taux-jour-compagnie cf-montant nb-jours-prevus

       call 'ss-credit-controle' using cf-num-compagnie cf-montant
           cf-encours cf-plafond cf-retour

       goback
       .

       end program ss-credit-affect.
