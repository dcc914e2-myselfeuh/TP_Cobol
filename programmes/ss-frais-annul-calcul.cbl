       program-id. ss-frais-annul-calcul.

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

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FFraisAnnul assign to "../ext/FraisAnnulation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fn-num-affect
                   alternate record key is fn-num-compagnie
                       with duplicates
               status ffn-status.

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

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

      * Frais d'annulation d'une affectation annulee par le client :
      * fn-statut C = a facturer, F = facture (fn-periode,
      * fn-num-facture), R = remis par un superviseur.
       fd FFraisAnnul.
           01 enr-frais-annul.
               02 fn-num-affect    pic 9(6).
               02 fn-num-compagnie pic 9(4).
               02 fn-date-annulation pic 9(8).
               02 fn-delai-heures  pic 9(5).
               02 fn-taux          pic 9(3).
               02 fn-montant-base  pic 9(8)v99.
               02 fn-montant       pic 9(8)v99.
               02 fn-statut        pic x(1).
               02 fn-periode       pic 9(6).
               02 fn-num-facture   pic 9(6).
               02 fn-oper-remise   pic x(8).
               02 fn-motif-remise  pic x(30).

       working-storage section.
       01 FBusStatus               pic x(2).
       01 fco-status               pic x(2).
       01 fpa-status               pic x(2).
       01 ffn-status               pic x(2).

       01 b                        pic 9.
       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).
       01 preavis-heures           pic s9(7).
       01 bareme-lu                pic 9.
       01 taux-frais               pic 9(3).
       01 montant-base             pic 9(8)v99.
       01 nb-jours-base            pic 9(4).
       01 code-bareme              pic x(20).

      * Bareme par delai de prevenance : un palier s'applique quand
      * l'annulation arrive moins de bd-delai heures avant le
      * depart ; le plus fort taux des paliers atteints l'emporte.
      * Sans palier aux parametres : 50 % a moins de 7 jours,
      * 100 % a moins de 48 heures.
       01 bareme-defaut.
           02 filler               pic 9(5) value 168.
           02 filler               pic 9(3) value 50.
           02 filler               pic 9(5) value 48.
           02 filler               pic 9(3) value 100.
           02 filler               pic 9(24) value 0.
       01 bareme redefines bareme-defaut.
           02 bd-palier occurs 5 times.
               03 bd-delai         pic 9(5).
               03 bd-taux          pic 9(3).

       linkage section.
       01 fc-num-affect            pic 9(6).
       01 fc-num-bus               pic 9(6).
       01 fc-date-debut            pic 9(8).
       01 fc-date-fin              pic 9(8).
       01 fc-heure-debut           pic 9(4).
       01 fc-heure-fin             pic 9(4).
       01 fc-taux                  pic 9(3).
       01 fc-montant               pic 9(8)v99.

       procedure division using fc-num-affect fc-num-bus
           fc-date-debut fc-date-fin fc-heure-debut fc-heure-fin
           fc-taux fc-montant.

      * Frais dus par la compagnie qui annule une affectation
      * confirmee : taux du bareme selon le preavis (en heures avant
      * le depart), applique au prix de l'affectation. Un frais non
      * nul est depose au fichier des frais, a facturer au prochain
      * passage de la facturation. Une affectation deja partie
      * compte un preavis nul.

       move 0 to fc-taux
       move 0 to fc-montant

       perform LIT-BAREME

       accept date-jour from date yyyymmdd
       accept heure-jour from time
       compute preavis-heures =
           (function integer-of-date(fc-date-debut)
           - function integer-of-date(date-jour)) * 24
           + fc-heure-debut / 100 - heure-jour / 1000000
       if preavis-heures < 0 then
           move 0 to preavis-heures
       end-if

       move 0 to taux-frais
       perform varying b from 1 by 1 until b > 5
           if bd-delai(b) > 0 and preavis-heures < bd-delai(b)
           and bd-taux(b) > taux-frais then
               move bd-taux(b) to taux-frais
           end-if
       end-perform
       if taux-frais = 0 then
           goback
       end-if

       open input FBus
       if FBusStatus not = '00' then
           goback
       end-if
       move fc-num-bus to fb-numero
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

       call 'ss-prix-affect' using fc-num-affect num-compagnie
           fb-categorie-requise fb-nbplace fc-date-debut
           fc-date-fin fc-heure-debut fc-heure-fin
           taux-jour-compagnie montant-base nb-jours-base
       if montant-base = 0 then
           goback
       end-if

       move taux-frais to fc-taux
       compute fc-montant rounded = montant-base * taux-frais / 100

       open i-o FFraisAnnul
       if ffn-status = '35' then
           open output FFraisAnnul
           close FFraisAnnul
           open i-o FFraisAnnul
       end-if
       if ffn-status not = '00' then
           goback
       end-if

       move fc-num-affect to fn-num-affect
       move num-compagnie to fn-num-compagnie
       move date-jour to fn-date-annulation
       move preavis-heures to fn-delai-heures
       move taux-frais to fn-taux
       move montant-base to fn-montant-base
       move fc-montant to fn-montant
       move 'C' to fn-statut
       move 0 to fn-periode
       move 0 to fn-num-facture
       move spaces to fn-oper-remise
       move spaces to fn-motif-remise
       write enr-frais-annul
           invalid key
               continue
       end-write
       close FFraisAnnul

       goback
       .

       LIT-BAREME.
      * Paliers ANNUL-DELAI-H-n (heures) et ANNUL-TAUX-PCT-n (%),
      * n de 1 a 5 ; un seul palier present remplace tout le bareme
      * par defaut.
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 0 to bareme-lu
           perform varying b from 1 by 1 until b > 5
               move spaces to code-bareme
               string 'ANNUL-DELAI-H-' b
                   delimited by size into code-bareme
               move code-bareme to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       if bareme-lu = 0 then
                           move zeros to bareme
                           move 1 to bareme-lu
                       end-if
                       move pa-valeur to bd-delai(b)
                       move spaces to code-bareme
                       string 'ANNUL-TAUX-PCT-' b
                           delimited by size into code-bareme
                       move code-bareme to pa-code
                       read FParametres
                           invalid key
                               move 0 to bd-taux(b)
                           not invalid key
                               move pa-valeur to bd-taux(b)
                       end-read
               end-read
           end-perform
           close FParametres
       .

       end program ss-frais-annul-calcul.
