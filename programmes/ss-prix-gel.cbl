       program-id. ss-prix-gel.

       input-output section.
           file-control.
           select FPrixAffect assign to "../ext/PrixAffect.dat"
               organization is indexed
               access mode is dynamic
                   record key is px-num-affect
               status fpx-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status fb-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FTarif assign to "../ext/TarifGrille.dat"
               organization is indexed
               access mode is dynamic
                   record key is tg-type
               status ftg-status.

       data division.
       file section.
      * Prix convenu d'une affectation, fige a la confirmation : taux
      * jour et majorations de la grille en vigueur ce jour-la. La
      * facturation et les etats de chiffre d'affaires le preferent
      * au tarif du moment (voir ss-prix-affect). px-origine :
      * V = brouillon valide, D = devis converti, R = reprix.
       fd FPrixAffect.
           01 enr-prix-affect.
               02 px-num-affect    pic 9(6).
               02 px-taux-jour     pic 9(4)v99.
               02 px-pct-dimanche  pic 9(3).
               02 px-pct-ferie     pic 9(3).
               02 px-pct-nuit      pic 9(3).
               02 px-date-gel      pic 9(8).
               02 px-origine       pic x(1).
               02 px-oper          pic x(8).

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

       fd FTarif.
           01 enr-tarif.
               02 tg-type          pic x(10).
               02 tg-pourcent      pic 9(3).
               02 tg-libelle       pic x(30).

       working-storage section.
       01 fpx-status               pic x(2).
       01 fb-status                pic x(2).
       01 fco-status               pic x(2).
       01 ftg-status               pic x(2).
       01 taux-retenu              pic 9(4)v99.
       01 date-jour                pic 9(8).

       linkage section.
       01 pg-num-affect            pic 9(6).
       01 pg-num-bus               pic 9(6).
       01 pg-date-debut            pic 9(8).
       01 pg-taux-force            pic 9(4)v99.
       01 pg-origine               pic x(1).
       01 pg-oper                  pic x(8).

       procedure division using pg-num-affect pg-num-bus
           pg-date-debut pg-taux-force pg-origine pg-oper.

      * Fige le prix d'une affectation qui vient d'etre confirmee.
      * Un taux force (celui du devis accepte) prime ; sinon le taux
      * de la grille de la compagnie du bus a la date de depart, a
      * defaut son taux contractuel. Un prix deja fige n'est pas
      * retouche ici : seul le reprix superviseur le modifie.
      * Bus sans compagnie et sans taux force : rien a figer.

       open i-o FPrixAffect
       if fpx-status = '35' then
           open output FPrixAffect
           close FPrixAffect
           open i-o FPrixAffect
       end-if
       if fpx-status not = '00' then
           goback
       end-if

       move pg-num-affect to px-num-affect
       read FPrixAffect
           invalid key
               continue
           not invalid key
               close FPrixAffect
               goback
       end-read

       move pg-taux-force to taux-retenu
       if taux-retenu = 0 then
           perform CHERCHE-TAUX-GRILLE
       end-if
       if taux-retenu = 0 then
           close FPrixAffect
           goback
       end-if

       accept date-jour from date yyyymmdd
       move pg-num-affect to px-num-affect
       move taux-retenu to px-taux-jour
       move 0 to px-pct-dimanche
       move 0 to px-pct-ferie
       move 0 to px-pct-nuit
       perform LIT-MAJORATIONS
       move date-jour to px-date-gel
       move pg-origine to px-origine
       move pg-oper to px-oper

       write enr-prix-affect
           invalid key
               continue
       end-write

       close FPrixAffect
       goback
       .

       CHERCHE-TAUX-GRILLE.
           open input FBus
           open input FCompagnie
           if fb-status = '00' and fco-status = '00' then
               move pg-num-bus to fb-numero
               read FBus
                   invalid key
                       move 0 to fb-num-compagnie
               end-read
               if fb-num-compagnie not = 0 then
                   move fb-num-compagnie to num-compagnie
                   read FCompagnie
                       invalid key
                           continue
                       not invalid key
                           call 'ss-tarif-compagnie' using
                               num-compagnie fb-categorie-requise
                               fb-nbplace pg-date-debut
                               taux-jour-compagnie taux-retenu
                   end-read
               end-if
           end-if
           close FBus
           close FCompagnie
       .

       LIT-MAJORATIONS.
           open input FTarif
           if ftg-status not = '00' then
               exit paragraph
           end-if
           move 'DIMANCHE' to tg-type
           read FTarif
               invalid key
                   continue
               not invalid key
                   move tg-pourcent to px-pct-dimanche
           end-read
           move 'FERIE' to tg-type
           read FTarif
               invalid key
                   continue
               not invalid key
                   move tg-pourcent to px-pct-ferie
           end-read
           move 'NUIT' to tg-type
           read FTarif
               invalid key
                   continue
               not invalid key
                   move tg-pourcent to px-pct-nuit
           end-read
           close FTarif
       .

       end program ss-prix-gel.
