       program-id. ss-acompte-controle.

       input-output section.
           file-control.
           select FAcompte assign to "../ext/Acompte.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-devis
                   alternate record key is ac-num-facture
                   alternate record key is ac-num-affect
                       with duplicates
               status fac-status.

       data division.
       file section.
       fd FAcompte.
           01 enr-acompte.
               02 ac-num-devis     pic 9(4).
               02 ac-num-facture   pic 9(6).
               02 ac-num-affect    pic 9(6).
               02 ac-num-compagnie pic 9(4).
               02 ac-date          pic 9(8).
               02 ac-taux          pic 9(3).
               02 ac-montant-ht    pic 9(7)v99.
               02 ac-montant-tva   pic 9(7)v99.
               02 ac-montant-ttc   pic 9(7)v99.

       working-storage section.
       01 fac-status               pic x(2).

       linkage section.
       01 ak-num-facture           pic 9(6).
       01 ak-est-acompte           pic 9.

       procedure division using ak-num-facture ak-est-acompte.

      * Une facture du grand livre est-elle une facture d'acompte
      * sur devis ? ak-est-acompte : 1 = oui, 0 = non. Elle porte
      * la periode de son emission sans facturer le mois : les
      * recherches "facture du mois" doivent l'ecarter.

       move 0 to ak-est-acompte

       open input FAcompte
       if fac-status not = '00' then
           goback
       end-if
       move ak-num-facture to ac-num-facture
       read FAcompte key is ac-num-facture
           invalid key
               continue
           not invalid key
               move 1 to ak-est-acompte
       end-read
       close FAcompte

       goback
       .

       end program ss-acompte-controle.
