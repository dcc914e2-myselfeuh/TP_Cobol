           02 ep-heures-dimanche pic 9(5)v99.
           02 ep-prime-astreinte pic 9(6)v99.
           02 ep-remb-frais      pic 9(6)v99.
           02 ep-montant-normales  pic 9(7)v99.
           02 ep-montant-sup       pic 9(7)v99.
           02 ep-montant-nuit      pic 9(7)v99.
           02 ep-montant-dimanche  pic 9(7)v99.
           02 ep-salaire-brut      pic 9(7)v99.
           02 ep-indemnites        pic 9(6)v99.

       fd FParametres.
           01 enr-parametre.
