       program-id. ss-cout-chauffeurs.

       data division.
       working-storage section.
       01 hd-minutes               pic 9(5) comp.
       01 hf-minutes               pic 9(5) comp.
       01 duree-minutes            pic 9(5) comp.
       01 entier-jour              pic s9(9) comp.
       01 entier-fin               pic s9(9) comp.
       01 date-calcul              pic 9(8).
       01 num-calcul               pic 9(6).

       01 taux-grade               pic x(02).
       01 taux-horaire             pic 9(3)v99.
       01 taux-trouve              pic 9.

       linkage section.
       01 cx-num-chauff            pic 9(6).
       01 cx-num-chauff2           pic 9(6).
       01 cx-date-debut            pic 9(8).
       01 cx-date-fin              pic 9(8).
       01 cx-heure-debut           pic 9(4).
       01 cx-heure-fin             pic 9(4).
       01 cx-cout-jour-defaut      pic 9(6).
       01 cx-montant               pic 9(8)v99.

       procedure division using cx-num-chauff cx-num-chauff2
           cx-date-debut cx-date-fin cx-heure-debut cx-heure-fin
           cx-cout-jour-defaut cx-montant.

      * Cout des chauffeurs d'une affectation sur la portion
      * [cx-date-debut, cx-date-fin[ (meme convention que le
      * decompte de la paye) : chaque jour, la duree du service
      * d'apres les heures de debut et de fin, au taux horaire en
      * vigueur ce jour-la pour le chauffeur et le co-chauffeur.
      * Chauffeur sans taux a la date, ou heures de service non
      * renseignees : le jour est compte au cout journalier
      * cx-cout-jour-defaut des parametres.
      * En retour : cx-montant.

       move 0 to cx-montant

       compute hd-minutes =
           function integer-part(cx-heure-debut / 100) * 60
           + function mod(cx-heure-debut, 100)
       if cx-heure-fin = 2400 then
           move 1440 to hf-minutes
       else
           compute hf-minutes =
               function integer-part(cx-heure-fin / 100) * 60
               + function mod(cx-heure-fin, 100)
       end-if
       if hf-minutes > hd-minutes then
           compute duree-minutes = hf-minutes - hd-minutes
       else
           if hf-minutes = hd-minutes then
               move 0 to duree-minutes
           else
      *        service a cheval sur minuit
               compute duree-minutes =
                   1440 - hd-minutes + hf-minutes
           end-if
       end-if

       compute entier-jour = function integer-of-date(cx-date-debut)
       compute entier-fin = function integer-of-date(cx-date-fin)
       perform until entier-jour >= entier-fin
           move function date-of-integer(entier-jour)
               to date-calcul
           move cx-num-chauff to num-calcul
           perform VALORISE-JOUR-CHAUFFEUR
           if cx-num-chauff2 > 0 then
               move cx-num-chauff2 to num-calcul
               perform VALORISE-JOUR-CHAUFFEUR
           end-if
           compute entier-jour = entier-jour + 1
       end-perform

       goback
       .

       VALORISE-JOUR-CHAUFFEUR.
           move 0 to taux-trouve
           if duree-minutes > 0 then
               call 'ss-taux-chauffeur' using num-calcul
                   date-calcul taux-grade taux-horaire taux-trouve
           end-if
           if taux-trouve = 1 then
               compute cx-montant rounded = cx-montant
                   + taux-horaire * duree-minutes / 60
           else
               add cx-cout-jour-defaut to cx-montant
           end-if
       .

       end program ss-cout-chauffeurs.
