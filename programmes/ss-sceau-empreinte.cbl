       program-id. ss-sceau-empreinte.

       data division.
       working-storage section.
       01 idx-car                  pic 9(3) comp.
       01 code-car                 pic 9(3) comp.
       01 cumul-hash               pic 9(18) comp.

      * Grand premier a douze chiffres : l'empreinte tient dans le
      * registre des sceaux et change des qu'un seul caractere de la
      * piece scellee change.
       01 modulo-hash              pic 9(12) comp value 999999999989.

       linkage section.
       01 sh-cle                   pic 9(8).
       01 sh-donnees               pic x(200).
       01 sh-empreinte             pic 9(12).

       procedure division using sh-cle sh-donnees sh-empreinte.

      * Empreinte d'un enregistrement scelle (meme repliement
      * polynomial que ss-mdp-hash, sur 200 caracteres), amorcee
      * par la cle de scellement du parametrage : sans la cle, on
      * ne sait pas recalculer un sceau apres avoir modifie une
      * facture.

       move sh-cle to cumul-hash
       perform varying idx-car from 1 by 1 until idx-car > 200
           compute code-car = function ord(sh-donnees(idx-car:1))
           compute cumul-hash =
               function mod(cumul-hash * 131 + code-car,
                   modulo-hash)
       end-perform
       move cumul-hash to sh-empreinte

       goback
       .

       end program ss-sceau-empreinte.
