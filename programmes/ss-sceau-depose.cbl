       program-id. ss-sceau-depose.

       input-output section.
           file-control.
           select FSceau assign to "../ext/Scellement.dat"
               organization is indexed
               access mode is dynamic
                   record key is sc-seq
                   alternate record key is sc-piece
               status fsc-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

       data division.
       file section.
      * Registre chaine des sceaux : chaque piece emise (F facture,
      * A avoir) y entre une seule fois, avec la partie figee de son
      * enregistrement et une empreinte calculee sur le sceau
      * precedent - modifier, supprimer ou inserer une piece apres
      * coup rompt la chaine.
       fd FSceau.
           01 enr-sceau.
               02 sc-seq           pic 9(8).
               02 sc-piece.
                   03 sc-type       pic x(1).
                   03 sc-num        pic 9(6).
               02 sc-date          pic 9(8).
               02 sc-heure         pic 9(8).
               02 sc-contenu       pic x(120).
               02 sc-empreinte-prec pic 9(12).
               02 sc-empreinte     pic 9(12).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       working-storage section.
       01 fsc-status               pic x(2).
       01 fpa-status               pic x(2).
       01 cle-sceau                pic 9(8) value 19730211.
       01 empreinte-precedente     pic 9(12).
       01 donnees-sceau            pic x(200).

       linkage section.
       01 sd-type                  pic x(1).
       01 sd-piece                 pic x(120).
       01 sd-retour                pic 9.

       procedure division using sd-type sd-piece sd-retour.

      * Scelle une piece au moment de son emission. sd-piece porte
      * l'enregistrement de Facture.dat ou d'Avoir.dat tel qu'il
      * vient d'etre ecrit ; seule la partie qui ne doit plus
      * bouger est scellee (pour une facture : jusqu'au montant TTC,
      * le reglement et le statut vivant ensuite leur vie).
      * sd-retour : 0 = scellee, 1 = deja scellee, 2 = registre
      * indisponible.

       move 0 to sd-retour

       open i-o FSceau
       if fsc-status = '35' then
           open output FSceau
           close FSceau
           open i-o FSceau
       end-if
       if fsc-status not = '00' then
           move 2 to sd-retour
           goback
       end-if

       open input FParametres
       if fpa-status = '00' then
           move 'SCEAU-CLE' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to cle-sceau
           end-read
           close FParametres
       end-if

      *--- une piece ne se scelle qu'une fois ---
       move sd-type to sc-type
       move sd-piece(1:6) to sc-num
       read FSceau key is sc-piece
           invalid key
               continue
           not invalid key
               move 1 to sd-retour
               close FSceau
               goback
       end-read

      *--- maillon precedent de la chaine ---
       move 99999999 to sc-seq
       start FSceau key < sc-seq
       invalid key
           move 0 to sc-seq
           move 0 to sc-empreinte
       not invalid key
           read FSceau next
               at end
                   move 0 to sc-seq
                   move 0 to sc-empreinte
               not at end
                   continue
           end-read
       end-start
       move sc-empreinte to empreinte-precedente

       add 1 to sc-seq
       move sd-type to sc-type
       move sd-piece(1:6) to sc-num
       accept sc-date from date yyyymmdd
       accept sc-heure from time
       move spaces to sc-contenu
       if sd-type = 'F' then
           move sd-piece(1:62) to sc-contenu
       else
           move sd-piece(1:116) to sc-contenu
       end-if
       move empreinte-precedente to sc-empreinte-prec

       move spaces to donnees-sceau
       move enr-sceau(1:163) to donnees-sceau
       call 'ss-sceau-empreinte' using cle-sceau donnees-sceau
           sc-empreinte

       write enr-sceau
           invalid key
               move 2 to sd-retour
       end-write

       close FSceau
       goback
       .

       end program ss-sceau-depose.
