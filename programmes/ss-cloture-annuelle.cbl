               03 ts-code  pic x(4).
               03 ts-jours pic 9(6).

       linkage section.
       01 ca-lot-periode           pic 9(8).
       01 ca-lot-retour            pic 9.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division using ca-lot-periode ca-lot-retour.

      * ca-lot-periode a zero : saisie et confirmation a l'ecran.
      * Sinon (AAAA), l'exercice est cloture sans saisie par les
      * travaux de calendrier de la chaine du soir ; ca-lot-retour
      * vaut 1 si la cloture a abouti.

       move 0 to ca-lot-retour
       if ca-lot-periode = 0 then
           display a-plg-titre-global
           display s-plg-annee
           accept s-plg-annee
           display s-plg-confirme
           accept s-plg-confirme
       else
           move ca-lot-periode to annee-cloture
           move 1 to confirme
       end-if

       if confirme not = 1 then
           display a-plg-annulee
       open i-o FAffectations
       open input FBus
       if fa-status not = '00' or fb-status not = '00' then
           close FAffectations
           close FBus
           if ca-lot-periode = 0 then
               display a-error-open
               stop ' '
           end-if
           goback
       end-if

       close FBus
       close FHistAnnee
       close FRapport
       move 1 to ca-lot-retour

       if ca-lot-periode = 0 then
           display a-plg-resultat
           display a-plg-message-continuer
           stop ' '
       end-if

       goback
       .
