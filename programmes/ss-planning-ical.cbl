       01 heure-fin-calee          pic 9(4).
       01 date-fin-evenement       pic 9(8).

      *----- Depot en file d'expedition -----
       01 envoi-type-doc           pic x(2).
       01 envoi-reference          pic x(12).
       01 envoi-dest-type          pic x(1).
       01 envoi-dest-num           pic 9(6).
       01 envoi-fichier            pic x(40).
       01 envoi-num                pic 9(6).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
       write ligne-ics
       close FIcs

      *    le planning d'un chauffeur lui est adresse par la file
      *    d'expedition
       if filtre-chauffeur not = 0 then
           move 'PL' to envoi-type-doc
           move spaces to envoi-reference
           string filtre-chauffeur date-jour(3:6)
               delimited by size into envoi-reference
           move 'H' to envoi-dest-type
           move filtre-chauffeur to envoi-dest-num
           move nom-ics to envoi-fichier
           call 'ss-envoi-depose' using envoi-type-doc
               envoi-reference envoi-dest-type envoi-dest-num
               envoi-fichier envoi-num
       end-if

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '
