
       input-output section.
           file-control.
           select FDemande assign to "../ext/DemandeValidation.dat"
               organization is indexed
               access mode is dynamic
                   record key is dv-num
               status fdv-status.

       data division.
       file section.
       fd FDemande.
           01 enr-demande.
               02 dv-num           pic 9(6).
               02 dv-objet         pic x(10).
               02 dv-cle           pic x(20).
               02 dv-libelle       pic x(40).
               02 dv-ancien        pic 9(8)v99.
               02 dv-nouveau       pic 9(8)v99.
               02 dv-demandeur     pic x(8).
               02 dv-date-demande  pic 9(8).
               02 dv-heure-demande pic 9(8).
               02 dv-statut        pic x(1).
               02 dv-valideur      pic x(8).
               02 dv-date-decision pic 9(8).
               02 dv-heure-decision pic 9(8).

       working-storage section.
       01 fdv-status               pic x(2).
       01 fin-scan                 pic 9.
       01 nb-en-attente            pic 9(4).
       01 annee-avoir              pic 9(4).
       01 mois-avoir               pic 9(2).
       01 periode-avoir            pic 9(6).
       01 nb-avoirs                pic 9(4).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
       01 a-plg-resultat.
           02 line 6 col 2 value 'Avoirs emis : '.
           02 a-nb-avoirs line 6 col 17 pic zzz9 from nb-avoirs.
           02 line 7 col 2 value
               'Avoirs en attente de double controle : '.
           02 a-nb-en-attente line 7 col 42 pic zzz9
               from nb-en-attente.
           02 line 8 col 2 value
               'Documents : ../ext/Avoir<num>.txt'.

           02 line 20 col 1 value 'Mois invalide (01 a 12 attendu).'.
       01 a-plg-message-continuer.
           02 line 22 col 1 value 'Appuyer sur une touche...'.

       procedure division.

      * Avoirs du mois sur les affectations annulees apres la
      * facturation : l'emission elle-meme est faite par
      * ss-avoir-emission, partagee avec l'annulation en bloc. Les
      * avoirs importants retenus pour validation par un second
      * superviseur sont decomptes a part.

       display a-plg-titre-global
       display s-plg-mois
       if mois-avoir < 1 or mois-avoir > 12 then
           display a-plg-mois-invalide
           stop ' '
           goback
       end-if

       compute periode-avoir = annee-avoir * 100 + mois-avoir
       move 0 to nb-avoirs
       call 'ss-avoir-emission' using periode-avoir nb-avoirs
       perform COMPTE-EN-ATTENTE

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '

       goback
       .

       COMPTE-EN-ATTENTE.
           move 0 to nb-en-attente
           open input FDemande
           if fdv-status not = '00' then
               exit paragraph
           end-if
           move 0 to dv-num
           move 0 to fin-scan
           start FDemande key > dv-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FDemande next
                   at end
                       move 1 to fin-scan
                   not at end
                       if dv-objet = 'AVOIR' and dv-statut = 'A'
                       and dv-cle(7:6) = periode-avoir then
                           add 1 to nb-en-attente
                       end-if
               end-read
           end-perform
           close FDemande
       .

       end program ss-avoir.
