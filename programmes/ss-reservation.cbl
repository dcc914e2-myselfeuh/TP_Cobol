               organization is sequential
               status fre-status.

           select FFeuille assign to "../ext/FeuilleRoute.txt"
               organization is sequential
               status ffr-status.

           select FRegistreFeuille assign to "../ext/FeuilleRoute.dat"
               organization is indexed
               access mode is dynamic
                   record key is fr-num
                   alternate record key is fr-num-affect
                       with duplicates
               status frf-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FBusPlaque assign to "../ext/BusPlaque.dat"
               organization is indexed
               access mode is dynamic
                   record key is bp-num-bus
                   alternate record key is bp-plaque
               status fbp-status.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
       fd FReservation.
       01 LigneEcart.
           02 contenu-ecart pic x(80).

       FD FFeuille.
       01 LigneFeuille.
           02 contenu-feuille pic x(80).

      * Registre des feuilles de route des services occasionnels :
      * une ligne par feuille emise, numerotee, pour retrouver au
      * spool celle presentee lors d'un controle routier.
       fd FRegistreFeuille.
           01 enr-registre-feuille.
               02 fr-num               pic 9(6).
               02 fr-num-affect        pic 9(6).
               02 fr-date-emission     pic 9(8).
               02 fr-heure-emission    pic 9(8).
               02 fr-oper              pic x(8).
               02 fr-nb-passagers      pic 9(3).
               02 fr-nb-prevus         pic 9(3).
               02 fr-liste-complete    pic x(1).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       fd FBusPlaque.
           01 enr-bus-plaque.
               02 bp-num-bus       pic 9(6).
               02 bp-plaque        pic x(10).

       fd FChaufNouv.
           01 ChaufNouv.
               02 numChaufN    pic 9(6).
               02 nomN         pic x(30).
               02 prenomN      pic x(30).
               02 datePermisN  pic 9(8).
               02 categoriePermisN pic x(02).
               02 statutN      pic x(01).
               02 codeSiteN    pic x(04).
               02 telephoneN   pic x(14).
               02 adresseN     pic x(40).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 FReservationStatus       pic x(2).
       01 fstatus                  pic x(2).
       01 nb-resa-confirmees       pic 9(3).
       01 fin-scan-ec              pic 9.

      *----- Feuille de route du service occasionnel -----
       01 ffr-status               pic x(2).
       01 frf-status               pic x(2).
       01 fco-status               pic x(2).
       01 fbp-status               pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 num-feuille              pic 9(6).
       01 nb-passagers-nommes      pic 9(3).
       01 liste-incomplete         pic 9.
       01 num-conducteur           pic 9(6).
       01 chauffeurs-absent        pic 9.
       01 rang-conducteur          pic x(12).
       01 ed-date-deb              pic 9999/99/99.
       01 ed-date-fin              pic 9999/99/99.
       01 ed-date-emission         pic 9999/99/99.

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
               '6: Rapport no-show par compagnie'.
           02 line 9 col 2 value
               '7: Rapprochement passagers prevus / reserves'.
           02 line 10 col 2 value
               '8: Feuille de route (service occasionnel '
               &'international)'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
       01 a-plg-manifeste-genere.
           02 line 20 col 1 value
               'Manifeste genere : ../ext/Manifeste.txt'.
       01 a-plg-feuille-generee.
           02 line 20 col 1 value 'Feuille de route numero '.
           02 a-num-feuille pic 9(6) from num-feuille.
           02 line 20 col 32 value
               'generee : ../ext/FeuilleRoute.txt'.
       01 a-plg-liste-incomplete.
           02 line 21 col 1 value
               'ATTENTION : liste des passagers incomplete, '.
           02 a-nb-nommes pic zz9 from nb-passagers-nommes.
           02 line 21 col 49 value 'nommes pour'.
           02 a-nb-prevus line 21 col 61 pic zz9 from nbPassagersA.
           02 line 21 col 65 value 'prevus.'.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-modif-erreur.
               when 5 perform CLOTURE-MANIFESTE
               when 6 perform RAPPORT-NOSHOW
               when 7 perform RAPPORT-ECARTS
               when 8 perform FEUILLE-ROUTE
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           close FEtape
       .

       FEUILLE-ROUTE.
      * Feuille de route a bord de tout service occasionnel a
      * l'etranger : transporteur, vehicule, conducteurs, itineraire
      * et liste nominative des passagers, d'apres les donnees deja
      * saisies. Chaque feuille recoit un numero (FeuilleRoute.dat)
      * et part au spool pour les controles routiers.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-num-affect
           accept s-plg-num-affect

           perform LIT-AFFECTATION
           if affect-valide = 0 then
               display a-plg-affect-introuvable
               stop ' '
               exit paragraph
           end-if

           open i-o FRegistreFeuille
           if frf-status = '35' then
               open output FRegistreFeuille
               close FRegistreFeuille
               open i-o FRegistreFeuille
           end-if
           if frf-status not = '00' then
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           open output FFeuille
           if ffr-status not = '00' then
               close FRegistreFeuille
               display a-plg-modif-erreur
               stop ' '
               exit paragraph
           end-if

           move 'INCONNU' to session-code
           open input FSession
           if FSessionStatus = '00' then
               read FSession
                   at end
                       continue
                   not at end
                       move se-code to session-code
               end-read
               close FSession
           end-if

           perform DERNIERE-FEUILLE
           add 1 to num-feuille
           accept fr-date-emission from date yyyymmdd
           accept fr-heure-emission from time

           move '  ----- Feuille de route - service occasionnel '
               &'international -----' to contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           write LigneFeuille
           move fr-date-emission to ed-date-emission
           move spaces to contenu-feuille
           string 'Feuille numero : ' num-feuille
               '     emise le ' ed-date-emission
               ' par ' session-code
               delimited by size into contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           write LigneFeuille

           perform FEUILLE-TRANSPORTEUR
           perform FEUILLE-CONDUCTEURS
           perform FEUILLE-ETAPES
           perform FEUILLE-PASSAGERS

           move '------------------------------------------------'
               to contenu-feuille
           write LigneFeuille
           move 'Signature du transporteur : ____________________'
               to contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           write LigneFeuille
           move 'Visa du controle : _____________________________'
               to contenu-feuille
           write LigneFeuille
           close FFeuille

           move num-feuille to fr-num
           move numAffect to fr-num-affect
           move session-code to fr-oper
           move nb-passagers-nommes to fr-nb-passagers
           move nbPassagersA to fr-nb-prevus
           if liste-incomplete = 1 then
               move 'N' to fr-liste-complete
           else
               move 'O' to fr-liste-complete
           end-if
           write enr-registre-feuille
               invalid key
                   continue
           end-write
           close FRegistreFeuille

           move 'ss-reservation' to spool-programme
           move spaces to spool-parametres
           string 'feuille=' num-feuille ' affect=' numAffect
               delimited by size into spool-parametres
           move '../ext/FeuilleRoute.txt' to spool-source
           call 'ss-spool-depose' using spool-programme
               spool-parametres spool-source

           display a-plg-feuille-generee
           if liste-incomplete = 1 then
               display a-plg-liste-incomplete
           end-if
           stop ' '
       .

       DERNIERE-FEUILLE.
           move 999999 to fr-num
           start FRegistreFeuille key < fr-num
           invalid key
               move 0 to fr-num
           not invalid key
               read FRegistreFeuille next
                   at end
                       move 0 to fr-num
                   not at end
                       continue
               end-read
           end-start
           move fr-num to num-feuille
       .

       FEUILLE-TRANSPORTEUR.
      * Transporteur (compagnie du bus) et vehicule avec son
      * immatriculation (BusPlaque.dat).
           move numBusA to fb-numero
           read FBus
               invalid key
                   move 0 to fb-num-compagnie
                   move spaces to fb-marque
                   move spaces to fb-modele
                   move 0 to fb-nbplace
           end-read
           move spaces to nom-compagnie
           move spaces to adresse-compagnie
           move spaces to contact-compagnie
           open input FCompagnie
           if fco-status = '00' then
               move fb-num-compagnie to num-compagnie
               read FCompagnie
                   invalid key
                       move spaces to nom-compagnie
                       move spaces to adresse-compagnie
                       move spaces to contact-compagnie
               end-read
               close FCompagnie
           end-if

           move 'non renseignee' to bp-plaque
           open input FBusPlaque
           if fbp-status = '00' then
               move numBusA to bp-num-bus
               read FBusPlaque
                   invalid key
                       move 'non renseignee' to bp-plaque
               end-read
               close FBusPlaque
           end-if

           move spaces to contenu-feuille
           string 'Transporteur   : ' fb-num-compagnie ' '
               nom-compagnie
               delimited by size into contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           string '                 ' adresse-compagnie ' '
               contact-compagnie
               delimited by size into contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           string 'Vehicule       : bus ' numBusA
               '  immatriculation ' bp-plaque
               delimited by size into contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           string '                 ' fb-marque ' ' fb-modele
               ' places ' fb-nbplace
               delimited by size into contenu-feuille
           write LigneFeuille
           move dateDebAffectA to ed-date-deb
           move dateFinAffectA to ed-date-fin
           move spaces to contenu-feuille
           string 'Service        : du ' ed-date-deb ' au '
               ed-date-fin
               delimited by size into contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           string 'Objet          : ' motifA
               delimited by size into contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           write LigneFeuille
       .

       FEUILLE-CONDUCTEURS.
           move 0 to chauffeurs-absent
           open input FChaufNouv
           if FChaufNouvStatus not = '00' then
               move 1 to chauffeurs-absent
           end-if
           move numChaufA to num-conducteur
           move 'Conducteur 1' to rang-conducteur
           perform FEUILLE-UN-CONDUCTEUR
           if numChauf2A not = 0 then
               move numChauf2A to num-conducteur
               move 'Conducteur 2' to rang-conducteur
               perform FEUILLE-UN-CONDUCTEUR
           end-if
           if chauffeurs-absent = 0 then
               close FChaufNouv
           end-if
           move spaces to contenu-feuille
           write LigneFeuille
       .

       FEUILLE-UN-CONDUCTEUR.
           move spaces to nomN
           move spaces to prenomN
           move spaces to categoriePermisN
           if chauffeurs-absent = 0 then
               move num-conducteur to numChaufN
               read FChaufNouv
                   invalid key
                       move spaces to nomN
                       move spaces to prenomN
                       move spaces to categoriePermisN
               end-read
           end-if
           move spaces to contenu-feuille
           string rang-conducteur '   : ' num-conducteur ' '
               function trim(prenomN) ' ' function trim(nomN)
               '  permis ' categoriePermisN
               delimited by size into contenu-feuille
           write LigneFeuille
       .

       FEUILLE-ETAPES.
      * Meme itineraire jour par jour que sur le manifeste.
           open input FEtape
           if fet-status not = '00' then
               move 'Itineraire     : non saisi (Etape.dat)'
                   to contenu-feuille
               write LigneFeuille
               move spaces to contenu-feuille
               write LigneFeuille
               exit paragraph
           end-if

           move 0 to etapes-imprimees
           move 0 to fin-scan-etape
           move numAffect to et-num-affect
           move 0 to et-jour
           start FEtape key >= et-cle
               invalid key
                   move 1 to fin-scan-etape
           end-start

           perform with test after until (fin-scan-etape = 1)
               read FEtape next
                   at end
                       move 1 to fin-scan-etape
                   not at end
                       if et-num-affect not = numAffect then
                           move 1 to fin-scan-etape
                       else
                           if etapes-imprimees = 0 then
                               move 'Itineraire (etapes) :'
                                   to contenu-feuille
                               write LigneFeuille
                           end-if
                           move spaces to contenu-feuille
                           string '  Jour ' et-jour ' : '
                               function trim(et-destination)
                               ' (' et-km-prevus ' km)'
                               delimited by size
                               into contenu-feuille
                           write LigneFeuille
                           add 1 to etapes-imprimees
                       end-if
               end-read
           end-perform

           if etapes-imprimees = 0 then
               move 'Itineraire     : non saisi (Etape.dat)'
                   to contenu-feuille
               write LigneFeuille
           end-if
           move spaces to contenu-feuille
           write LigneFeuille
           close FEtape
       .

       FEUILLE-PASSAGERS.
      * Liste nominative des passagers confirmes (ni liste
      * d'attente ni no-show) ; incomplete si elle compte moins de
      * noms que de passagers prevus sur l'affectation.
           move 'Liste des passagers :' to contenu-feuille
           write LigneFeuille
           move 0 to nb-passagers-nommes
           move 0 to fin-scan
           move numAffect to rs-num-affect
           move 0 to rs-seq
           start FReservation key >= rs-cle
               invalid key
                   move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FReservation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if rs-num-affect not = numAffect then
                           move 1 to fin-scan
                       else
                           if rs-statut not = 'W'
                           and rs-statut not = 'N'
                           and rs-nom-passager not = spaces then
                               add 1 to nb-passagers-nommes
                               move spaces to contenu-feuille
                               string '  ' nb-passagers-nommes '  '
                                   rs-nom-passager
                                   delimited by size
                                   into contenu-feuille
                               write LigneFeuille
                           end-if
                       end-if
               end-read
           end-perform

           move 0 to liste-incomplete
           if nb-passagers-nommes = 0
           or nb-passagers-nommes < nbPassagersA then
               move 1 to liste-incomplete
           end-if

           move spaces to contenu-feuille
           write LigneFeuille
           move spaces to contenu-feuille
           if liste-incomplete = 1 then
               string 'LISTE INCOMPLETE : ' nb-passagers-nommes
                   ' passagers nommes pour ' nbPassagersA
                   ' prevus'
                   delimited by size into contenu-feuille
           else
               string 'Total passagers : ' nb-passagers-nommes
                   delimited by size into contenu-feuille
           end-if
           write LigneFeuille
           move spaces to contenu-feuille
           write LigneFeuille
       .

       end program ss-reservation.
