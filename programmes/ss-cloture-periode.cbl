       01 nom-ssprog               pic x(40).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).
       01 annuelle-periode         pic 9(8) value 0.
       01 annuelle-retour          pic 9.
       01 lot-annee                pic 9(4).
       01 lot-mois                 pic 9(2).
       01 lot-jour-suivant         pic 9(8).

       linkage section.
       01 cp-lot-periode           pic 9(8).
       01 cp-lot-retour            pic 9.

       screen section.
       01 a-plg-titre-global.
               '3: Cloture annuelle de l''exercice'.
           02 line 8 col 2 value
               '4: Factures a etablir (cutoff d''un mois clos)'.
           02 line 9 col 2 value
               '5: Rapprochement jours servis / factures / payes'.
           02 line 10 col 2 value
               '6: Travaux de calendrier de la chaine du soir'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 12 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

       01 s-plg-date-cloture.
           02 line 13 col 2 value
               'Cloturer jusqu''au (AAAAMMJJ inclus) : '.
           02 s-nv-date-cloture pic 9(8) to nv-date-cloture
               required.
       01 s-plg-date-reouverture.
           02 line 13 col 2 value
               'Nouvelle date de cloture (0 = tout rouvrir) : '.
           02 s-nv-date-reouverture pic 9(8) to nv-date-cloture
               required.
       01 a-plg-efface-ecran.
           02 blank screen.

       procedure division using cp-lot-periode cp-lot-retour.

      * cp-lot-periode a zero : menu habituel. Sinon (AAAAMM), arrete
      * du mois au dernier jour, sans saisie, pour les travaux de
      * calendrier de la chaine du soir ; cp-lot-retour vaut 1 si le
      * mois est arrete (deja arrete compris).

       move 0 to cp-lot-retour
       open i-o FCloture
       if FClotureStatus = '35' then
           open output FCloture
           close FSession
       end-if

       if cp-lot-periode not = 0 then
           perform LIT-CLOTURE
           perform CLOTURE-LOT
           close FCloture
           close FJournal
           goback
       end-if

       move 0 to quitter
       perform until (quitter = 1)
           perform LIT-CLOTURE
               when 2 perform REOUVERTURE
               when 3 perform CLOTURE-ANNUELLE
               when 4 perform FACTURES-A-ETABLIR
               when 5 perform RAPPROCHEMENT-JOURS
               when 6 perform TRAVAUX-CALENDRIER
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
               exit paragraph
           end-if
           move 'ss-cloture-annuelle' to nom-ssprog
           call nom-ssprog using annuelle-periode annuelle-retour
       .

       LIT-CLOTURE.
           perform FACTURES-A-ETABLIR
       .

       CLOTURE-LOT.
      * Arrete au dernier jour du mois demande. Un arrete deja
      * pose au-dela n'est pas touche : la cloture n'avance que.
           divide cp-lot-periode by 100 giving lot-annee
               remainder lot-mois
           if lot-mois < 1 or lot-mois > 12 then
               exit paragraph
           end-if
           if lot-mois = 12 then
               compute lot-jour-suivant =
                   (lot-annee + 1) * 10000 + 0101
           else
               compute lot-jour-suivant =
                   lot-annee * 10000 + (lot-mois + 1) * 100 + 1
           end-if
           compute nv-date-cloture = function date-of-integer(
               function integer-of-date(lot-jour-suivant) - 1)

           if nv-date-cloture > date-cloture-actuelle then
               move 'CLOTURE' to audit-operation
               perform ECRIT-CLOTURE
           end-if
           move 1 to cp-lot-retour
       .

       FACTURES-A-ETABLIR.
           move 'ss-factures-a-etablir' to nom-ssprog
           call nom-ssprog
       .

       RAPPROCHEMENT-JOURS.
      * A lancer avant l'arrete : le travail non facture et les
      * jours payes en trop se corrigent tant que le mois est ouvert.
           move 'ss-rapprochement-jours' to nom-ssprog
           call nom-ssprog
       .

       TRAVAUX-CALENDRIER.
      * Le plan decide de ce que la chaine du soir lance seule en
      * fin de mois et d'exercice : reserve au superviseur.
           if session-role not = 'S' then
               display a-plg-reserve-superviseur
               stop ' '
               exit paragraph
           end-if
           move 'ss-travaux-modif' to nom-ssprog
           call nom-ssprog
       .

       REOUVERTURE.
      * Rouvrir des mois arretes fausse la comptabilite : geste
      * reserve au superviseur et toujours journalise.
               delimited by size into ligne-journal
           write ligne-journal

           if cp-lot-periode = 0 then
               display a-plg-modif-succes
           end-if
       .

       end program ss-cloture-periode.
