       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

      *----- Statistiques de passage -----
       01 stat-etape               pic x(20) value 'ss-releve-import'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
      * correspondance partent en rejets pour traitement manuel,
      * comme l'import CSV des affectations.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       display a-plg-titre-global
       display a-plg-explication

       close FFactureDat
       close FJournal

       move nb-lues to stat-nb-lus
       move nb-rapprochees to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut

       display a-plg-resultat
       display a-plg-message-continuer
       stop ' '
      * Premiere facture ouverte de la compagnie dont le solde
      * restant egale le montant recu : elle est soldee. Plusieurs
      * candidates au meme solde : la plus ancienne (numero le plus
      * bas sur la cle) est servie. Le credit d'une remise de
      * prelevements solde de meme les factures soumises (S).
           move 0 to facture-rapprochee
           move 0 to fin-scan
           move imp-compagnie to fl-num-compagnie
                       if fl-num-compagnie not = imp-compagnie then
                           move 1 to fin-scan
                       else
                           if fl-statut = 'O' or fl-statut = 'S'
                           then
                               compute solde-facture =
                                   fl-montant - fl-montant-regle
                               if solde-facture = imp-montant then
