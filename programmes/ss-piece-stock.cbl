       01 ed-montant               pic zzzzzz9.99.
       01 ed-valeur                pic zzzzzzz9.99.

      *----- Garantie constructeur de la piece -----
       01 garantie-nb              pic 9(2).
       01 garantie-num             pic 9(4).
       01 garantie-libelle         pic x(40).

      *----- Depot au spool des editions -----
       01 spool-programme          pic x(20).
       01 spool-parametres         pic x(40).
               '4: Alerte de reapprovisionnement (sous seuil)'.
           02 line 7 col 2 value
               '5: Valorisation du stock (inventaire)'.
           02 line 8 col 2 value
               '6: Achats (fournisseurs, commandes, receptions)'.
           02 line 9 col 2 value
               '7: Pneumatiques (suivi par numero de serie)'.
           02 line 10 col 2 value
               '8: Garanties constructeur et reclamations'.
           02 line 11 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 13 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

           02 line 20 col 1 value
               'Sortie de stock imputee a l''ordre, montant : '.
           02 a-montant-conso pic zzzzzz9.99 from montant-conso.
       01 a-plg-piece-sous-garantie.
           02 line 21 col 1 value 'Piece sous garantie : '.
           02 a-garantie-num pic 9(4) from garantie-num.
           02 line 21 col 28 pic x(40) from garantie-libelle.
           02 line 22 col 1 value
               'Reclamation constructeur a ouvrir (option 8).'.
       01 a-plg-stock-insuffisant.
           02 line 20 col 1 value
               'Stock insuffisant pour cette quantite.'.
               when 3 perform CONSOMME-PIECES
               when 4 perform ALERTE-REAPPRO
               when 5 perform VALORISATION-STOCK
               when 6 perform ACHATS-PIECES
               when 7 perform PNEUMATIQUES
               when 8 perform GARANTIES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
               display a-plg-modif-erreur
           not invalid key
               display a-plg-conso-faite
               call 'ss-garantie-controle' using eo-num-bus
                   eo-date-entree eo-kms-service ps-code
                   garantie-nb garantie-num garantie-libelle
               if garantie-nb > 0 then
                   display a-plg-piece-sous-garantie
               end-if
           end-rewrite

           stop ' '
           stop ' '
       .

       ACHATS-PIECES.
      * Le programme d'achats met le stock a jour a la reception :
      * les fichiers sont rendus le temps de l'appel.
           close FPiece
           close FConso
           close FEntretien
           call 'ss-achat-pieces'
           open i-o FPiece
           open i-o FConso
           open i-o FEntretien
       .

       PNEUMATIQUES.
      * Montages et demontages de pneus s'imputent aux ordres
      * d'entretien : le fichier est rendu le temps de l'appel.
           close FEntretien
           call 'ss-pneu'
           open i-o FEntretien
       .

       GARANTIES.
      * Le suivi des garanties lit les ordres et les pieces : les
      * fichiers sont rendus le temps de l'appel.
           close FPiece
           close FEntretien
           call 'ss-garantie'
           open i-o FPiece
           open i-o FEntretien
       .

       end program ss-piece-stock.
