       01 nv-cout                  pic 9(6)v99.
       01 nom-ssprog               pic x(40).

      *----- Garanties constructeur du bus -----
       01 garantie-piece           pic x(8) value spaces.
       01 garantie-nb              pic 9(2).
       01 garantie-num             pic 9(4).
       01 garantie-libelle         pic x(40).

       screen section.

      *----- Titres -----
           02 line 9 col 2 value
               '7: Alertes controle technique et assurance'.
           02 line 10 col 2 value
               '8: Atelier : pieces, pneus, garanties'.
           02 line 11 col 2 value
               '0: Creation auto des ordres preventifs (seuil km)'.
           02 line 13 col 2 value '9: Quitter'.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-plg-bus-sous-garantie.
           02 line 21 col 1 value 'Bus sous garantie ('.
           02 a-garantie-nb pic z9 from garantie-nb.
           02 value ') : '.
           02 a-garantie-libelle pic x(40) from garantie-libelle.
           02 line 22 col 1 value
               'Verifier la prise en charge et ouvrir une reclamation '
               &'constructeur.'.

       procedure division.

               display a-plg-modif-erreur
           not invalid key
               display a-plg-modif-succes
      *        reparation peut-etre a la charge du constructeur
               call 'ss-garantie-controle' using eo-num-bus
                   eo-date-entree eo-kms-service garantie-piece
                   garantie-nb garantie-num garantie-libelle
               if garantie-nb > 0 then
                   display a-plg-bus-sous-garantie
               end-if
           end-write
       .

