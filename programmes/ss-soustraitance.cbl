               '3: Saisir une affectation sous-traitee'.
           02 line 6 col 2 value
               '4: Rapport de marge sur une periode'.
           02 line 7 col 2 value
               '5: Factures et paiements des sous-traitants'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
               when 2 perform LISTE-SOUS-TRAITANTS
               when 3 perform SAISIT-PRESTATION
               when 4 perform RAPPORT-MARGE
               when 5 perform FACTURES-SOUS-TRAITANTS
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
           end-write
       .

       FACTURES-SOUS-TRAITANTS.
           close FSousTraitant
           close FSousTraitance
           close fAffectation
           close FCompagnie

           call 'ss-st-factures'

           open i-o FSousTraitant
           open i-o FSousTraitance
           open i-o fAffectation
           open input FCompagnie
       .

       RAPPORT-MARGE.
           display a-plg-efface-ecran
           display a-plg-titre-global
