       program-id. ss-credit-controle.

       input-output section.
           file-control.
           select FCredit assign to "../ext/CompagnieCredit.dat"
               organization is indexed
               access mode is dynamic
                   record key is cc-num-compagnie
               status fcc-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FFactureDat assign to "../ext/Facture.dat"
               organization is indexed
               access mode is dynamic
                   record key is fl-num
                   alternate record key is fl-num-compagnie
                       with duplicates
               status ffl-status.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is fa-num-affect
                   alternate key is fa-num-chauff with duplicates
                   alternate key is fa-num-bus with duplicates
                   alternate key is fa-num-chauff2 with duplicates
               status fa-status.

           select FFactureAffect assign to "../ext/FactureAffect.dat"
               organization is indexed
               access mode is dynamic
                   record key is fx-cle
               status ffx-status.

       data division.
       file section.
      * Plafond d'encours accorde a la compagnie (0 = sans plafond)
      * et blocage des nouvelles reservations (cc-bloque = 'O').
       fd FCredit.
           01 enr-credit.
               02 cc-num-compagnie pic 9(4).
               02 cc-plafond       pic 9(8)v99.
               02 cc-bloque        pic x(1).
               02 cc-date-blocage  pic 9(8).
               02 cc-motif-blocage pic x(30).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       fd FFactureDat.
           01 enr-facture.
               02 fl-num           pic 9(6).
               02 fl-num-compagnie pic 9(4).
               02 fl-periode       pic 9(6).
               02 fl-date-emission pic 9(8).
               02 fl-date-echeance pic 9(8).
               02 fl-montant-ht    pic 9(8)v99.
               02 fl-montant-tva   pic 9(8)v99.
               02 fl-montant       pic 9(8)v99.
               02 fl-montant-regle pic 9(8)v99.
               02 fl-statut        pic x(1).
               02 fl-date-reglement pic 9(8).

       fd FBus.
           01 enr-bus.
               02 fb-numero       pic 9(6).
               02 fb-marque       pic x(20).
               02 fb-nbplace      pic 9(3).
               02 fb-modele       pic x(20).
               02 fb-kms          pic 9(6).
               02 fb-categorie-requise pic x(02).
               02 fb-num-compagnie pic 9(4).
               02 fb-code-site     pic x(04).
               02 fb-places-pmr    pic 9(3).
               02 fb-date-ctrl-tech pic 9(8).
               02 fb-date-assurance pic 9(8).
               02 fb-date-acquisition pic 9(8).
               02 fb-valeur-acquisition pic 9(8)v99.
               02 fb-duree-amort   pic 9(2).
               02 fb-statut        pic x(1).
               02 fb-date-cession  pic 9(8).
               02 fb-prix-cession  pic 9(8)v99.

       FD FAffectations.
       01 enr-affectation.
           02 fa-num-affect   pic 9(6).
           02 fa-num-chauff   pic 9(6).
           02 fa-num-bus      pic 9(6).
           02 fa-date-debut   pic 9(8).
           02 fa-date-fin     pic 9(8).
           02 fa-nb-passagers pic 9(3).
           02 fa-statut pic x(01).
           02 fa-motif pic x(40).
           02 fa-num-chauff2  pic 9(6).
           02 fa-heure-debut  pic 9(4).
           02 fa-heure-fin    pic 9(4).
           02 fa-nb-pmr       pic 9(3).

       fd FFactureAffect.
           01 enr-facture-affect.
               02 fx-cle.
                   03 fx-num-affect pic 9(6).
                   03 fx-periode    pic 9(6).
               02 fx-num-facture   pic 9(6).

       working-storage section.
       01 fcc-status               pic x(2).
       01 fco-status               pic x(2).
       01 ffl-status               pic x(2).
       01 FBusStatus               pic x(2).
       01 fa-status                pic x(2).
       01 ffx-status               pic x(2).
       01 marque-fichier-absent    pic 9.

       01 fin-bus                  pic 9.
       01 fin-affect               pic 9.
       01 fin-scan                 pic 9.
       01 derniere-periode         pic 9(6).
       01 annee-suivante           pic 9(4).
       01 mois-suivant             pic 9(2).
       01 deb-reste                pic 9(8).
       01 montant-reste            pic 9(8)v99.
       01 nb-jours-reste           pic 9(4).
       01 encours-factures         pic 9(9)v99.
       01 encours-a-facturer       pic 9(9)v99.

       linkage section.
       01 cr-num-compagnie         pic 9(4).
       01 cr-montant-nouveau       pic 9(8)v99.
       01 cr-encours               pic 9(9)v99.
       01 cr-plafond               pic 9(8)v99.
       01 cr-retour                pic 9.

       procedure division using cr-num-compagnie cr-montant-nouveau
           cr-encours cr-plafond cr-retour.

      * Encours d'une compagnie avant de lui reserver un nouveau
      * travail : soldes des factures ouvertes, plus les
      * affectations confirmees pas encore facturees (valorisees
      * depuis le mois qui suit leur derniere facturation), plus le
      * nouveau travail. cr-retour : 0 = accepte, 1 = plafond
      * depasse (avertissement), 2 = compagnie bloquee (refus sauf
      * derogation d'un superviseur).

       move 0 to cr-retour
       move 0 to cr-plafond
       move 0 to encours-factures
       move 0 to encours-a-facturer

       move 'N' to cc-bloque
       open input FCredit
       if fcc-status = '00' then
           move cr-num-compagnie to cc-num-compagnie
           read FCredit
               invalid key
                   move 0 to cc-plafond
                   move 'N' to cc-bloque
           end-read
           close FCredit
           move cc-plafond to cr-plafond
       end-if

       perform CUMULE-FACTURES-OUVERTES
       perform CUMULE-NON-FACTURE

       compute cr-encours = encours-factures + encours-a-facturer
           + cr-montant-nouveau

       if cc-bloque = 'O' then
           move 2 to cr-retour
       else
           if cr-plafond > 0 and cr-encours > cr-plafond then
               move 1 to cr-retour
           end-if
       end-if

       goback
       .

       CUMULE-FACTURES-OUVERTES.
      * Reste du des factures ouvertes ou en cours de prelevement.
           open input FFactureDat
           if ffl-status not = '00' then
               exit paragraph
           end-if
           move 0 to fin-scan
           move cr-num-compagnie to fl-num-compagnie
           start FFactureDat key = fl-num-compagnie
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FFactureDat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if fl-num-compagnie not = cr-num-compagnie
                       then
                           move 1 to fin-scan
                       else
                           if (fl-statut = 'O' or fl-statut = 'S')
                           and fl-montant > fl-montant-regle then
                               compute encours-factures =
                                   encours-factures + fl-montant
                                   - fl-montant-regle
                           end-if
                       end-if
               end-read
           end-perform
           close FFactureDat
       .

       CUMULE-NON-FACTURE.
      * Affectations des bus de la compagnie, confirmees ou
      * terminees, pour la part posterieure au dernier mois facture.
           open input FBus
           if FBusStatus not = '00' then
               exit paragraph
           end-if
           open input FAffectations
           if fa-status not = '00' then
               close FBus
               exit paragraph
           end-if
           move 0 to marque-fichier-absent
           open input FFactureAffect
           if ffx-status not = '00' then
               move 1 to marque-fichier-absent
           end-if

           move 0 to taux-jour-compagnie
           open input FCompagnie
           if fco-status = '00' then
               move cr-num-compagnie to num-compagnie
               read FCompagnie
                   invalid key
                       move 0 to taux-jour-compagnie
               end-read
               close FCompagnie
           end-if
           move cr-num-compagnie to num-compagnie

           move 0 to fb-numero
           move 0 to fin-bus
           start FBus key > fb-numero
               invalid key
                   move 1 to fin-bus
           end-start
           perform with test after until (fin-bus = 1)
               read FBus next
                   at end
                       move 1 to fin-bus
                   not at end
                       if fb-num-compagnie = cr-num-compagnie then
                           perform CUMULE-BUS
                       end-if
               end-read
           end-perform

           close FBus
           close FAffectations
           if marque-fichier-absent = 0 then
               close FFactureAffect
           end-if
       .

       CUMULE-BUS.
           move 0 to fin-affect
           move fb-numero to fa-num-bus
           start FAffectations key = fa-num-bus
               invalid key
                   move 1 to fin-affect
           end-start
           perform with test after until (fin-affect = 1)
               read FAffectations next
                   at end
                       move 1 to fin-affect
                   not at end
                       if fa-num-bus not = fb-numero then
                           move 1 to fin-affect
                       else
                           if fa-statut = 'A' or fa-statut = 'T' then
                               perform CUMULE-AFFECTATION
                           end-if
                       end-if
               end-read
           end-perform
       .

       CUMULE-AFFECTATION.
           move 0 to derniere-periode
           if marque-fichier-absent = 0 then
               move fa-num-affect to fx-num-affect
               move 0 to fx-periode
               move 0 to fin-scan
               start FFactureAffect key > fx-cle
                   invalid key
                       move 1 to fin-scan
               end-start
               perform with test after until (fin-scan = 1)
                   read FFactureAffect next
                       at end
                           move 1 to fin-scan
                       not at end
                           if fx-num-affect not = fa-num-affect then
                               move 1 to fin-scan
                           else
                               move fx-periode to derniere-periode
                           end-if
                   end-read
               end-perform
           end-if

           move fa-date-debut to deb-reste
           if derniere-periode > 0 then
               compute annee-suivante = derniere-periode / 100
               compute mois-suivant =
                   derniere-periode - annee-suivante * 100 + 1
               if mois-suivant > 12 then
                   add 1 to annee-suivante
                   move 1 to mois-suivant
               end-if
               compute deb-reste =
                   annee-suivante * 10000 + mois-suivant * 100 + 1
               if deb-reste < fa-date-debut then
                   move fa-date-debut to deb-reste
               end-if
           end-if
           if deb-reste >= fa-date-fin then
               exit paragraph
           end-if

           call 'ss-prix-affect' using fa-num-affect num-compagnie
               fb-categorie-requise fb-nbplace deb-reste
               fa-date-fin fa-heure-debut fa-heure-fin
               taux-jour-compagnie montant-reste nb-jours-reste
           add montant-reste to encours-a-facturer
       .

       end program ss-credit-controle.
