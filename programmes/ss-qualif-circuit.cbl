       program-id. ss-qualif-circuit.

       input-output section.
           file-control.
           select FQualif assign to "../ext/QualifCircuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is qc-cle
               status fqc-status.

           select FAffCircuit assign to "../ext/AffectCircuit.dat"
               organization is indexed
               access mode is dynamic
                   record key is ac-num-affect
               status FAffCircuitStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

       data division.
       file section.
      * Connaissance d'un circuit par un chauffeur : date de la
      * formation (doublage sur la ligne, zero si le circuit a ete
      * appris en le conduisant) et date du dernier service conduit.
       fd FQualif.
           01 enr-qualif.
               02 qc-cle.
                   03 qc-code-circuit pic x(6).
                   03 qc-num-chauff   pic 9(6).
               02 qc-date-formation pic 9(8).
               02 qc-date-derniere pic 9(8).

       fd FAffCircuit.
           01 enr-aff-circuit.
               02 ac-num-affect    pic 9(6).
               02 ac-code-circuit  pic x(6).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       working-storage section.
       01 fqc-status               pic x(2).
       01 FAffCircuitStatus        pic x(2).
       01 fpa-status               pic x(2).

      *----- Delai de caducite, lu une fois -----
       01 parametre-charge         pic 9 value 0.
       01 mois-caducite            pic 9(3) value 6.

       01 date-reference           pic 9(8).
       01 date-reference-r redefines date-reference.
           02 ref-annee            pic 9(4).
           02 ref-mois             pic 9(2).
           02 ref-jour             pic 9(2).
       01 date-service             pic 9(8).
       01 date-service-r redefines date-service.
           02 svc-annee            pic 9(4).
           02 svc-mois             pic 9(2).
           02 svc-jour             pic 9(2).
       01 mois-ecoules             pic s9(5).

       linkage section.
       01 qf-mode                  pic x(1).
       01 qf-num-affect            pic 9(6).
       01 qf-code-circuit          pic x(6).
       01 qf-num-chauff            pic 9(6).
       01 qf-date                  pic 9(8).
       01 qf-etat                  pic x(1).
       01 qf-date-formation        pic 9(8).
       01 qf-date-derniere         pic 9(8).

       procedure division using qf-mode qf-num-affect
           qf-code-circuit qf-num-chauff qf-date qf-etat
           qf-date-formation qf-date-derniere.

      * Qualification d'un chauffeur sur un circuit (ligne scolaire
      * ou reguliere). Le circuit est celui passe en qf-code-circuit
      * ou, a blanc, celui auquel l'affectation qf-num-affect est
      * rattachee dans AffectCircuit.dat (rendu dans qf-code-circuit).
      * qf-mode 'C' : etat du chauffeur qf-num-chauff a la date
      *   qf-date, avec ses dates de formation et de dernier service.
      * qf-mode 'A' : etat a la date qf-date pour les dates de
      *   formation et de dernier service fournies, sans lecture.
      * qf-mode 'D' : le chauffeur a conduit le circuit le qf-date ;
      *   la qualification est creee au besoin.
      * qf-etat : 'Q' qualifie, 'N' jamais forme ni conduit,
      *   'E' qualification caduque (plus de QUALIF-MOIS-CADUC mois
      *   sans conduire le circuit depuis la formation ou le dernier
      *   service), blanc si aucun circuit n'est en jeu.

       if parametre-charge = 0 then
           perform LIT-PARAMETRE
       end-if

       move space to qf-etat
       if qf-mode = 'A' then
           perform APPRECIE-QUALIFICATION
           goback
       end-if

       move 0 to qf-date-formation
       move 0 to qf-date-derniere
       if qf-code-circuit = spaces or qf-code-circuit = low-value
       then
           perform CHERCHE-CIRCUIT
       end-if
       if qf-code-circuit = spaces or qf-num-chauff = 0 then
           goback
       end-if

       if qf-mode = 'D' then
           perform ENREGISTRE-CONDUITE
           goback
       end-if

       move 'N' to qf-etat
       open input FQualif
       if fqc-status not = '00' then
           goback
       end-if
       move qf-code-circuit to qc-code-circuit
       move qf-num-chauff to qc-num-chauff
       read FQualif
           invalid key
               continue
           not invalid key
               move qc-date-formation to qf-date-formation
               move qc-date-derniere to qf-date-derniere
               perform APPRECIE-QUALIFICATION
       end-read
       close FQualif

       goback
       .

       LIT-PARAMETRE.
           move 1 to parametre-charge
           open input FParametres
           if fpa-status not = '00' then
               exit paragraph
           end-if
           move 'QUALIF-MOIS-CADUC' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to mois-caducite
                   end-if
           end-read
           close FParametres
       .

       CHERCHE-CIRCUIT.
           move spaces to qf-code-circuit
           if qf-num-affect = 0 then
               exit paragraph
           end-if
           open input FAffCircuit
           if FAffCircuitStatus not = '00' then
               exit paragraph
           end-if
           move qf-num-affect to ac-num-affect
           read FAffCircuit
               invalid key
                   continue
               not invalid key
                   move ac-code-circuit to qf-code-circuit
           end-read
           close FAffCircuit
       .

       APPRECIE-QUALIFICATION.
      * La reference est la plus recente des deux dates ; le mois
      * entame ne compte que si le jour anniversaire est passe.
           move qf-date-formation to date-reference
           if qf-date-derniere > date-reference then
               move qf-date-derniere to date-reference
           end-if
           if date-reference = 0 then
               move 'N' to qf-etat
               exit paragraph
           end-if

           move qf-date to date-service
           compute mois-ecoules =
               (svc-annee * 12 + svc-mois)
               - (ref-annee * 12 + ref-mois)
           if svc-jour < ref-jour then
               subtract 1 from mois-ecoules
           end-if
           if mois-ecoules >= mois-caducite then
               move 'E' to qf-etat
           else
               move 'Q' to qf-etat
           end-if
       .

       ENREGISTRE-CONDUITE.
           open i-o FQualif
           if fqc-status = '35' then
               open output FQualif
               close FQualif
               open i-o FQualif
           end-if
           if fqc-status not = '00' then
               exit paragraph
           end-if

           move qf-code-circuit to qc-code-circuit
           move qf-num-chauff to qc-num-chauff
           read FQualif
               invalid key
                   move 0 to qc-date-formation
                   move qf-date to qc-date-derniere
                   write enr-qualif
                       invalid key
                           continue
                   end-write
               not invalid key
                   if qf-date > qc-date-derniere then
                       move qf-date to qc-date-derniere
                       rewrite enr-qualif
                           invalid key
                               continue
                       end-rewrite
                   end-if
           end-read
           move qc-date-formation to qf-date-formation
           move qc-date-derniere to qf-date-derniere
           close FQualif
       .

       end program ss-qualif-circuit.
