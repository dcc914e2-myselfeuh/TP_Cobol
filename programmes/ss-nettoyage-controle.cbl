       program-id. ss-nettoyage-controle.

       input-output section.
           file-control.
           select FNettoyage assign to "../ext/Nettoyage.dat"
               organization is indexed
               access mode is dynamic
                   record key is nt-cle
               status fnt-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

       data division.
       file section.
       fd FNettoyage.
           01 enr-nettoyage.
               02 nt-cle.
                   03 nt-num-bus   pic 9(6).
                   03 nt-date      pic 9(8).
                   03 nt-type      pic x(1).
               02 nt-heure         pic 9(4).
               02 nt-operateur     pic x(8).
               02 nt-observation   pic x(30).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       working-storage section.
       01 fnt-status               pic x(2).
       01 fpa-status               pic x(2).
       01 fin-scan                 pic 9.

       01 cadence-rapide           pic 9(3) value 1.
       01 cadence-complet          pic 9(3) value 7.
       01 cadence-desinfection     pic 9(3) value 30.
       01 dernier-rapide           pic 9(8).
       01 dernier-complet          pic 9(8).
       01 dernier-desinfection     pic 9(8).
       01 cadence-examinee         pic 9(3).
       01 dernier-examine          pic 9(8).
       01 type-examine             pic x(1).
       01 ecart-jours              pic s9(7).

       linkage section.
       01 nc-num-bus               pic 9(6).
       01 nc-date                  pic 9(8).
       01 nc-retard                pic 9.
       01 nc-type                  pic x(1).
       01 nc-date-dernier          pic 9(8).

       procedure division using nc-num-bus nc-date nc-retard
           nc-type nc-date-dernier.

      * Le bus nc-num-bus part-il le nc-date en retard de nettoyage ?
      * Cadence en jours par type (parametres NETTOYAGE-RAPIDE-J,
      * NETTOYAGE-COMPLET-J, NETTOYAGE-DESINF-J ; 0 = non exige) :
      * retard si le dernier nettoyage du type est plus ancien que la
      * cadence, ou s'il n'y en a jamais eu. Un nettoyage complet
      * vaut aussi nettoyage rapide.
      * En retour : nc-retard 1 si en retard, nc-type le type en
      * retard le plus exigeant ('D' desinfection, 'C' complet, 'R'
      * rapide) et nc-date-dernier son dernier passage (0 : jamais).

       move 0 to nc-retard
       move space to nc-type
       move 0 to nc-date-dernier

       open input FParametres
       if fpa-status = '00' then
           move 'NETTOYAGE-RAPIDE-J' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to cadence-rapide
           end-read
           move 'NETTOYAGE-COMPLET-J' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to cadence-complet
           end-read
           move 'NETTOYAGE-DESINF-J' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   move pa-valeur to cadence-desinfection
           end-read
           close FParametres
       end-if

       move 0 to dernier-rapide
       move 0 to dernier-complet
       move 0 to dernier-desinfection
       open input FNettoyage
       if fnt-status = '00' then
           move nc-num-bus to nt-num-bus
           move 0 to nt-date
           move space to nt-type
           move 0 to fin-scan
           start FNettoyage key >= nt-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform until (fin-scan = 1)
               read FNettoyage next
                   at end
                       move 1 to fin-scan
                   not at end
                       if nt-num-bus not = nc-num-bus
                       or nt-date > nc-date then
                           move 1 to fin-scan
                       else
                           evaluate nt-type
                               when 'R'
                                   move nt-date to dernier-rapide
                               when 'C'
                                   move nt-date to dernier-rapide
                                   move nt-date to dernier-complet
                               when 'D'
                                   move nt-date
                                       to dernier-desinfection
                           end-evaluate
                       end-if
               end-read
           end-perform
           close FNettoyage
       end-if

       move 'R' to type-examine
       move cadence-rapide to cadence-examinee
       move dernier-rapide to dernier-examine
       perform EXAMINE-TYPE
       move 'C' to type-examine
       move cadence-complet to cadence-examinee
       move dernier-complet to dernier-examine
       perform EXAMINE-TYPE
       move 'D' to type-examine
       move cadence-desinfection to cadence-examinee
       move dernier-desinfection to dernier-examine
       perform EXAMINE-TYPE

       goback
       .

       EXAMINE-TYPE.
      * Les types sont examines du moins au plus exigeant : le
      * dernier en retard l'emporte.
           if cadence-examinee = 0 then
               exit paragraph
           end-if
           if dernier-examine not = 0 then
               compute ecart-jours =
                   function integer-of-date(nc-date)
                   - function integer-of-date(dernier-examine)
               if ecart-jours <= cadence-examinee then
                   exit paragraph
               end-if
           end-if
           move 1 to nc-retard
           move type-examine to nc-type
           move dernier-examine to nc-date-dernier
       .

       end program ss-nettoyage-controle.
