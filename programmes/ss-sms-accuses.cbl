       program-id. ss-sms-accuses.

       input-output section.
           file-control.
           select FSmsEnvoi assign to "../ext/SmsEnvoi.dat"
               organization is indexed
               access mode is dynamic
                   record key is sm-cle
               status fsm-status.

           select FSmsAccuses assign to "../ext/SmsAccuses.txt"
               organization is line sequential
               status fsa-status.

       data division.
       file section.
       fd FSmsEnvoi.
           01 enr-sms-envoi.
               02 sm-cle.
                   03 sm-date-service pic 9(8).
                   03 sm-num-chauff   pic 9(6).
               02 sm-telephone     pic x(14).
               02 sm-statut        pic x(1).
               02 sm-date-envoi    pic 9(8).
               02 sm-date-accuse   pic 9(8).
               02 sm-heure-accuse  pic 9(6).
               02 sm-code-retour   pic x(20).

      * Accuses de reception renvoyes par la passerelle SMS :
      * reference du message, statut (DELIVRE ou code d'echec) et
      * horodatage AAAAMMJJHHMMSS, separes par des points-virgules.
       FD FSmsAccuses.
       01 ligne-accuse             pic x(80).

       working-storage section.
       01 fsm-status               pic x(2).
       01 fsa-status               pic x(2).
       01 fin-accuses              pic 9.

       01 accuse-reference         pic x(14).
       01 accuse-statut            pic x(20).
       01 accuse-horodatage        pic x(14).
       01 accuse-horodatage-r redefines accuse-horodatage.
           02 accuse-date          pic 9(8).
           02 accuse-heure         pic 9(6).

       01 stat-etape               pic x(20) value 'ss-sms-accuses'.
       01 stat-date-debut          pic 9(8).
       01 stat-heure-debut         pic 9(8).
       01 stat-nb-lus              pic 9(7) value 0.
       01 stat-nb-ecrits           pic 9(7) value 0.
       01 stat-statut              pic x(1) value 'S'.

       linkage section.
       01 sa-nb-accuses            pic 9(4).

       procedure division using sa-nb-accuses.

      * Reprise du fichier d'accuses de la passerelle : chaque
      * message suivi dans SmsEnvoi.dat passe a D (delivre) ou N
      * (non delivre). Sans fichier d'accuses, rien n'est touche et
      * les messages restent a E. Retourne le nombre d'accuses
      * rapproches.

       accept stat-date-debut from date yyyymmdd
       accept stat-heure-debut from time

       move 0 to sa-nb-accuses
       open input FSmsAccuses
       if fsa-status not = '00' then
           goback
       end-if
       open i-o FSmsEnvoi
       if fsm-status not = '00' then
           close FSmsAccuses
           goback
       end-if

       move 0 to fin-accuses
       perform with test after until (fin-accuses = 1)
           read FSmsAccuses
               at end
                   move 1 to fin-accuses
               not at end
                   add 1 to stat-nb-lus
                   perform RAPPROCHE-ACCUSE
           end-read
       end-perform

       close FSmsAccuses
       close FSmsEnvoi

       move sa-nb-accuses to stat-nb-ecrits
       call 'ss-stats-batch' using stat-etape stat-date-debut
           stat-heure-debut stat-nb-lus stat-nb-ecrits stat-statut
       goback
       .

       RAPPROCHE-ACCUSE.
           move spaces to accuse-reference accuse-statut
           move zeros to accuse-horodatage
           unstring ligne-accuse delimited by ';'
               into accuse-reference accuse-statut accuse-horodatage
           end-unstring
           if accuse-reference is not numeric then
               exit paragraph
           end-if
           move accuse-reference to sm-cle
           read FSmsEnvoi
               invalid key
                   exit paragraph
           end-read
           if accuse-statut = 'DELIVRE' then
               move 'D' to sm-statut
           else
               move 'N' to sm-statut
           end-if
           move accuse-statut to sm-code-retour
           if accuse-horodatage is numeric then
               move accuse-date to sm-date-accuse
               move accuse-heure to sm-heure-accuse
           end-if
           rewrite enr-sms-envoi
               invalid key
                   continue
               not invalid key
                   add 1 to sa-nb-accuses
           end-rewrite
       .

       end program ss-sms-accuses.
