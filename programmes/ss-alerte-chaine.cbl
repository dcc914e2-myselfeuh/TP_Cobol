       program-id. ss-alerte-chaine.

       input-output section.
           file-control.
           select FAlerte assign to "../ext/AlerteChaine.dat"
               organization is indexed
               access mode is dynamic
                   record key is al-num
               status fal-status.

           select FAstreinteSup assign to "../ext/AstreinteSup.dat"
               organization is indexed
               access mode is dynamic
                   record key is su-num
               status fsu-status.

           select FAppel assign to "../ext/AlerteSortant.txt"
               organization is line sequential
               status fap-status.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status fpa-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

       data division.
       file section.
      * Alertes de la chaine du soir : al-origine E = etape en echec,
      * V = verrou batch pose au-dela du delai ; al-reference
      * identifie l'incident (pas de second appel pour le meme tant
      * que l'alerte est ouverte). al-statut O = ouverte (personne
      * n'a acquitte), A = acquittee.
       fd FAlerte.
           01 enr-alerte.
               02 al-num           pic 9(6).
               02 al-origine       pic x(1).
               02 al-reference     pic x(16).
               02 al-date          pic 9(8).
               02 al-heure         pic 9(8).
               02 al-motif         pic x(60).
               02 al-rang          pic 9(1).
               02 al-code-oper     pic x(8).
               02 al-telephone     pic x(14).
               02 al-date-appel    pic 9(8).
               02 al-heure-appel   pic 9(8).
               02 al-nb-appels     pic 9(2).
               02 al-statut        pic x(1).
               02 al-date-acquit   pic 9(8).
               02 al-heure-acquit  pic 9(8).
               02 al-oper-acquit   pic x(8).

      * Astreinte des superviseurs (meme tenue que Astreinte.dat) :
      * qui est appele, dans l'ordre des rangs, quand la chaine du
      * soir tombe.
       fd FAstreinteSup.
           01 enr-astreinte-sup.
               02 su-num           pic 9(4).
               02 su-date-debut    pic 9(8).
               02 su-date-fin      pic 9(8).
               02 su-code-oper     pic x(8).
               02 su-telephone     pic x(14).
               02 su-rang          pic 9(1).

      * Appels remis a la passerelle SMS, au meme format que les
      * messages de service : reference, numero, texte.
       FD FAppel.
       01 ligne-appel              pic x(200).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       fd FJournal.
           01 ligne-journal pic x(200).

       working-storage section.
       01 fal-status               pic x(2).
       01 fsu-status               pic x(2).
       01 fap-status               pic x(2).
       01 fpa-status               pic x(2).
       01 FJournalStatus           pic x(2).

       01 date-jour                pic 9(8).
       01 heure-jour               pic 9(8).
       01 heure-jour-r redefines heure-jour.
           02 hj-heures            pic 9(2).
           02 hj-minutes           pic 9(2).
           02 filler               pic 9(4).
       01 heure-appel-r.
           02 ha-heures            pic 9(2).
           02 ha-minutes           pic 9(2).
           02 filler               pic 9(4).
       01 minutes-maintenant       pic 9(9).
       01 minutes-appel            pic 9(9).
       01 delai-acquit-min         pic 9(4) value 30.
       01 fin-scan                 pic 9.
       01 fin-scan-su              pic 9.
       01 alerte-en-cours          pic 9.
       01 nouveau-num              pic 9(6).

       01 rang-minimum             pic 9(1).
       01 rang-trouve              pic 9(1).
       01 oper-trouve              pic x(8).
       01 telephone-trouve         pic x(14).
       01 operation-journal        pic x(8).

       linkage section.
       01 ac-mode                  pic x(1).
       01 ac-origine               pic x(1).
       01 ac-reference             pic x(16).
       01 ac-motif                 pic x(60).

       procedure division using ac-mode ac-origine ac-reference
           ac-motif.

      * ac-mode E : ouvre une alerte pour l'incident decrit et
      * appelle le superviseur d'astreinte de rang 1 du jour.
      * ac-mode S : surveillance des alertes ouvertes ; sans
      * acquittement dans le delai (ALERTE-DELAI-ACQUIT, minutes), on
      * appelle le rang suivant, ou a nouveau le dernier rang quand
      * il n'y en a plus. Sans fichier d'astreinte ni superviseur
      * de garde, l'alerte reste ouverte sans appel et sort dans
      * la liste des alertes en cours.

       open i-o FAlerte
       if fal-status = '35' then
           open output FAlerte
           close FAlerte
           open i-o FAlerte
       end-if
       if fal-status not = '00' then
           goback
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if

       open input FParametres
       if fpa-status = '00' then
           move 'ALERTE-DELAI-ACQUIT' to pa-code
           read FParametres
               invalid key
                   continue
               not invalid key
                   if pa-valeur > 0 then
                       move pa-valeur to delai-acquit-min
                   end-if
           end-read
           close FParametres
       end-if

       accept date-jour from date yyyymmdd
       accept heure-jour from time
       compute minutes-maintenant =
           function integer-of-date(date-jour) * 1440
           + hj-heures * 60 + hj-minutes

       if ac-mode = 'E' then
           perform OUVRE-ALERTE
       else
           perform SURVEILLE-ALERTES
       end-if

       close FAlerte
       close FJournal
       goback
       .

       OUVRE-ALERTE.
           move 0 to alerte-en-cours
           move 0 to al-num
           move 0 to fin-scan
           start FAlerte key > al-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAlerte next
                   at end
                       move 1 to fin-scan
                   not at end
                       move al-num to nouveau-num
                       if al-statut = 'O'
                       and al-origine = ac-origine
                       and al-reference = ac-reference then
                           move 1 to alerte-en-cours
                       end-if
               end-read
           end-perform
           if alerte-en-cours = 1 then
               exit paragraph
           end-if

           move 0 to nouveau-num
           move 999999 to al-num
           start FAlerte key < al-num
               invalid key
                   move 0 to al-num
               not invalid key
                   read FAlerte next
                       at end
                           move 0 to al-num
                   end-read
           end-start
           compute nouveau-num = al-num + 1

           move spaces to enr-alerte
           move nouveau-num to al-num
           move ac-origine to al-origine
           move ac-reference to al-reference
           move date-jour to al-date
           move heure-jour to al-heure
           move ac-motif to al-motif
           move 0 to al-rang
           move 0 to al-date-appel
           move 0 to al-heure-appel
           move 0 to al-nb-appels
           move 'O' to al-statut
           move 0 to al-date-acquit
           move 0 to al-heure-acquit

           move 0 to rang-minimum
           perform CHERCHE-ASTREINTE
           if rang-trouve not = 0 then
               perform APPELLE
           end-if

           write enr-alerte
               invalid key
                   continue
           end-write
           move 'EMISSION' to operation-journal
           perform ECRIT-JOURNAL
       .

       SURVEILLE-ALERTES.
           move 0 to al-num
           move 0 to fin-scan
           start FAlerte key > al-num
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FAlerte next
                   at end
                       move 1 to fin-scan
                   not at end
                       if al-statut = 'O' then
                           perform ESCALADE-ALERTE
                       end-if
               end-read
           end-perform
       .

       ESCALADE-ALERTE.
      * Alerte jamais appelee (personne de garde a l'ouverture) : on
      * recherche a chaque passage. Sinon, delai ecoule depuis le
      * dernier appel : rang suivant, ou rappel du meme.
           if al-nb-appels > 0 then
               move al-heure-appel to heure-appel-r
               compute minutes-appel =
                   function integer-of-date(al-date-appel) * 1440
                   + ha-heures * 60 + ha-minutes
               if minutes-maintenant - minutes-appel
                   < delai-acquit-min then
                   exit paragraph
               end-if
           end-if

           move al-rang to rang-minimum
           perform CHERCHE-ASTREINTE
           if rang-trouve = 0 then
               if al-nb-appels = 0 then
                   exit paragraph
               end-if
               move al-rang to rang-trouve
               move al-code-oper to oper-trouve
               move al-telephone to telephone-trouve
           end-if
           perform APPELLE
           rewrite enr-alerte
               invalid key
                   continue
           end-rewrite
           move 'ESCALADE' to operation-journal
           perform ECRIT-JOURNAL
       .

       CHERCHE-ASTREINTE.
      * Superviseur de garde aujourd'hui de plus petit rang au-dela
      * de rang-minimum.
           move 0 to rang-trouve
           move spaces to oper-trouve telephone-trouve
           open input FAstreinteSup
           if fsu-status not = '00' then
               exit paragraph
           end-if
           move 0 to su-num
           move 0 to fin-scan-su
           start FAstreinteSup key > su-num
               invalid key
                   move 1 to fin-scan-su
           end-start
           perform with test after until (fin-scan-su = 1)
               read FAstreinteSup next
                   at end
                       move 1 to fin-scan-su
                   not at end
                       if su-date-debut <= date-jour
                       and su-date-fin >= date-jour
                       and su-rang > rang-minimum
                       and (rang-trouve = 0 or su-rang < rang-trouve)
                       then
                           move su-rang to rang-trouve
                           move su-code-oper to oper-trouve
                           move su-telephone to telephone-trouve
                       end-if
               end-read
           end-perform
           close FAstreinteSup
       .

       APPELLE.
           move rang-trouve to al-rang
           move oper-trouve to al-code-oper
           move telephone-trouve to al-telephone
           move date-jour to al-date-appel
           move heure-jour to al-heure-appel
           add 1 to al-nb-appels

           open extend FAppel
           if fap-status = '35' then
               open output FAppel
               close FAppel
               open extend FAppel
           end-if
           if fap-status not = '00' then
               exit paragraph
           end-if
           move spaces to ligne-appel
           string 'ALERTE' al-num ';' function trim(al-telephone)
               ';Chaine du soir : ' function trim(al-motif)
               ' (' al-date ' ' al-heure(1:4)
               '). Rang ' al-rang ', appel ' al-nb-appels
               '. A acquitter au menu astreinte superviseurs.'
               delimited by size into ligne-appel
           write ligne-appel
           close FAppel
       .

       ECRIT-JOURNAL.
           move spaces to ligne-journal
           string
               'ALERTE' ' | ' operation-journal
               ' | id=' al-num
               ' | ' date-jour ' ' heure-jour
               ' | oper=BATCH'
               ' | rang=' al-rang ' ' al-code-oper
               ' ' function trim(al-motif)
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-alerte-chaine.
