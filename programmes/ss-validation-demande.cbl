       program-id. ss-validation-demande.

       input-output section.
           file-control.
           select FDemande assign to "../ext/DemandeValidation.dat"
               organization is indexed
               access mode is dynamic
                   record key is dv-num
               status fdv-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
      * Changement sensible en attente du double controle : valeur
      * avant et apres, demandeur, puis decision d'un second
      * superviseur (A = en attente, V = validee et appliquee,
      * R = rejetee).
       fd FDemande.
           01 enr-demande.
               02 dv-num           pic 9(6).
               02 dv-objet         pic x(10).
               02 dv-cle           pic x(20).
               02 dv-libelle       pic x(40).
               02 dv-ancien        pic 9(8)v99.
               02 dv-nouveau       pic 9(8)v99.
               02 dv-demandeur     pic x(8).
               02 dv-date-demande  pic 9(8).
               02 dv-heure-demande pic 9(8).
               02 dv-statut        pic x(1).
               02 dv-valideur      pic x(8).
               02 dv-date-decision pic 9(8).
               02 dv-heure-decision pic 9(8).

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fdv-status               pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).
       01 fin-scan                 pic 9.
       01 dernier-num              pic 9(6).
       01 ancien-edite             pic z(7)9.99.
       01 nouveau-edite            pic z(7)9.99.

       linkage section.
       01 vd-objet                 pic x(10).
       01 vd-cle                   pic x(20).
       01 vd-libelle               pic x(40).
       01 vd-ancien                pic 9(8)v99.
       01 vd-nouveau               pic 9(8)v99.
       01 vd-num                   pic 9(6).
       01 vd-retour                pic 9.

       procedure division using vd-objet vd-cle vd-libelle
           vd-ancien vd-nouveau vd-num vd-retour.

      * Enregistre une demande de changement sensible (taux d'une
      * compagnie, majoration tarifaire, parametre general, avoir
      * important) au nom de l'operateur connecte ; rien n'est
      * applique avant la validation d'un second superviseur
      * (ss-validation). vd-retour : 0 demande creee sous vd-num,
      * 1 une demande sur le meme objet attend deja (vd-num la
      * designe), 2 fichier des demandes inaccessible.

       move 0 to vd-num
       move 2 to vd-retour

       open i-o FDemande
       if fdv-status = '35' then
           open output FDemande
           close FDemande
           open i-o FDemande
       end-if
       if fdv-status not = '00' then
           goback
       end-if

       move 'INCONNU' to session-code
       open input FSession
       if FSessionStatus = '00' then
           read FSession
               at end
                   continue
               not at end
                   move se-code to session-code
           end-read
           close FSession
       end-if

      * une seule demande en attente par objet : la seconde saisie
      * est renvoyee vers la premiere
       move 0 to dernier-num
       move 0 to dv-num
       move 0 to fin-scan
       start FDemande key > dv-num
           invalid key
               move 1 to fin-scan
       end-start
       perform with test after until (fin-scan = 1)
           read FDemande next
               at end
                   move 1 to fin-scan
               not at end
                   move dv-num to dernier-num
                   if dv-objet = vd-objet and dv-cle = vd-cle
                   and dv-statut = 'A' then
                       move dv-num to vd-num
                       move 1 to vd-retour
                   end-if
           end-read
       end-perform
       if vd-retour = 1 then
           close FDemande
           goback
       end-if

       move spaces to enr-demande
       compute dv-num = dernier-num + 1
       move vd-objet to dv-objet
       move vd-cle to dv-cle
       move vd-libelle to dv-libelle
       move vd-ancien to dv-ancien
       move vd-nouveau to dv-nouveau
       move session-code to dv-demandeur
       accept dv-date-demande from date yyyymmdd
       accept dv-heure-demande from time
       move 'A' to dv-statut
       move 0 to dv-date-decision
       move 0 to dv-heure-decision
       write enr-demande
       invalid key
           close FDemande
           goback
       end-write
       move dv-num to vd-num
       move 0 to vd-retour
       close FDemande

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
       end-if
       if FJournalStatus = '00' then
           move vd-ancien to ancien-edite
           move vd-nouveau to nouveau-edite
           move spaces to ligne-journal
           string
               'VALIDATION' ' | ' 'DEMANDE'
               ' | id=' dv-num
               ' | ' dv-date-demande ' ' dv-heure-demande
               ' | oper=' session-code
               ' | objet=' vd-objet ' ' vd-cle
               ' | ancien=' ancien-edite
               ' | nouveau=' nouveau-edite
               delimited by size into ligne-journal
           write ligne-journal
           close FJournal
       end-if

       goback
       .

       end program ss-validation-demande.
