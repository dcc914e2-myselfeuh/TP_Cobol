       program-id. ss-chauffeur-controle.

       input-output section.
           file-control.
           select fAffectation assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is numAffect
                   alternate record key is numChaufA with duplicates
                   alternate record key is numBusA with duplicates
                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FAbsence assign to "../ext/Absence.dat"
               organization is indexed
               access mode is dynamic
                   record key is ab-num-absence
                   alternate record key is ab-num-chauff
                       with duplicates
               status FAbsenceStatus.

           select FCertificat assign to "../ext/Certificat.dat"
               organization is indexed
               access mode is dynamic
                   record key is ce-cle
               status FCertificatStatus.

           select FParametres assign to "../ext/Parametres.dat"
               organization is indexed
               access mode is dynamic
                   record key is pa-code
               status FParametresStatus.

       data division.
       file section.
       fd fAffectation.
           01 rec-Affectation.
               02 numAffect        pic 9(6).
               02 numChaufA        pic 9(6).
               02 numBusA          pic 9(6).
               02 dateDebAffectA   pic 9(8).
               02 dateFinAffectA   pic 9(8).
               02 nbPassagersA     pic 9(3).
               02 statutA          pic x(01).
               02 motifA           pic x(40).
               02 numChauf2A       pic 9(6).
               02 heureDebA        pic 9(4).
               02 heureFinA        pic 9(4).
               02 nbPmrA           pic 9(3).

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

       fd FChaufNouv.
           01 ChaufNouv.
               02 numChaufN    pic 9(6).
               02 nomN         pic x(30).
               02 prenomN      pic x(30).
               02 datePermisN  pic 9(8).
               02 categoriePermisN pic x(02).
               02 statutN      pic x(01).
               02 codeSiteN    pic x(04).
               02 telephoneN   pic x(14).
               02 adresseN     pic x(40).

       fd FAbsence.
           01 enr-absence.
               02 ab-num-absence   pic 9(4).
               02 ab-num-chauff    pic 9(6).
               02 ab-type          pic x(10).
               02 ab-date-debut    pic 9(8).
               02 ab-date-fin      pic 9(8).

       fd FCertificat.
           01 enr-certificat.
               02 ce-cle.
                   03 ce-num-chauff    pic 9(6).
                   03 ce-type          pic x(3).
               02 ce-date-obtention pic 9(8).
               02 ce-date-expiration pic 9(8).

       fd FParametres.
           01 enr-parametre.
               02 pa-code          pic x(20).
               02 pa-valeur        pic 9(8).
               02 pa-libelle       pic x(40).

       working-storage section.
       01 fstatus                  pic x(2).
       01 FBusStatus               pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FAbsenceStatus           pic x(2).
       01 FCertificatStatus        pic x(2).
       01 FParametresStatus        pic x(2).

       01 fin-scan                 pic 9.
       01 chevauchement-horaire    pic 9.
       01 autre-heure-deb          pic 9(4).
       01 autre-heure-fin          pic 9(4).
       01 chk-heureDebA            pic 9(4).
       01 chk-heureFinA            pic 9(4).

      *----- Regle de repos (memes parametres que la saisie) -----
       01 max-jours-consecutifs    pic 9(2) value 6.
       01 min-jours-repos          pic 9(2) value 1.
       01 span-deb                 pic s9(9) comp.
       01 span-fin                 pic s9(9) comp.
       01 autre-deb-entier         pic s9(9) comp.
       01 autre-fin-entier         pic s9(9) comp.
       01 chaine-etendue           pic 9.
       01 chaine-jours             pic s9(5).

       linkage section.
       01 cc-num-chauff            pic 9(6).
       01 cc-num-bus               pic 9(6).
       01 cc-date-debut            pic 9(8).
       01 cc-date-fin              pic 9(8).
       01 cc-heure-debut           pic 9(4).
       01 cc-heure-fin             pic 9(4).
       01 cc-excl-1                pic 9(6).
       01 cc-excl-2                pic 9(6).
       01 cc-resultat              pic x(1).
       01 cc-detail                pic x(3).

       procedure division using cc-num-chauff cc-num-bus
           cc-date-debut cc-date-fin cc-heure-debut cc-heure-fin
           cc-excl-1 cc-excl-2 cc-resultat cc-detail.

      * Le chauffeur cc-num-chauff peut-il prendre le service du bus
      * cc-num-bus du cc-date-debut au cc-date-fin, de cc-heure-debut
      * a cc-heure-fin ? Memes controles que la saisie des
      * affectations (ss-affect-modif), les affectations cc-excl-1 et
      * cc-excl-2 (0 = aucune) etant ignorees : celles que l'echange
      * fait justement changer de main.
      * En retour, cc-resultat : espace si rien ne s'y oppose,
      * 'C' deja engage (chauffeur ou co-chauffeur) sur un service
      * qui recouvre, 'A' absence declaree, 'P' categorie de permis
      * insuffisante pour le bus, 'R' regle de repos violee,
      * 'E' certificat expire avant la fin (type dans cc-detail :
      * simple avertissement, la decision reste a l'operateur),
      * 'X' fichier des affectations inaccessible.

       move space to cc-resultat
       move spaces to cc-detail

       move cc-heure-debut to chk-heureDebA
       move cc-heure-fin to chk-heureFinA
       if chk-heureDebA = 0 and chk-heureFinA = 0 then
           move 2400 to chk-heureFinA
       end-if

       perform LIT-PARAMETRES

       open input fAffectation
       if fstatus not = '00' then
           move 'X' to cc-resultat
           goback
       end-if
       perform CHEVAUCHEMENT-CHAUFFEUR
       if cc-resultat = space then
           perform CHEVAUCHEMENT-COMME-COCHAUFFEUR
       end-if
       if cc-resultat = space then
           perform CONTROLE-ABSENCE
       end-if
       if cc-resultat = space then
           perform CONTROLE-CATEGORIE
       end-if
       if cc-resultat = space then
           perform CONTROLE-REPOS
       end-if
       close fAffectation

       if cc-resultat = space then
           perform CONTROLE-CERTIFICATS
       end-if

       goback
       .

       LIT-PARAMETRES.
           open input FParametres
           if FParametresStatus = '00' then
               move 'MAX-JOURS-CONSECUTIFS' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to max-jours-consecutifs
               end-read
               move 'MIN-JOURS-REPOS' to pa-code
               read FParametres
                   invalid key
                       continue
                   not invalid key
                       move pa-valeur to min-jours-repos
               end-read
               close FParametres
           end-if
       .

       CHEVAUCHEMENT-CHAUFFEUR.
      * Une affectation active du chauffeur sur un autre bus dont
      * les dates et la fenetre horaire recouvrent la periode.
           move 0 to fin-scan
           move cc-num-chauff to numChaufA
           start fAffectation key = numChaufA
           invalid key
               move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if numChaufA not = cc-num-chauff then
                           move 1 to fin-scan
                       else
                           if numAffect not = cc-excl-1
                           and numAffect not = cc-excl-2
                           and numBusA not = cc-num-bus
                           and statutA not = 'I'
                           and statutA not = 'B'
                           and dateDebAffectA <= cc-date-fin
                           and dateFinAffectA >= cc-date-debut
                           then
                               perform COMPARE-FENETRES-HORAIRES
                               if chevauchement-horaire = 1 then
                                   move 'C' to cc-resultat
                                   move 1 to fin-scan
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       CHEVAUCHEMENT-COMME-COCHAUFFEUR.
           move 0 to fin-scan
           move cc-num-chauff to numChauf2A
           start fAffectation key = numChauf2A
           invalid key
               move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if numChauf2A not = cc-num-chauff then
                           move 1 to fin-scan
                       else
                           if numAffect not = cc-excl-1
                           and numAffect not = cc-excl-2
                           and statutA not = 'I'
                           and statutA not = 'B'
                           and dateDebAffectA <= cc-date-fin
                           and dateFinAffectA >= cc-date-debut
                           then
                               perform COMPARE-FENETRES-HORAIRES
                               if chevauchement-horaire = 1 then
                                   move 'C' to cc-resultat
                                   move 1 to fin-scan
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
       .

       COMPARE-FENETRES-HORAIRES.
      * Meme regle que la saisie : heures a zero = journee entiere,
      * une fenetre a cheval sur minuit ne laisse libre que le creux
      * entre sa fin et son debut.
           move heureDebA to autre-heure-deb
           move heureFinA to autre-heure-fin
           if autre-heure-deb = 0 and autre-heure-fin = 0 then
               move 2400 to autre-heure-fin
           end-if

           evaluate true
               when chk-heureFinA < chk-heureDebA
                and autre-heure-fin < autre-heure-deb
                   move 1 to chevauchement-horaire
               when chk-heureFinA < chk-heureDebA
                   if autre-heure-deb >= chk-heureFinA
                   and autre-heure-fin <= chk-heureDebA then
                       move 0 to chevauchement-horaire
                   else
                       move 1 to chevauchement-horaire
                   end-if
               when autre-heure-fin < autre-heure-deb
                   if chk-heureDebA >= autre-heure-fin
                   and chk-heureFinA <= autre-heure-deb then
                       move 0 to chevauchement-horaire
                   else
                       move 1 to chevauchement-horaire
                   end-if
               when other
                   if chk-heureDebA < autre-heure-fin
                   and chk-heureFinA > autre-heure-deb then
                       move 1 to chevauchement-horaire
                   else
                       move 0 to chevauchement-horaire
                   end-if
           end-evaluate
       .

       CONTROLE-ABSENCE.
           open input FAbsence
           if FAbsenceStatus not = '00' then
               exit paragraph
           end-if

           move 0 to fin-scan
           move cc-num-chauff to ab-num-chauff
           start FAbsence key = ab-num-chauff
           invalid key
               move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FAbsence next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ab-num-chauff not = cc-num-chauff then
                           move 1 to fin-scan
                       else
                           if ab-date-debut <= cc-date-fin
                           and ab-date-fin >= cc-date-debut
                           then
                               move 'A' to cc-resultat
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
           close FAbsence
       .

       CONTROLE-CATEGORIE.
      * Bus ou chauffeur inconnu : refuse, comme a la saisie.
           open input FBus
           open input FChaufNouv
           if FBusStatus not = '00' or FChaufNouvStatus not = '00'
           then
               move 'P' to cc-resultat
           else
               move cc-num-bus to fb-numero
               read FBus
               invalid key
                   move 'P' to cc-resultat
               end-read

               move cc-num-chauff to numChaufN
               read FChaufNouv
               invalid key
                   move 'P' to cc-resultat
               not invalid key
                   if fb-categorie-requise not = spaces
                   and categoriePermisN not = fb-categorie-requise
                   then
                       move 'P' to cc-resultat
                   end-if
               end-read
           end-if
           close FBus
           close FChaufNouv
       .

       CONTROLE-REPOS.
      * La periode candidate est etendue avec toutes les affectations
      * du chauffeur qui s'y enchainent a moins de min-jours-repos
      * d'ecart, puis la chaine est mesuree.
           compute span-deb = function integer-of-date(cc-date-debut)
           compute span-fin = function integer-of-date(cc-date-fin)

           move 1 to chaine-etendue
           perform until chaine-etendue = 0
               move 0 to chaine-etendue
               perform ETEND-CHAINE-REPOS
           end-perform

           compute chaine-jours = span-fin - span-deb + 1
           if chaine-jours > max-jours-consecutifs then
               move 'R' to cc-resultat
           end-if
       .

       ETEND-CHAINE-REPOS.
           move 0 to fin-scan
           move cc-num-chauff to numChaufA
           start fAffectation key = numChaufA
           invalid key
               move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read fAffectation next
                   at end
                       move 1 to fin-scan
                   not at end
                       if numChaufA not = cc-num-chauff then
                           move 1 to fin-scan
                       else
                           if numAffect not = cc-excl-1
                           and numAffect not = cc-excl-2
                           and statutA not = 'I'
                           and statutA not = 'B' then
                               perform ETEND-CHAINE-UNE-AFFECT
                           end-if
                       end-if
               end-read
           end-perform
       .

       ETEND-CHAINE-UNE-AFFECT.
           compute autre-deb-entier =
               function integer-of-date(dateDebAffectA)
           compute autre-fin-entier =
               function integer-of-date(dateFinAffectA)

           if autre-deb-entier <= span-fin + min-jours-repos
           and autre-fin-entier >= span-deb - min-jours-repos then
               if autre-deb-entier < span-deb then
                   move autre-deb-entier to span-deb
                   move 1 to chaine-etendue
               end-if
               if autre-fin-entier > span-fin then
                   move autre-fin-entier to span-fin
                   move 1 to chaine-etendue
               end-if
           end-if
       .

       CONTROLE-CERTIFICATS.
           open input FCertificat
           if FCertificatStatus not = '00' then
               exit paragraph
           end-if

           move 0 to fin-scan
           move cc-num-chauff to ce-num-chauff
           move low-values to ce-type
           start FCertificat key >= ce-cle
           invalid key
               move 1 to fin-scan
           end-start

           perform with test after until (fin-scan = 1)
               read FCertificat next
                   at end
                       move 1 to fin-scan
                   not at end
                       if ce-num-chauff not = cc-num-chauff then
                           move 1 to fin-scan
                       else
                           if ce-date-expiration < cc-date-fin then
                               move 'E' to cc-resultat
                               move ce-type to cc-detail
                               move 1 to fin-scan
                           end-if
                       end-if
               end-read
           end-perform
           close FCertificat
       .

       end program ss-chauffeur-controle.
