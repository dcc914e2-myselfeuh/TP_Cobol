       program-id. ss-tarif-compagnie-modif.

       input-output section.
           file-control.
           select FTarifCompagnie assign to "../ext/TarifCompagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is gc-cle
               status fgc-status.

           select FCompagnie assign to "../ext/Compagnie.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-compagnie
               status fco-status.

           select FJournal assign to "../ext/Journal.dat"
               organization is sequential
               status FJournalStatus.

           select FSession assign to "../ext/Session.dat"
               organization is sequential
               status FSessionStatus.

       data division.
       file section.
       fd FTarifCompagnie.
           01 enr-tarif-compagnie.
               02 gc-cle.
                   03 gc-num-compagnie pic 9(4).
                   03 gc-num-ligne    pic 9(3).
               02 gc-categorie     pic x(02).
               02 gc-places-min    pic 9(3).
               02 gc-places-max    pic 9(3).
               02 gc-saison-debut  pic 9(4).
               02 gc-saison-fin    pic 9(4).
               02 gc-taux-jour     pic 9(4)v99.
               02 gc-libelle       pic x(20).

       fd FCompagnie.
           01 enr-compagnie.
               02 num-compagnie    pic 9(4).
               02 nom-compagnie    pic x(30).
               02 adresse-compagnie pic x(30).
               02 contact-compagnie pic x(20).
               02 taux-jour-compagnie pic 9(4)v99.

       fd FJournal.
           01 ligne-journal pic x(200).

       fd FSession.
           01 enr-session.
               02 se-code          pic x(8).
               02 se-role          pic x(1).

       working-storage section.
       01 fgc-status               pic x(2).
       01 fco-status               pic x(2).
       01 FJournalStatus           pic x(2).
       01 FSessionStatus           pic x(2).
       01 session-code             pic x(8).

       01 i                        pic 9(2).
       01 choix-action             pic 9.
       01 quitter                  pic 9.
       01 fin-scan                 pic 9.
       01 aucun-resultat           pic 9.
       01 confirme-suppr           pic 9.

       01 id-compagnie             pic 9(4).
       01 id-ligne                 pic 9(3).
       01 derniere-ligne           pic 9(3).

       01 nv-categorie             pic x(02).
       01 nv-places-min            pic 9(3).
       01 nv-places-max            pic 9(3).
       01 nv-saison-debut          pic 9(4).
       01 nv-saison-fin            pic 9(4).
       01 nv-taux-jour             pic 9(4)v99.
       01 nv-libelle               pic x(20).
       01 saison-valide            pic 9.
       01 mois-saison              pic 9(2).
       01 jour-saison              pic 9(2).

       01 operation-journal        pic x(5).
       01 ancienne-ligne           pic x(50).
       01 nouvelle-ligne           pic x(50).
       01 audit-date-jour          pic 9(8).
       01 audit-heure-jour         pic 9(8).

       screen section.

      *----- Titres -----
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value
               '- Tarifs par categorie et saison -'.

      *----- Menu -----
       01 a-plg-fonctionnalites.
           02 line 3 col 2 value '1: Ajouter une ligne de tarif'.
           02 line 4 col 2 value '2: Modifier une ligne de tarif'.
           02 line 5 col 2 value '3: Supprimer une ligne de tarif'.
           02 line 6 col 2 value
               '4: Lister les tarifs d''une compagnie'.
           02 line 8 col 2 value '9: Quitter'.
       01 s-plg-fonctionnalites.
           02 line 10 col 2 value 'Entrez votre choix : '.
           02 s-choix-action pic z to choix-action
           required.

      *----- Recherche -----
       01 s-plg-id-compagnie.
           02 line 3 col 2 value 'Numero de compagnie : '.
           02 s-id-compagnie pic zzzz to id-compagnie required.
       01 a-plg-nom-compagnie.
           02 line 3 col 30 pic x(30) from nom-compagnie.
           02 line 4 col 30 value 'Taux du contrat : '.
           02 a-taux-contrat pic zzz9.99 from taux-jour-compagnie.
       01 s-plg-id-ligne.
           02 line 5 col 2 value 'Numero de ligne : '.
           02 s-id-ligne pic zz9 to id-ligne required.

      * --------- Formulaires -----------
       01 s-plg-form-ligne-r.
           02 line 7 col 2 value
               'Categorie vehicule (blanc = toutes) : '.
           02 s-nv-categorie pic x(02) to nv-categorie.
           02 line 8 col 2 value 'Places minimum (0 = sans) : '.
           02 s-nv-places-min pic zz9 to nv-places-min.
           02 line 9 col 2 value 'Places maximum (0 = sans) : '.
           02 s-nv-places-max pic zz9 to nv-places-max.
           02 line 10 col 2 value
               'Debut de saison MMJJ (0 = toute l''annee) : '.
           02 s-nv-saison-debut pic 9(4) to nv-saison-debut.
           02 line 11 col 2 value 'Fin de saison MMJJ : '.
           02 s-nv-saison-fin pic 9(4) to nv-saison-fin.
           02 line 12 col 2 value 'Taux par jour de service : '.
           02 s-nv-taux pic zzz9.99 to nv-taux-jour required.
           02 line 13 col 2 value 'Libelle : '.
           02 s-nv-libelle pic x(20) to nv-libelle required.

       01 s-plg-form-ligne.
           02 line 7 col 2 value 'Ancien taux : '.
           02 a-gc-taux pic zzz9.99 from gc-taux-jour.
           02 line 8 col 5 value 'Nouveau taux : '.
           02 s-nv-taux pic zzz9.99 to nv-taux-jour.
           02 line 10 col 2 value 'Ancien libelle : '.
           02 a-gc-libelle pic x(20) from gc-libelle.
           02 line 11 col 5 value 'Nouveau libelle : '.
           02 s-nv-libelle pic x(20) to nv-libelle.

      *----- Confirmation de suppression -----
       01 s-plg-confirme-suppr.
           02 line 7 col 2 value
               '1-Confirmer la suppression / 9-Annuler : '.
           02 s-confirme-suppr pic 9 to confirme-suppr required.

      *----- Liste -----
       01 a-plg-titre-colonne.
           02 line 6 col 2 value 'Ligne'.
           02 line 6 col 9 value 'Cat'.
           02 line 6 col 14 value 'Places'.
           02 line 6 col 25 value 'Saison'.
           02 line 6 col 37 value 'Taux'.
           02 line 6 col 47 value 'Libelle'.
       01 a-plg-ligne-data.
           02 a-l-ligne line i col 2 pic zz9 from gc-num-ligne.
           02 a-l-cat line i col 9 pic x(02) from gc-categorie.
           02 a-l-min line i col 14 pic zz9 from gc-places-min.
           02 line i col 17 value '-'.
           02 a-l-max line i col 18 pic zz9 from gc-places-max.
           02 a-l-sdeb line i col 25 pic 9(4) from gc-saison-debut.
           02 line i col 29 value '-'.
           02 a-l-sfin line i col 30 pic 9(4) from gc-saison-fin.
           02 a-l-taux line i col 37 pic zzz9.99 from gc-taux-jour.
           02 a-l-lib line i col 47 pic x(20) from gc-libelle.

      *------ Messages utilisateur ------
       01 a-plg-efface-ecran.
           02 blank screen.
       01 a-plg-message-choix-invalide.
           02 line 20 col 1 value 'Choix invalide.'.
       01 a-plg-compagnie-introuvable.
           02 line 20 col 1 value 'Compagnie introuvable.'.
       01 a-plg-ligne-introuvable.
           02 line 20 col 1 value 'Ligne de tarif introuvable.'.
       01 a-plg-saison-invalide.
           02 line 20 col 1 value
               'Saison invalide (MMJJ attendu, mois 01 a 12).'.
       01 a-plg-aucun-resultat.
           02 line 20 col 1 value
               'Aucune ligne : le taux du contrat s''applique.'.
       01 a-plg-suppr-annulee.
           02 line 20 col 1 value 'Suppression annulee.'.
       01 a-plg-modif-erreur.
           02 line 20 col 1 value 'Operation avortee'.
       01 a-plg-modif-succes.
           02 line 20 col 1 value 'Operation effectuee'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value "Erreur d'ouverture d'un fichier".

       procedure division.

      * Les lignes saisies ici priment sur le taux unique de la
      * compagnie pour la facturation et les devis (voir
      * ss-tarif-compagnie) ; la grille des majorations dimanche,
      * ferie et nuit s'applique ensuite comme avant.

       open i-o FTarifCompagnie
       if fgc-status = '35' then
           open output FTarifCompagnie
           close FTarifCompagnie
           open i-o FTarifCompagnie
       end-if
       open input FCompagnie
       if fgc-status not = '00' or fco-status not = '00' then
           display a-error-open
           stop ' '
           close FTarifCompagnie
           close FCompagnie
           goback
       end-if

       open extend FJournal
       if FJournalStatus = '35' then
           open output FJournal
           close FJournal
           open extend FJournal
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

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
           display a-plg-titre-global
           display a-plg-fonctionnalites
           display s-plg-fonctionnalites
           accept s-plg-fonctionnalites

           evaluate choix-action
               when 1 perform AJOUTE
               when 2 perform MODIFIE
               when 3 perform SUPPRIME
               when 4 perform LISTE-LIGNES
               when 9 move 1 to quitter
               when other display a-plg-message-choix-invalide
           end-evaluate
       end-perform

       close FTarifCompagnie
       close FCompagnie
       close FJournal

       goback
       .

       LIT-COMPAGNIE.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-id-compagnie
           accept s-plg-id-compagnie

           move id-compagnie to num-compagnie
           read FCompagnie
           invalid key
               move 0 to num-compagnie
               display a-plg-compagnie-introuvable
           not invalid key
               display a-plg-nom-compagnie
           end-read
       .

       LIT-LIGNE.
           display s-plg-id-ligne
           accept s-plg-id-ligne

           move id-compagnie to gc-num-compagnie
           move id-ligne to gc-num-ligne
           read FTarifCompagnie
           invalid key
               move 0 to gc-num-ligne
               display a-plg-ligne-introuvable
           end-read
       .

       AJOUTE.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if

           move 0 to derniere-ligne
           move id-compagnie to gc-num-compagnie
           move 0 to gc-num-ligne
           move 0 to fin-scan
           start FTarifCompagnie key > gc-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FTarifCompagnie next
                   at end
                       move 1 to fin-scan
                   not at end
                       if gc-num-compagnie not = id-compagnie then
                           move 1 to fin-scan
                       else
                           move gc-num-ligne to derniere-ligne
                       end-if
               end-read
           end-perform

           move spaces to nv-categorie
           move 0 to nv-places-min nv-places-max
               nv-saison-debut nv-saison-fin
           display s-plg-form-ligne-r
           accept s-plg-form-ligne-r

           perform CONTROLE-SAISON
           if saison-valide = 0 then
               display a-plg-saison-invalide
               stop ' '
               exit paragraph
           end-if

           move id-compagnie to gc-num-compagnie
           compute gc-num-ligne = derniere-ligne + 1
           if nv-categorie = low-value then
               move spaces to nv-categorie
           end-if
           move function upper-case(nv-categorie) to gc-categorie
           move nv-places-min to gc-places-min
           move nv-places-max to gc-places-max
           move nv-saison-debut to gc-saison-debut
           move nv-saison-fin to gc-saison-fin
           move nv-taux-jour to gc-taux-jour
           move nv-libelle to gc-libelle

           write enr-tarif-compagnie
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'AJOUT' to operation-journal
               move spaces to ancienne-ligne
               perform DECRIT-LIGNE-NOUVELLE
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-write

           stop ' '
       .

       MODIFIE.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if
           perform LIT-LIGNE
           if gc-num-ligne = 0 then
               stop ' '
               exit paragraph
           end-if

           perform DECRIT-LIGNE-ANCIENNE
           move 0 to nv-taux-jour
           move spaces to nv-libelle
           display s-plg-form-ligne
           accept s-plg-form-ligne

           if nv-taux-jour not = zeros then
               move nv-taux-jour to gc-taux-jour
           end-if
           if nv-libelle not = spaces and low-value then
               move nv-libelle to gc-libelle
           end-if

           rewrite enr-tarif-compagnie
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'MODIF' to operation-journal
               perform DECRIT-LIGNE-NOUVELLE
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-rewrite

           stop ' '
       .

       SUPPRIME.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if
           perform LIT-LIGNE
           if gc-num-ligne = 0 then
               stop ' '
               exit paragraph
           end-if

           display s-plg-confirme-suppr
           accept s-plg-confirme-suppr
           if confirme-suppr not = 1 then
               display a-plg-suppr-annulee
               stop ' '
               exit paragraph
           end-if

           perform DECRIT-LIGNE-ANCIENNE
           delete FTarifCompagnie
           invalid key
               display a-plg-modif-erreur
           not invalid key
               move 'SUPPR' to operation-journal
               move spaces to nouvelle-ligne
               perform ECRIT-JOURNAL
               display a-plg-modif-succes
           end-delete

           stop ' '
       .

       LISTE-LIGNES.
           perform LIT-COMPAGNIE
           if num-compagnie = 0 then
               stop ' '
               exit paragraph
           end-if

           display a-plg-titre-colonne
           move 7 to i
           move 1 to aucun-resultat
           move id-compagnie to gc-num-compagnie
           move 0 to gc-num-ligne
           move 0 to fin-scan
           start FTarifCompagnie key > gc-cle
               invalid key
                   move 1 to fin-scan
           end-start
           perform with test after until (fin-scan = 1)
               read FTarifCompagnie next
                   at end
                       move 1 to fin-scan
                   not at end
                       if gc-num-compagnie not = id-compagnie then
                           move 1 to fin-scan
                       else
                           display a-plg-ligne-data
                           add 1 to i
                           move 0 to aucun-resultat
                       end-if
               end-read
           end-perform

           if aucun-resultat = 1 then
               display a-plg-aucun-resultat
           end-if

           stop ' '
       .

       CONTROLE-SAISON.
      * 0000 / 0000 : toute l'annee ; sinon deux MMJJ plausibles.
           move 1 to saison-valide
           if nv-saison-debut = 0 and nv-saison-fin = 0 then
               exit paragraph
           end-if
           compute mois-saison = nv-saison-debut / 100
           compute jour-saison = function mod(nv-saison-debut, 100)
           if mois-saison < 1 or mois-saison > 12
           or jour-saison < 1 or jour-saison > 31 then
               move 0 to saison-valide
           end-if
           compute mois-saison = nv-saison-fin / 100
           compute jour-saison = function mod(nv-saison-fin, 100)
           if mois-saison < 1 or mois-saison > 12
           or jour-saison < 1 or jour-saison > 31 then
               move 0 to saison-valide
           end-if
       .

       DECRIT-LIGNE-ANCIENNE.
           move spaces to ancienne-ligne
           string gc-categorie ' ' gc-places-min '-' gc-places-max
               ' ' gc-saison-debut '-' gc-saison-fin
               ' taux=' gc-taux-jour
               delimited by size into ancienne-ligne
       .

       DECRIT-LIGNE-NOUVELLE.
           move spaces to nouvelle-ligne
           string gc-categorie ' ' gc-places-min '-' gc-places-max
               ' ' gc-saison-debut '-' gc-saison-fin
               ' taux=' gc-taux-jour
               delimited by size into nouvelle-ligne
       .

       ECRIT-JOURNAL.
           accept audit-date-jour from date yyyymmdd
           accept audit-heure-jour from time

           move spaces to ligne-journal
           string
               'TARIF-CIE' ' | ' operation-journal
               ' | id=' gc-num-compagnie '-' gc-num-ligne
               ' | ' audit-date-jour ' ' audit-heure-jour
               ' | oper=' session-code
               ' | ancien=' ancienne-ligne
               ' | nouveau=' nouvelle-ligne
               delimited by size into ligne-journal
           write ligne-journal
       .

       end program ss-tarif-compagnie-modif.
