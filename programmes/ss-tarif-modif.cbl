                   record key is tg-type
               status ftg-status.

       data division.
       file section.
       fd FTarif.
               02 tg-pourcent      pic 9(3).
               02 tg-libelle       pic x(30).

       working-storage section.
       01 ftg-status               pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.

       01 id-type                  pic x(10).
       01 nv-pourcent              pic 9(3).

      *----- Changement soumis au double controle -----
       01 vd-objet                 pic x(10).
       01 vd-cle                   pic x(20).
       01 vd-libelle               pic x(40).
       01 vd-ancien                pic 9(8)v99.
       01 vd-nouveau               pic 9(8)v99.
       01 vd-num                   pic 9(6).
       01 vd-retour                pic 9.

       screen section.
       01 a-plg-titre-global.
           02 line 21 col 1 value 'Type de majoration inconnu.'.
       01 a-plg-modif-erreur.
           02 line 21 col 1 value 'Operation avortee'.
       01 a-plg-demande-soumise.
           02 line 21 col 1 value
               'Majoration soumise a validation, demande : '.
           02 a-vd-num pic 9(6) from vd-num.
       01 a-plg-demande-en-attente.
           02 line 21 col 1 value
               'Majoration deja en attente de validation, demande : '.
           02 a-vd-num-attente pic 9(6) from vd-num.
       01 a-plg-efface-ecran.
           02 blank screen.

      * La grille porte les majorations appliquees par ss-tarif-calcul
      * au tarif contractuel : dimanches, jours feries du calendrier
      * et departs de nuit. Premier lancement : les trois types sont
      * crees a 0 (tarif plat) et restent a regler ici. Un changement
      * de majoration n'est applique qu'apres validation par un
      * second superviseur (ss-validation).

       open i-o FTarif
       if ftg-status = '35' then
           goback
       end-if

       move 0 to quitter
       perform until (quitter = 1)
           display a-plg-efface-ecran
       end-perform

       close FTarif

       goback
       .
               exit paragraph
           end-read

           display s-plg-nv-pourcent
           accept s-plg-nv-pourcent

           if nv-pourcent = tg-pourcent then
               exit paragraph
           end-if

           move 'TARIF' to vd-objet
           move tg-type to vd-cle
           move spaces to vd-libelle
           string 'Majoration ' tg-libelle
               delimited by size into vd-libelle
           move tg-pourcent to vd-ancien
           move nv-pourcent to vd-nouveau
           call 'ss-validation-demande' using vd-objet vd-cle
               vd-libelle vd-ancien vd-nouveau vd-num vd-retour
           evaluate vd-retour
               when 0 display a-plg-demande-soumise
               when 1 display a-plg-demande-en-attente
               when other display a-plg-modif-erreur
           end-evaluate

           stop ' '
       .

       end program ss-tarif-modif.
