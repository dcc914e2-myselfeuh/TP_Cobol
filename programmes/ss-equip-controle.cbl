       program-id. ss-equip-controle.

       input-output section.
           file-control.
           select FBusEquip assign to "../ext/BusEquip.dat"
               organization is indexed
               access mode is dynamic
                   record key is bq-numero
               status fbq-status.

           select FEquipDemande assign to "../ext/EquipDemande.dat"
               organization is indexed
               access mode is dynamic
                   record key is ed-cle
               status fed-status.

       data division.
       file section.
      * Equipements a bord d'un bus, un indicateur par equipement
      * ('O' = present) : 1 toilettes, 2 refrigerateur, 3 coffre a
      * skis, 4 micro, 5 prises USB aux sieges.
       fd FBusEquip.
           01 enr-bus-equip.
               02 bq-numero        pic 9(6).
               02 bq-equipements   pic x(5).

      * Equipements demandes par le client, sur un devis (objet D)
      * ou sur une affectation (objet A), meme codification.
       fd FEquipDemande.
           01 enr-equip-demande.
               02 ed-cle.
                   03 ed-objet     pic x(1).
                   03 ed-num       pic 9(6).
               02 ed-equipements   pic x(5).

       working-storage section.
       01 fbq-status               pic x(2).
       01 fed-status               pic x(2).
       01 k                        pic 9.
       01 ptr-libelle              pic 9(2).

       01 equip-bus                pic x(5).
       01 equip-bus-r redefines equip-bus.
           02 equip-bus-ind        pic x(1) occurs 5 times.
       01 equip-dem                pic x(5).
       01 equip-dem-r redefines equip-dem.
           02 equip-dem-ind        pic x(1) occurs 5 times.

       01 table-libelles-equip.
           02 filler               pic x(6) value 'WC'.
           02 filler               pic x(6) value 'FRIGO'.
           02 filler               pic x(6) value 'SKIS'.
           02 filler               pic x(6) value 'MICRO'.
           02 filler               pic x(6) value 'USB'.
       01 table-libelles-equip-r redefines table-libelles-equip.
           02 libelle-equip        pic x(6) occurs 5 times.

       linkage section.
       01 ec-mode                  pic x(1).
       01 ec-objet                 pic x(1).
       01 ec-num                   pic 9(6).
       01 ec-num-bus               pic 9(6).
       01 ec-demande               pic x(5).
       01 ec-equip-bus             pic x(5).
       01 ec-libelle               pic x(40).
       01 ec-retour                pic 9.

       procedure division using ec-mode ec-objet ec-num ec-num-bus
           ec-demande ec-equip-bus ec-libelle ec-retour.

      * Equipements a bord des bus et equipements demandes.
      * ec-mode 'L' : equipements demandes sur l'objet ec-objet
      *   (D devis, A affectation) numero ec-num, rendus dans
      *   ec-demande (a blanc si rien n'est demande).
      * ec-mode 'E' : enregistre ec-demande pour cet objet ; une
      *   demande a blanc efface l'enregistrement.
      * ec-mode 'C' : le bus ec-num-bus a-t-il tout ce que demande
      *   ec-demande ? ec-equip-bus rend ses equipements, ec-libelle
      *   les equipements manquants ; ec-retour 0 = oui, 1 = non.
      * ec-libelle donne aussi, en modes 'L' et 'E', le libelle des
      * equipements demandes.

       move 0 to ec-retour
       move spaces to ec-libelle

       evaluate ec-mode
           when 'L' perform LIT-DEMANDE
           when 'E' perform ECRIT-DEMANDE
           when 'C' perform CONTROLE-BUS
       end-evaluate

       goback
       .

       LIT-DEMANDE.
           move spaces to ec-demande
           open input FEquipDemande
           if fed-status not = '00' then
               exit paragraph
           end-if
           move ec-objet to ed-objet
           move ec-num to ed-num
           read FEquipDemande
               invalid key
                   continue
               not invalid key
                   move ed-equipements to ec-demande
           end-read
           close FEquipDemande

           move ec-demande to equip-dem
           move spaces to equip-bus
           perform LIBELLE-MANQUANTS
       .

       ECRIT-DEMANDE.
           open i-o FEquipDemande
           if fed-status = '35' then
               open output FEquipDemande
               close FEquipDemande
               open i-o FEquipDemande
           end-if
           if fed-status not = '00' then
               exit paragraph
           end-if

           move ec-demande to equip-dem
           perform varying k from 1 by 1 until k > 5
               if equip-dem-ind(k) = 'o' then
                   move 'O' to equip-dem-ind(k)
               end-if
               if equip-dem-ind(k) not = 'O' then
                   move space to equip-dem-ind(k)
               end-if
           end-perform
           move equip-dem to ec-demande

           move ec-objet to ed-objet
           move ec-num to ed-num
           if equip-dem = spaces then
               delete FEquipDemande
                   invalid key
                       continue
               end-delete
           else
               move equip-dem to ed-equipements
               write enr-equip-demande
                   invalid key
                       rewrite enr-equip-demande
                           invalid key
                               continue
                       end-rewrite
               end-write
           end-if
           close FEquipDemande

           move spaces to equip-bus
           perform LIBELLE-MANQUANTS
       .

       CONTROLE-BUS.
           move spaces to ec-equip-bus
           open input FBusEquip
           if fbq-status = '00' then
               move ec-num-bus to bq-numero
               read FBusEquip
                   invalid key
                       continue
                   not invalid key
                       move bq-equipements to ec-equip-bus
               end-read
               close FBusEquip
           end-if

           move ec-equip-bus to equip-bus
           move ec-demande to equip-dem
           perform LIBELLE-MANQUANTS
           if ec-libelle not = spaces then
               move 1 to ec-retour
           end-if
       .

       LIBELLE-MANQUANTS.
      * Libelles des equipements demandes que equip-bus n'a pas
      * (tous les demandes quand equip-bus est a blanc).
           move 1 to ptr-libelle
           perform varying k from 1 by 1 until k > 5
               if (equip-dem-ind(k) = 'O' or equip-dem-ind(k) = 'o')
               and equip-bus-ind(k) not = 'O' then
                   string libelle-equip(k) delimited by space
                       ' ' delimited by size
                       into ec-libelle with pointer ptr-libelle
               end-if
           end-perform
       .

       end program ss-equip-controle.
