                   alternate record key is numChauf2A with duplicates
               status fstatus.

           select FBus assign to "../ext/Fbus.dat"
               organization is indexed
               access mode is dynamic
                   record key is fb-numero
               status FBusStatus.

       data division.
       file section.
      * Une etape par affectation et par jour de voyage : la feuille
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

       working-storage section.
       01 FEtapeStatus             pic x(2).
       01 fstatus                  pic x(2).
       01 FBusStatus               pic x(2).

       01 i                        pic 9(2).
       01 choix-action             pic 9.

       01 id-affect                pic 9(6).
       01 nv-jour                  pic 9(2).
       01 nv-code-dest             pic x(06).
       01 nv-destination           pic x(30).
       01 dest-nom                 pic x(30).
       01 dest-km                  pic 9(4).
       01 dest-duree               pic 9(4).
       01 dest-retour              pic 9.
       01 nv-km-prevus             pic 9(4).
       01 nv-notes                 pic x(40).

       01 s-plg-form-etape.
           02 line 6 col 2 value 'Jour du voyage (1, 2, ...) : '.
           02 s-nv-jour pic z9 to nv-jour required.
           02 line 7 col 2 value
               'Code destination (blanc = saisie libre) : '.
           02 s-nv-code-dest pic x(06) to nv-code-dest.
           02 line 8 col 2 value 'Destination : '.
           02 s-nv-destination pic x(30) to nv-destination.
           02 line 9 col 2 value
               'Kilometres prevus (0 = distance du depot) : '.
           02 s-nv-km pic zzz9 to nv-km-prevus.
           02 line 10 col 2 value 'Notes (arrets, consignes) : '.
           02 s-nv-notes pic x(40) to nv-notes.
           02 line 11 col 2 value
               '(RECHARGE dans les notes : arret de recharge prevu '
               &'pour un bus electrique)'.

       01 s-plg-jour-suppr.
           02 line 6 col 2 value 'Jour de l''etape a supprimer : '.
       01 a-plg-affect-introuvable.
           02 line 20 col 1 value
               'Affectation introuvable ou archivee.'.
       01 a-plg-destination-inconnue.
           02 line 20 col 1 value
               'Destination absente du referentiel.'.
       01 a-plg-destination-requise.
           02 line 20 col 1 value
               'Saisir un code destination ou un libelle.'.
       01 a-plg-etape-introuvable.
           02 line 20 col 1 value 'Etape introuvable.'.
       01 a-plg-aucun-resultat.
           open i-o FEtape
       end-if
       open input fAffectation
       open input FBus

       if FEtapeStatus not = '00' or fstatus not = '00'
       or FBusStatus not = '00' then
           display a-error-open
           stop ' '
           close FEtape
           close fAffectation
           close FBus
           goback
       end-if


       close FEtape
       close fAffectation
       close FBus

       goback
       .

       SAISIT-ETAPE.
      * Une etape existante pour ce jour est remplacee : la feuille
      * de route se corrige en retapant le jour. Une destination du
      * referentiel donne le libelle et, sans kilometrage saisi, la
      * distance aller depuis le depot du bus affecte.
           display a-plg-efface-ecran
           display a-plg-titre-global
           display s-plg-num-affect
           end-if

           display a-plg-detail-affect
           move spaces to nv-code-dest nv-destination
           move 0 to nv-km-prevus
           display s-plg-form-etape
           accept s-plg-form-etape

           if nv-code-dest not = spaces then
               move numBusA to fb-numero
               read FBus
                   invalid key
                       move spaces to fb-code-site
               end-read
               move function upper-case(nv-code-dest) to nv-code-dest
               call 'ss-destination-distance' using nv-code-dest
                   fb-code-site dest-nom dest-km dest-duree
                   dest-retour
               if dest-retour = 1 then
                   display a-plg-destination-inconnue
                   stop ' '
                   exit paragraph
               end-if
               move dest-nom to nv-destination
               if nv-km-prevus = 0 then
                   move dest-km to nv-km-prevus
               end-if
           end-if
           if nv-destination = spaces then
               display a-plg-destination-requise
               stop ' '
               exit paragraph
           end-if

           move id-affect to et-num-affect
           move nv-jour to et-jour
           move function upper-case(nv-destination)
