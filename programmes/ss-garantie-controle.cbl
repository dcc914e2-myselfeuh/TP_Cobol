       program-id. ss-garantie-controle.

       input-output section.
           file-control.
           select FGarantie assign to "../ext/Garantie.dat"
               organization is indexed
               access mode is dynamic
                   record key is ga-num
                   alternate record key is ga-num-bus
                       with duplicates
               status fga-status.

       data division.
       file section.
       fd FGarantie.
           01 enr-garantie.
               02 ga-num           pic 9(4).
               02 ga-num-bus       pic 9(6).
               02 ga-portee        pic x(1).
               02 ga-code-piece    pic x(8).
               02 ga-composant     pic x(20).
               02 ga-constructeur  pic x(30).
               02 ga-date-debut    pic 9(8).
               02 ga-date-fin      pic 9(8).
               02 ga-kms-debut     pic 9(7).
               02 ga-kms-couverts  pic 9(7).
               02 ga-statut        pic x(1).

       working-storage section.
       01 fga-status               pic x(2).
       01 fin-scan                 pic 9.
       01 garantie-valide          pic 9.

       linkage section.
       01 gc-num-bus               pic 9(6).
       01 gc-date                  pic 9(8).
       01 gc-kms                   pic 9(6).
       01 gc-code-piece            pic x(8).
       01 gc-nb-garanties          pic 9(2).
       01 gc-num-garantie          pic 9(4).
       01 gc-libelle               pic x(40).

       procedure division using gc-num-bus gc-date gc-kms
           gc-code-piece gc-nb-garanties gc-num-garantie gc-libelle.

      * Garanties constructeur en cours pour le bus gc-num-bus a la
      * date gc-date et au compteur gc-kms (garantie active, date
      * dans la periode, kilometres dans la limite s'il y en a une).
      * gc-code-piece a blanc : toutes les garanties du bus (vehicule,
      * composants, pieces) ; renseigne : la garantie vehicule et
      * celle de cette piece seulement.
      * En retour : gc-nb-garanties trouvees ; gc-num-garantie et
      * gc-libelle (composant et constructeur) pour la premiere.

       move 0 to gc-nb-garanties
       move 0 to gc-num-garantie
       move spaces to gc-libelle

       open input FGarantie
       if fga-status not = '00' then
           goback
       end-if

       move 0 to fin-scan
       move gc-num-bus to ga-num-bus
       start FGarantie key = ga-num-bus
           invalid key
               move 1 to fin-scan
       end-start
       perform until (fin-scan = 1)
           read FGarantie next
               at end
                   move 1 to fin-scan
               not at end
                   if ga-num-bus not = gc-num-bus then
                       move 1 to fin-scan
                   else
                       perform EXAMINE-GARANTIE
                   end-if
           end-read
       end-perform
       close FGarantie

       goback
       .

       EXAMINE-GARANTIE.
           move 1 to garantie-valide
           if ga-statut not = 'A'
           or gc-date < ga-date-debut or gc-date > ga-date-fin then
               move 0 to garantie-valide
           end-if
           if ga-kms-couverts > 0
           and gc-kms > ga-kms-debut + ga-kms-couverts then
               move 0 to garantie-valide
           end-if
           if gc-code-piece not = spaces and ga-portee not = 'V'
           and (ga-portee not = 'P'
                or ga-code-piece not = gc-code-piece) then
               move 0 to garantie-valide
           end-if
           if garantie-valide = 0 then
               exit paragraph
           end-if

           add 1 to gc-nb-garanties
           if gc-nb-garanties = 1 then
               move ga-num to gc-num-garantie
               string function trim(ga-composant) ' - '
                   ga-constructeur
                   delimited by size into gc-libelle
           end-if
       .

       end program ss-garantie-controle.
