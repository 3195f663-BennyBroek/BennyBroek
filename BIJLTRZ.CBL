        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijltrz.
      *  BACKUPGENERATIES BEKIJKEN EN TERUGZETTEN. TOONT DE
      *  GENERATIES DIE BIJLGEN VOOR DE KRITIEKE RUNS HEEFT GEMAAKT
      *  (NUMMER, DATUM, TIJD, PROGRAMMA, GEBRUIKER, STATUS).
      *  T: EEN VOLLEDIGE GENERATIE TERUGZETTEN VIA BIJLGEN; DAT
      *     WEIGERT ALS EEN BESTAND BIJ EEN ANDERE GEBRUIKER OPEN
      *     STAAT. NA HET TERUGZETTEN VOLGT ALTIJD DE
      *     INTEGRITEITSCONTROLE (BIJLCHK).
      *  A: HET AANTAL TE BEWAREN GENERATIES INSTELLEN
      *     (BACKUPCF.ZWA); EEN KLEINER AANTAL GAAT IN BIJ DE
      *     VOLGENDE BACKUP.
      *    2026 eerste versie.
      *    2026 bij een generatie van bijljaf wordt gemeld dat de
      *    jaararchieven van dat jaar worden leeggemaakt.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select genfile assign to disk
                                  "c:\cbl\bijl\backupgn.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is gnnr
                                  file status is statusgenfl.
           select configfile assign to disk
                                  "c:\cbl\bijl\backupcf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusconfigfl.

       DATA DIVISION.
       FILE SECTION.
       FD  genfile         data record is genrecord.
       01  genrecord.
           02 gnnr                      pic 9(6).
           02 gnslot                    pic 99.
           02 gndatum                   pic 9(6).
           02 gntijd                    pic 9(6).
           02 gnprogramma               pic x(8).
           02 gngebruiker               pic x(20).
           02 gnstatus                  pic x.
           02 gnbestand occurs 18.
              03 gnaanwezig             pic x.
              03 gnaantal               pic 9(7).
           02 gnjaar                    pic xx.

       FD  configfile      data record is configrecord.
       01  configrecord.
           02 cfbewaren                 pic 99.

       WORKING-STORAGE SECTION.

      *  == generaties via bijlgen ==
       01  comm-gen.
           02 cgfunctie                 pic x.
           02 cgprogramma               pic x(8).
           02 cggennr                   pic 9(6).
           02 cgresultaat               pic x.
           02 cgmelding                 pic x(60).
           02 cgjaar                    pic xx.

       01  genregelrec.
           02 grnr                      pic zzzzz9.
           02 filler                    pic x(2) value spaces.
           02 grdatum                   pic 9(6).
           02 filler                    pic x(2) value spaces.
           02 grtijd                    pic 9(6).
           02 filler                    pic x(2) value spaces.
           02 grprogramma               pic x(8).
           02 filler                    pic x(2) value spaces.
           02 grgebruiker               pic x(20).
           02 filler                    pic x(2) value spaces.
           02 grstatus                  pic x(12).

        77      aantalgen                 pic 999.
        77      bewaren                   pic 99.
        77      bewarenin                 pic 99.
        77      eindebestand              pic x.
        77      exc-num                   pic 99.
        77      gennrin                   pic 9(6).
        77      genjaar                   pic xx.
        77      overslaan                 pic 999.
        77      regelnr                   pic 99.
        77      statusconfigfl            pic x(2).
        77      statusgenfl               pic x(2).
        77      x                         pic x.

       PROCEDURE DIVISION.
       HOOFD SECTION.

       KEUZEVRAAG.
           display space line 1 position 1 erase eos.
           display "Backupgeneraties en terugzetten" line 1
           position 24.
           move 5 to bewaren.
           open input configfile.
           if statusconfigfl = "00"
              read configfile next record end-read
              if cfbewaren numeric and cfbewaren > zero
                 move cfbewaren to bewaren
              end-if
              close configfile
           end-if.
           display "Aantal te bewaren generaties:" line 2 position 1.
           display bewaren line 2 position 31.
           display "    Nr  Datum   Tijd    Programma Gebruiker"
           line 4 position 1.
           display "Status" line 4 position 57.

      *  == de laatste vijftien generaties, oudste bovenaan ==
           move zero to aantalgen.
           move 5 to regelnr.
           open input genfile.
           if statusgenfl not = "00"
              display "Er zijn nog geen generaties gemaakt" line 6
              position 1 erase eol
           else
              perform gentellen
              move zero to overslaan
              if aantalgen > 15
                 compute overslaan = aantalgen - 15
              end-if
              perform genlijst
              close genfile
           end-if.

           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Generatie terugzetten         = T" line 21
           position 3.
           display "Aantal generaties instellen   = A" line 22
           position 3.
           accept x line 23 position 3 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if x = "T" or "t" go to terugvraag.
           if x = "A" or "a" go to aantalvraag.
           go to keuzevraag.

       TERUGVRAAG.
           display space line 21 position 1 erase eos.
           if aantalgen = zero go to keuzevraag.
           display "Terug te zetten generatie (nr):" line 21
           position 1 erase eol.
           move zero to gennrin.
           accept gennrin line 21 position 33 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           open input genfile.
           move gennrin to gnnr.
           read genfile record key gnnr invalid key
              move spaces to gnstatus
           end-read.
           move gnstatus to grstatus.
           move gndatum to grdatum.
           move gntijd to grtijd.
           move gnprogramma to grprogramma.
           move spaces to genjaar.
           if gnprogramma = "BIJLJAF" move gnjaar to genjaar.
           close genfile.
           if grstatus not = "V"
              display "Onbekende of onvolledige generatie" line 22
              position 1 erase eol
              accept x line 22 position 40 tab
              go to keuzevraag
           end-if.
           display "LET OP: alle bestanden van de generatie worden"
           " vervangen door de stand van" line 22 position 1
           erase eol.
           display grdatum line 23 position 1 erase eol.
           display grtijd line 23 position 8.
           display "(voor" line 23 position 15.
           display grprogramma line 23 position 21.
           display "), terugzetten = J" line 23 position 30.
           if genjaar not = spaces
              display "De jaararchieven van 20" line 24 position 1
              erase eol
              display genjaar line 24 position 24
              display "worden leeggemaakt" line 24 position 27
           end-if.
           accept x line 23 position 50 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if x not = "J" and not = "j" go to keuzevraag.

           move "T" to cgfunctie.
           move "BIJLTRZ" to cgprogramma.
           move gennrin to cggennr.
           call "bijlgen.cob" using comm-gen end-call.
           display space line 21 position 1 erase eos.
           if cgresultaat not = "J"
              display "Niet teruggezet:" line 21 position 1 erase eol
              display cgmelding line 22 position 1 erase eol
              accept x line 23 position 1 tab
              go to keuzevraag
           end-if.
      *  == de teruggezette set altijd direct laten controleren;
      *     bijlchk keert zelf terug naar het menu ==
           display "Generatie teruggezet; integriteitscontrole volgt"
           line 21 position 1 erase eol.
           accept x line 21 position 55 tab.
           call "bijlchk.cob" end-call.
           STOP RUN.

       AANTALVRAAG.
           display space line 21 position 1 erase eos.
           display "Aantal te bewaren generaties (1-99):" line 21
           position 1 erase eol.
           move bewaren to bewarenin.
           accept bewarenin line 21 position 38 tab update
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if bewarenin not numeric or bewarenin = zero
              go to aantalvraag
           end-if.
           open output configfile.
           move bewarenin to cfbewaren.
           write configrecord end-write.
           close configfile.
           go to keuzevraag.

       GENTELLEN.
           move "N" to eindebestand.
           move zero to gnnr.
           start genfile key not < gnnr invalid key
              move "J" to eindebestand
           end-start.
           perform gentellen0 until eindebestand = "J".

       GENTELLEN0.
           read genfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" add 1 to aantalgen end-if.

       GENLIJST.
           move "N" to eindebestand.
           move zero to gnnr.
           start genfile key not < gnnr invalid key
              move "J" to eindebestand
           end-start.
           perform genlijst0 until eindebestand = "J".

       GENLIJST0.
           read genfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N"
              if overslaan > zero
                 subtract 1 from overslaan
              else
                 move gnnr to grnr
                 move gndatum to grdatum
                 move gntijd to grtijd
                 move gnprogramma to grprogramma
                 move gngebruiker to grgebruiker
                 if gnstatus = "V"
                    move "volledig" to grstatus
                 else
                    move "ONVOLLEDIG" to grstatus
                 end-if
                 display genregelrec line regelnr position 1
                 erase eol
                 add 1 to regelnr
              end-if
           end-if.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
