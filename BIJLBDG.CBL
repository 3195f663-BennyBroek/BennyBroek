
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlbdg.
      *  BEDRIJFSGEGEVENS: ONDERHOUD VAN DE EIGEN GEGEVENS (NAAM,
      *  ADRES, BTW-NUMMER, KVK-NUMMER, IBAN/BIC) IN BEDRIJF.ZWA,
      *  EEN BESTAND MET EEN RECORD. DE FAKTUURPROGRAMMA'S DRUKKEN
      *  HIERUIT HET EIGEN BTW-NUMMER BIJ EEN INTRACOMMUNAUTAIRE
      *  LEVERING (BTW VERLEGD) EN DE ICP-OPGAAF (BIJLICP) VERMELDT
      *  HET IN DE KOP.
      *    2026 eerste versie.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select bedrijffile assign to disk
                                  "c:\cbl\bijl\bedrijf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbedrijffl.

       DATA DIVISION.
       FILE SECTION.
       FD  bedrijffile     data record is bedrijfrecord.
       01  bedrijfrecord.
           02 bdnaam                    pic x(30).
           02 bdstraat                  pic x(30).
           02 bdstrnr                   pic x(4).
           02 bdpostkode                pic x(6).
           02 bdwnplts                  pic x(30).
           02 bdbtwnr                   pic x(14).
           02 bdkvknr                   pic x(8).
           02 bdiban                    pic x(34).
           02 bdbic                     pic x(11).

       WORKING-STORAGE SECTION.

        77      datum                     pic 9(6).
        77      exc-num                   pic 99.
        77      statusbedrijffl           pic x(2).
        77      x                         pic x.

       PROCEDURE DIVISION.
       HOOFD SECTION.

       AANVANG.
           display space line 1 position 1 erase eos.
           accept datum from date end-accept.
           accept datum from date end-accept.
      *  == eerste keer: bestand met een leeg record aanmaken ==
           open i-o bedrijffile.
           if statusbedrijffl = "35"
              open output bedrijffile
              move spaces to bedrijfrecord
              write bedrijfrecord end-write
              close bedrijffile
              open i-o bedrijffile
           end-if.
           read bedrijffile next record at end
              move spaces to bedrijfrecord
           end-read.

       SCHERM.
           display space line 2 position 1 erase eos.
           display "Bedrijfsgegevens" line 1 position 31.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Naam           :" line 3 position 1.
           accept bdnaam line 3 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "Straat, nummer :" line 4 position 1.
           accept bdstraat line 4 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           accept bdstrnr line 4 position 52 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "Postkode       :" line 5 position 1.
           accept bdpostkode line 5 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "Woonplaats     :" line 6 position 1.
           accept bdwnplts line 6 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "BTW-nummer     :" line 8 position 1.
           accept bdbtwnr line 8 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "KvK-nummer     :" line 9 position 1.
           accept bdkvknr line 9 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "IBAN           :" line 10 position 1.
           accept bdiban line 10 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "BIC            :" line 11 position 1.
           accept bdbic line 11 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           inspect bdbtwnr converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect bdiban converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect bdbic converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           display "Akkoord = J" line 14 position 1 erase eol.
           accept x line 14 position 15 tab.
           if x not = "J" and not = "j" go to scherm.
           rewrite bedrijfrecord end-rewrite.
           display "Vastgelegd" line 14 position 1 erase eol.
           accept x line 14 position 15 tab.

       STOPPROGRAM.
           close bedrijffile.
           call "bijlkies.cob" end-call.
           STOP RUN.
