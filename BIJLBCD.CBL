
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlbcd.
      *  BETALINGSCONDITIES: ONDERHOUD PER DEBITEUR VAN HET AANTAL
      *  DAGEN NETTO, HET KORTINGSPERCENTAGE BIJ BETALING BINNEN DE
      *  KORTINGSTERMIJN EN DIE KORTINGSTERMIJN ZELF (DEBBETDAGEN,
      *  DEBKORTPCT, DEBKORTDAGEN IN DEBSTAM). DE FAKTUURRUN
      *  (BIJLFKTP) BEREKENT HIERMEE DE VERVALDATUM EN DRUKT DE
      *  CONDITIE AF; BIJLBET/BIJLBIM ACCEPTEREN DE KORTING.
      *  0 DAGEN NETTO = STANDAARD 30 DAGEN.
      *    2026 eerste versie.
      *    2026 e-factuur: per debiteur J/N (debefactuur) en het
      *    adres van de ontvanger (debefactid) als schema:nummer,
      *    bijv. 0106:12345678 (kvk) of 0190:oin. bijlfktp, bijlcrd
      *    en bijlfkh zetten dan via bijlubl een UBL-bestand in de
      *    uitbox.
      *    2026 elke gewijzigde waarde wordt via bijlwlg in het
      *    wijzigingslog vastgelegd (wie, wanneer, oud, nieuw).

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr
                                  file status is statusdebstamfl.

       DATA DIVISION.
       FILE SECTION.
       FD  debstamfile     data record is debstamrecord.
       01  debstamrecord.
           02 debnr                     pic x(10).
           02 debnaam1                  pic x(30).
           02 debnaam2                  pic x(25).
           02 debcode                   pic x(5).
           02 debstraat                 pic x(30).
           02 debstrnr                  pic x(4).
           02 debpostkode               pic x(6).
           02 debpostbus                pic x(6).
           02 debpkpostbus              pic x(6).
           02 debwnplts                 pic x(30).
           02 debland                   pic x(30).
           02 debtlf                    pic x(15).
           02 debfax                    pic x(15).
           02 debbank1                  pic x(9).
           02 debbtwnr                  pic x(14).
           02 debiban                   pic x(34).
           02 debbic                    pic x(11).
           02 debmachtiging             pic x(35).
           02 debkredlimiet             pic 9(7).
           02 debbetdagen               pic 999.
           02 debkortpct                pic 99v99.
           02 debkortdagen              pic 999.
           02 debefactuur               pic x.
           02 debefactid                pic x(35).
           02 debsamengevoegd           pic x(10).

       WORKING-STORAGE SECTION.

      *  == wijzigingslog via bijlwlg ==
       01  comm-wlg.
           02 cwbestand                 pic x(8).
           02 cwsleutel                 pic x(15).
           02 cwveld                    pic x(15).
           02 cwsoort                   pic x.
           02 cwoud                     pic x(35).
           02 cwnieuw                   pic x(35).
           02 cwgebruiker               pic x(20).

        77      betdagenin                pic 999.
        77      datum                     pic 9(6).
        77      debnrin                   pic x(10).
        77      efactidin                 pic x(35).
        77      efactuurin                pic x.
        77      exc-num                   pic 99.
        77      kortdagenin               pic 999.
        77      kortpctin                 pic 99v99.
        77      kortpctpr                 pic z9.99.
        77      oudbetdagen               pic 999.
        77      oudefactid                pic x(35).
        77      oudefactuur               pic x.
        77      oudkortdagen              pic 999.
        77      oudkortpct                pic 99v99.
        77      statusdebstamfl           pic x(2).
        77      x                         pic x.

       PROCEDURE DIVISION.
       HOOFD SECTION.

       AANVANG.
           display space line 1 position 1 erase eos.
           accept datum from date end-accept.
           accept datum from date end-accept.
           open i-o debstamfile.
           if statusdebstamfl not = "00"
              display "Debiteurenbestand niet te openen, status "
              line 3 position 1 erase eol
              display statusdebstamfl line 3 position 43
              accept x line 3 position 47 tab
              go to stopprogram1
           end-if.

       DEBVRAAG.
           display space line 2 position 1 erase eos.
           display "Betalingscondities / e-factuur" line 1
           position 25.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Debiteurnummer:" line 3 position 1 erase eol.
           move spaces to debnrin.
           accept debnrin line 3 position 20 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           inspect debnrin converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move debnrin to debnr.
           read debstamfile record key debnr invalid key
              display "Onbekend debiteurnummer, opnieuw invoeren"
              line 4 position 1 erase eol
              go to debvraag
           end-read.
           display debnaam1 line 4 position 1 erase eol.

      *  == records van voor de betalingscondities hebben hier nog
      *     spaties staan ==
           if debbetdagen not numeric move zero to debbetdagen.
           if debkortpct not numeric move zero to debkortpct.
           if debkortdagen not numeric move zero to debkortdagen.
           if debefactuur not = "J" move "N" to debefactuur.
           if debefactid = low-values move spaces to debefactid.

       HUIDIG.
           display "Dagen netto (0 = standaard 30):" line 6
           position 1 erase eol.
           display debbetdagen line 6 position 40.
           display "Kortingspercentage:" line 7 position 1 erase eol.
           move debkortpct to kortpctpr.
           display kortpctpr line 7 position 40.
           display "Korting bij betaling binnen (dagen):" line 8
           position 1 erase eol.
           display debkortdagen line 8 position 40.
           display "E-factuur (J/N):" line 9 position 1 erase eol.
           display debefactuur line 9 position 40.
           display "Ontvanger (schema:nummer):" line 10 position 1
           erase eol.
           display debefactid line 10 position 40.

       NIEUW.
           display "Nieuwe waarden:" line 12 position 1 erase eol.
           move debbetdagen to betdagenin.
           display "Dagen netto (0 = standaard 30):" line 13
           position 1 erase eol.
           accept betdagenin line 13 position 40 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           move debkortpct to kortpctin.
           display "Kortingspercentage:" line 14 position 1 erase eol.
           accept kortpctin line 14 position 40 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           move debkortdagen to kortdagenin.
           display "Korting bij betaling binnen (dagen):" line 15
           position 1 erase eol.
           accept kortdagenin line 15 position 40 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           move debefactuur to efactuurin.
           display "E-factuur (J/N):" line 16 position 1 erase eol.
           accept efactuurin line 16 position 40 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if efactuurin = "j" move "J" to efactuurin.
           if efactuurin = "n" move "N" to efactuurin.
           move debefactid to efactidin.
           display "Ontvanger (schema:nummer):" line 17 position 1
           erase eol.
           accept efactidin line 17 position 40 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display space line 18 position 1 erase eol.
           if kortpctin not = zero and kortdagenin = zero
              display "Bij een kortingspercentage hoort een termijn"
              line 18 position 1 erase eol
              go to nieuw
           end-if.
           if betdagenin not = zero and kortdagenin > betdagenin
              display "Kortingstermijn langer dan dagen netto"
              line 18 position 1 erase eol
              go to nieuw
           end-if.
           if kortpctin = zero move zero to kortdagenin.
           if efactuurin not = "J" and not = "N"
              display "E-factuur: J of N invoeren"
              line 18 position 1 erase eol
              go to nieuw
           end-if.
      *  == de ontvanger moet als schema:nummer staan, het schema
      *     is de 4-cijferige code van de peppol-lijst ==
           if efactuurin = "J"
              if efactidin(1:4) not numeric or efactidin(5:1) not = ":"
                 or efactidin(6:1) = space
                 display "Ontvanger als schema:nummer, bijv. 0106:"
                 "12345678" line 18 position 1 erase eol
                 go to nieuw
              end-if
           end-if.

           display "Akkoord = J" line 19 position 1 erase eol.
           accept x line 19 position 15 tab.
           if x not = "J" and not = "j" go to debvraag.

           move debbetdagen to oudbetdagen.
           move debkortpct to oudkortpct.
           move debkortdagen to oudkortdagen.
           move debefactuur to oudefactuur.
           move debefactid to oudefactid.
           move betdagenin to debbetdagen.
           move kortpctin to debkortpct.
           move kortdagenin to debkortdagen.
           move efactuurin to debefactuur.
           move efactidin to debefactid.
           rewrite debstamrecord invalid key
              display "Herschrijven mislukt" line 19 position 1
              erase eol
              accept x line 19 position 25 tab
              go to debvraag
           end-rewrite.
           perform wijzlog.
           display "Vastgelegd" line 19 position 1 erase eol.
           go to debvraag.

       WIJZLOG.
      *  == per gewijzigd veld een regel in het wijzigingslog ==
           move "DEBSTAM" to cwbestand.
           move debnr to cwsleutel.
           move "W" to cwsoort.
           if debbetdagen not = oudbetdagen
              move "DEBBETDAGEN" to cwveld
              move oudbetdagen to cwoud
              move debbetdagen to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           if debkortpct not = oudkortpct
              move "DEBKORTPCT" to cwveld
              move oudkortpct to kortpctpr
              move kortpctpr to cwoud
              move debkortpct to kortpctpr
              move kortpctpr to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           if debkortdagen not = oudkortdagen
              move "DEBKORTDAGEN" to cwveld
              move oudkortdagen to cwoud
              move debkortdagen to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           if debefactuur not = oudefactuur
              move "DEBEFACTUUR" to cwveld
              move oudefactuur to cwoud
              move debefactuur to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           if debefactid not = oudefactid
              move "DEBEFACTID" to cwveld
              move oudefactid to cwoud
              move debefactid to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.

       STOPPROGRAM.
           close debstamfile.

       STOPPROGRAM1.
           call "bijlkies.cob" end-call.
           STOP RUN.
