        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlper.
      *  PERIODEAFSLUITING. PER PERIODE (JJMM) STAAT IN PERSTAT.ZWA
      *  OF HIJ OPEN OF AFGESLOTEN IS; EEN PERIODE ZONDER RECORD IS
      *  OPEN.
      *  A: AFSLUITEN. KAN ALLEEN ALS DE GROOTBOEKEXPORT VAN DE
      *     PERIODE (GBEXP.JJMM, BIJLGBE) BESTAAT. NA AFSLUITEN
      *     BOEKT BIJLDMW EEN REGEL VOOR DIE PERIODE IN DE EERSTE
      *     OPEN PERIODE DAARNA (VASTGELEGD IN PEROMB.ZWA) EN MAKEN
      *     BIJLFKTP EN BIJLCRD GEEN FAKTUUR OF CREDITNOTA MET EEN
      *     DATUM IN DIE PERIODE.
      *  H: HEROPENEN, MET REDEN EN EEN TWEEDE INVOER VAN DE PERIODE
      *     TER BEVESTIGING. WIE, WANNEER EN WAAROM BLIJFT IN HET
      *     PERIODERECORD STAAN.
      *  L: GEDRUKTE LIJST VAN DE OMGEBOEKTE REGELS OVER EEN
      *     DATUMBEREIK.
      *  AFSLUITEN EN HEROPENEN GAAN OOK VIA BIJLWLG IN HET
      *  WIJZIGINGSLOG (BESTAND PERIODE). DE GEBRUIKER IS DE
      *  AANMELDNAAM (OMGEVINGSVARIABELE USERNAME), ZOALS IN BIJLWLG.
      *    2026 eerste versie.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select perstatfile assign to disk
                                  "c:\cbl\bijl\perstat.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is psperiode
                                  file status is statusperstatfl.
           select perombfile assign to disk
                                  "c:\cbl\bijl\peromb.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusperombfl.
           select exportfile assign to disk exportnaam
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusexportfl.
                select printfile assign to print "PRINTER"
                        file status is statusprintfl.

       DATA DIVISION.
       FILE SECTION.
      *  == status per periode: O = open, A = afgesloten; met wie
      *     het laatst afsloot en wie het laatst heropende ==
       FD  perstatfile     data record is perstatrecord.
       01  perstatrecord.
           02 psperiode                 pic 9(4).
           02 psstatus                  pic x.
           02 psafsldatum               pic 9(6).
           02 psafslgebruiker           pic x(20).
           02 psheropdatum              pic 9(6).
           02 psheropgebruiker          pic x(20).
           02 psheropreden              pic x(35).
           02 psheropteller             pic 99.

       FD  perombfile      data record is perombrecord.
       01  perombrecord.
           02 omdatum                   pic 9(6).
           02 omtijd                    pic 9(6).
           02 omgebruiker               pic x(20).
           02 omvanperiode              pic 9(4).
           02 omnaarperiode             pic 9(4).
           02 omregel                   pic x(57).

      *  == alleen om te zien of de export bestaat ==
       FD  exportfile.
       01  exportrecord                 pic x(80).

       FD printfile.
       01 printrecord             pic x(132).

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

      *  == de omgeboekte debmutregel (57 tekens) ==
       01  omregelwerk.
           02 owdebnr                   pic x(10).
           02 owartnr                   pic x(5).
           02 owfktnr                   pic 9(6).
           02 owdatum                   pic 9(6).
           02 owperiode                 pic 9(4).
           02 owtrek                    pic x(5).
           02 owaantal                  pic s9(6).
           02 owbedrag                  pic s9(7)v99.
           02 owvervaldatum             pic 9(6).

       01  periodewerk.
           02 pwjaar                    pic 99.
           02 pwmaand                   pic 99.

       01  omlijstregelrec.
           02 filler                    pic x(4) value spaces.
           02 oldatum                   pic 9(6).
           02 filler                    pic x value space.
           02 oltijd                    pic 9(6).
           02 filler                    pic x(2) value spaces.
           02 olgebruiker               pic x(20).
           02 filler                    pic x(2) value spaces.
           02 olvan                     pic 9(4).
           02 filler                    pic x(4) value " -> ".
           02 olnaar                    pic 9(4).
           02 filler                    pic x(2) value spaces.
           02 oldebnr                   pic x(10).
           02 filler                    pic x(2) value spaces.
           02 olfktnr                   pic 9(6).
           02 filler                    pic x(2) value spaces.
           02 oltrek                    pic x(5).
           02 filler                    pic x(2) value spaces.
           02 olbedrag                  pic -zzzzzz9.99.

       01  perregelrec.
           02 prperiode                 pic 9(4).
           02 filler                    pic x(2) value spaces.
           02 prstatus                  pic x(10).
           02 prafsldatum               pic 9(6).
           02 filler                    pic x(2) value spaces.
           02 prafslgebruiker           pic x(20).
           02 filler                    pic x(2) value spaces.
           02 prheropteller             pic z9.
           02 filler                    pic x(2) value spaces.
           02 prheropreden              pic x(25).

        77      aantalom                  pic 9(5).
        77      aantalompr                pic zzzz9.
        77      aantalper                 pic 999.
        77      datum                     pic 9(6).
        77      datumtot                  pic 9(6).
        77      datumvanaf                pic 9(6).
        77      eindebestand              pic x.
        77      exc-num                   pic 99.
        77      exportnaam                pic x(30).
        77      gebruiker                 pic x(20).
        77      gevonden                  pic x.
        77      keuze                     pic x.
        77      overslaan                 pic 999.
        77      periodein                 pic 9(4).
        77      periodeherhaal            pic 9(4).
        77      periodex                  pic x(4).
        77      printregel                pic x(132).
        77      redenin                   pic x(35).
        77      regelnr                   pic 99.
        77      statusexportfl            pic x(2).
        77      statusperombfl            pic x(2).
        77      statusperstatfl           pic x(2).
        77      statusprintfl             pic x(2).
        77      x                         pic x.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRINTERFOUT SECTION.
           use after standard error procedure on printfile.
       PRINTERFOUTMELDING.
           display
           "Printerfout !! Maak printer gereed en druk op een toets"
           line 25 position 1 erase eol.
           accept keuze line 25 position 70 tab.
           write printrecord from printregel
           after advancing 15 lines end-write.
       END DECLARATIVES.

       HOOFD SECTION.

       AANVANG.
           display space line 1 position 1 erase eos.
           accept datum from date end-accept.
           accept datum from date end-accept.
           move spaces to gebruiker.
           display "USERNAME" upon environment-name.
           accept gebruiker from environment-value.
           if gebruiker = spaces move "ONBEKEND" to gebruiker.
           inspect gebruiker converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       KEUZEVRAAG.
           display space line 1 position 1 erase eos.
           display "Periodeafsluiting" line 1 position 31.
           display "Gebruiker:" line 2 position 1.
           display gebruiker line 2 position 12.
           display "Per.  Status    Afgesloten door"
           line 4 position 1.
           display "Heropend / laatste reden" line 4 position 47.

      *  == de laatste twaalf vastgelegde perioden ==
           move zero to aantalper.
           move 5 to regelnr.
           open input perstatfile.
           if statusperstatfl not = "00"
              display "Er is nog geen periode afgesloten" line 6
              position 1 erase eol
           else
              perform pertellen
              move zero to overslaan
              if aantalper > 12
                 compute overslaan = aantalper - 12
              end-if
              perform perlijst
              close perstatfile
           end-if.

           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Periode afsluiten             = A" line 18
           position 3.
           display "Periode heropenen             = H" line 19
           position 3.
           display "Lijst omgeboekte regels       = L" line 20
           position 3.
           accept x line 22 position 3 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if x = "A" or "a" go to afsluiten.
           if x = "H" or "h" go to heropenen.
           if x = "L" or "l" go to lijstvraag.
           go to keuzevraag.

       AFSLUITEN.
           perform periodevraag.
           if periodein = zero go to keuzevraag.
           perform perstatlezen.
           if gevonden = "J" and psstatus = "A"
              display "Periode is al afgesloten" line 19 position 1
              erase eol
              accept x line 19 position 40 tab
              go to keuzevraag
           end-if.
      *  == eerst moet de grootboekexport van de periode er zijn ==
           move spaces to exportnaam.
           string "c:\cbl\bijl\gbexp." periodex
           delimited size into exportnaam.
           open input exportfile.
           if statusexportfl not = "00"
              display "Geen grootboekexport voor deze periode"
              " gevonden:" line 19 position 1 erase eol
              display exportnaam line 19 position 50
              display "Eerst de grootboekexport maken; periode"
              " blijft open." line 20 position 1 erase eol
              accept x line 20 position 60 tab
              go to keuzevraag
           end-if.
           close exportfile.
           display "Periode" line 19 position 1 erase eol.
           display periodex line 19 position 9.
           display "afsluiten = J" line 19 position 14.
           accept x line 19 position 30 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if x not = "J" and not = "j" go to keuzevraag.

           perform perstatopenen.
           if statusperstatfl not = "00" go to perstatfout.
           move periodein to psperiode.
           read perstatfile record key psperiode invalid key
              move "N" to gevonden
              not invalid key
              move "J" to gevonden
           end-read.
           if gevonden = "N"
              move periodein to psperiode
              move spaces to psheropgebruiker psheropreden
              move zero to psheropdatum psheropteller
           end-if.
           move "A" to psstatus.
           move datum to psafsldatum.
           move gebruiker to psafslgebruiker.
           if gevonden = "J"
              rewrite perstatrecord end-rewrite
           else
              write perstatrecord end-write
           end-if.
           close perstatfile.

           move "PERIODE" to cwbestand.
           move periodex to cwsleutel.
           move "STATUS" to cwveld.
           if gevonden = "J"
              move "W" to cwsoort
           else
              move "N" to cwsoort
           end-if.
           move "OPEN" to cwoud.
           move "AFGESLOTEN" to cwnieuw.
           call "bijlwlg.cob" using comm-wlg end-call.
           display "Afgesloten" line 20 position 1 erase eol.
           accept x line 20 position 20 tab.
           go to keuzevraag.

       HEROPENEN.
           perform periodevraag.
           if periodein = zero go to keuzevraag.
           perform perstatlezen.
           if gevonden = "N" or psstatus not = "A"
              display "Periode is niet afgesloten" line 19 position 1
              erase eol
              accept x line 19 position 40 tab
              go to keuzevraag
           end-if.
           display "Afgesloten op" line 19 position 1 erase eol.
           display psafsldatum line 19 position 15.
           display "door" line 19 position 22.
           display psafslgebruiker line 19 position 27.
           display "Reden heropenen:" line 20 position 1 erase eol.
           move spaces to redenin.
           accept redenin line 20 position 18 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if redenin = spaces go to heropenen.
      *  == uitdrukkelijke bevestiging: de periode nog een keer
      *     intikken ==
           display "Ter bevestiging de periode nogmaals (jjmm):"
           line 21 position 1 erase eol.
           move zero to periodeherhaal.
           accept periodeherhaal line 21 position 46 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if periodeherhaal not = periodein
              display "Niet bevestigd; periode blijft afgesloten"
              line 22 position 1 erase eol
              accept x line 22 position 45 tab
              go to keuzevraag
           end-if.

           perform perstatopenen.
           if statusperstatfl not = "00" go to perstatfout.
           move periodein to psperiode.
           read perstatfile record key psperiode invalid key
              close perstatfile
              go to keuzevraag
           end-read.
           move "O" to psstatus.
           move datum to psheropdatum.
           move gebruiker to psheropgebruiker.
           move redenin to psheropreden.
           if psheropteller not numeric move zero to psheropteller.
           if psheropteller < 99 add 1 to psheropteller.
           rewrite perstatrecord end-rewrite.
           close perstatfile.

           move "PERIODE" to cwbestand.
           move periodex to cwsleutel.
           move "W" to cwsoort.
           move "STATUS" to cwveld.
           move "AFGESLOTEN" to cwoud.
           move "OPEN" to cwnieuw.
           call "bijlwlg.cob" using comm-wlg end-call.
           move "REDEN HEROPEN" to cwveld.
           move spaces to cwoud.
           move redenin to cwnieuw.
           call "bijlwlg.cob" using comm-wlg end-call.
           display "Heropend en vastgelegd" line 22 position 1
           erase eol.
           accept x line 22 position 30 tab.
           go to keuzevraag.

       PERSTATFOUT.
           display "Periodebestand niet te openen, status "
           line 22 position 1 erase eol.
           display statusperstatfl line 22 position 40.
           accept x line 22 position 45 tab.
           go to keuzevraag.

       LIJSTVRAAG.
           display space line 18 position 1 erase eos.
           display "Vanaf datum (jjmmdd):" line 18 position 1
           erase eol.
           move zero to datumvanaf.
           accept datumvanaf line 18 position 30 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           display "Tot en met datum (jjmmdd, 0 = vandaag):" line 19
           position 1 erase eol.
           move zero to datumtot.
           accept datumtot line 19 position 42 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if datumtot = zero move datum to datumtot.
           if datumvanaf > datumtot go to lijstvraag.
           open input perombfile.
           if statusperombfl not = "00"
              display "Er is nog niets omgeboekt" line 20
              position 1 erase eol
              accept x line 20 position 40 tab
              go to keuzevraag
           end-if.
           display "Lijst wordt gemaakt..." line 20 position 1
           erase eol.
           move zero to aantalom.
           open output printfile.
           move spaces to printregel.
           string
           "    Omgeboekte regels (afgesloten periode) van "
           datumvanaf " t/m " datumtot ", per " datum
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel after advancing 1 lines
           end-write.
           move spaces to printregel.
           string
           "    Datum  Tijd    Gebruiker             Van     Naar  "
           "Debiteur    Fakt.   Kenm.       Bedrag"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.

       LIJST0.
           read perombfile next record at end
              go to lijst9
           end-read.
           if omdatum < datumvanaf or omdatum > datumtot
              go to lijst0
           end-if.
           move omregel to omregelwerk.
           move omdatum to oldatum.
           move omtijd to oltijd.
           move omgebruiker to olgebruiker.
           move omvanperiode to olvan.
           move omnaarperiode to olnaar.
           move owdebnr to oldebnr.
           move owfktnr to olfktnr.
           move owtrek to oltrek.
           move owbedrag to olbedrag.
           move spaces to printregel.
           move omlijstregelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to aantalom.
           go to lijst0.

       LIJST9.
           close perombfile.
           move aantalom to aantalompr.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    Aantal omgeboekte regels: " aantalompr
           delimited size into printregel.
           write printrecord from printregel end-write.
           close printfile.
           display "Gereed:" line 20 position 1 erase eol.
           display aantalompr line 20 position 9.
           display "regel(s) afgedrukt." line 20 position 15.
           accept x line 20 position 40 tab.
           go to keuzevraag.

       PERIODEVRAAG.
           display space line 18 position 1 erase eos.
           display "Periode (jjmm, 0 = terug):" line 18 position 1
           erase eol.
           move zero to periodein.
           accept periodein line 18 position 30 tab
           on exception exc-num if exc-num = 27
              move zero to periodein
           end-if.
           move periodein to periodewerk.
           if periodein not = zero and
              (pwmaand < 1 or pwmaand > 12)
              display "Ongeldige maand" line 19 position 1 erase eol
              go to periodevraag
           end-if.
           move periodein to periodex.

       PERSTATLEZEN.
           move "N" to gevonden.
           open input perstatfile.
           if statusperstatfl = "00"
              move periodein to psperiode
              read perstatfile record key psperiode
                 invalid key continue
                 not invalid key move "J" to gevonden
              end-read
              close perstatfile
           end-if.

       PERSTATOPENEN.
      *  == alleen kort open voor de wijziging: bijldmw leest het
      *     bestand bij elke boeking ==
           open i-o perstatfile.
           if statusperstatfl = "35"
              open output perstatfile
              close perstatfile
              open i-o perstatfile
           end-if.

       PERTELLEN.
           move "N" to eindebestand.
           move zero to psperiode.
           start perstatfile key not < psperiode invalid key
              move "J" to eindebestand
           end-start.
           perform pertellen0 until eindebestand = "J".

       PERTELLEN0.
           read perstatfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" add 1 to aantalper end-if.

       PERLIJST.
           move "N" to eindebestand.
           move zero to psperiode.
           start perstatfile key not < psperiode invalid key
              move "J" to eindebestand
           end-start.
           perform perlijst0 until eindebestand = "J".

       PERLIJST0.
           read perstatfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N"
              if overslaan > zero
                 subtract 1 from overslaan
              else
                 move psperiode to prperiode
                 if psstatus = "A"
                    move "afgesloten" to prstatus
                 else
                    move "open" to prstatus
                 end-if
                 move psafsldatum to prafsldatum
                 move psafslgebruiker to prafslgebruiker
                 move psheropteller to prheropteller
                 move psheropreden to prheropreden
                 display perregelrec line regelnr position 1
                 erase eol
                 add 1 to regelnr
              end-if
           end-if.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
