
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlrko.
      *  REKENINGOVERZICHT (AFSCHRIFT) PER DEBITEUR: ALLE MUTATIES
      *  UIT DEBMUTFILE IN EEN OP TE GEVEN DATUMBEREIK (FAKTUREN,
      *  BETALINGEN UIT BIJLBET/BIJLBIM, BETALINGSKORTING,
      *  CREDITNOTA'S, INCASSO'S, STORNO'S EN DE BEGINBALANS UIT
      *  BIJLJAF) MET PER REGEL DATUM, FAKTUURNUMMER, SOORT, BEDRAG
      *  EN LOPEND SALDO. HET SALDO VAN VOOR HET BEREIK GAAT ALS
      *  BEGINSALDO MEE. VOOR EEN DEBITEUR, OF VOOR ALLE DEBITEUREN
      *  DIE OP DE EINDDATUM EEN SALDO HEBBEN. ADRESBLOK ZOALS HET
      *  FAKTUURHOOFD; ALLES WAT NAAR DE PRINTER GAAT KOMT OOK IN
      *  EEN ARCHIEFBESTAND, ZOALS HET FAKTUURARCHIEF VAN BIJLFKTP.
      *    2026 eerste versie.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select debmutfile assign to disk
                                  "c:\cbl\bijl\debmut.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusdebmutfl.
           select debmutwerkfile assign to disk
                                  "c:\cbl\bijl\rkwerk.zwa"
                                  organization is sequential
                                  access mode is sequential.
           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr.
                select printfile assign to print "PRINTER"
                        file status is statusprintfl.
      *  == archief van de verstuurde overzichten, naast de
      *     printer (zie archieffile in bijlfktp) ==
                select archieffile assign to disk
                                "c:\cbl\bijl\rekoverz.txt"
                                organization is sequential
                                access mode is sequential.

                select sortwerkfile assign to disk.

       DATA DIVISION.
       FILE SECTION.
       FD  debmutfile      data record debmutrecord.
       01  debmutrecord.
           02 dmdebnr                               pic x(10).
           02 dmartnr                               pic x(5).
           02 dmfktnr                               pic 9(6).
           02 dmdatum                               pic 9(6).
           02 dmperiode                 pic 9(4).
           02 dmtrek                                pic x(5).
           02 dmaantal                  pic s9(6).
           02 dmbedrag                  pic s9(7)v99.
           02 dmvervaldatum             pic 9(6).

       FD  debmutwerkfile  data record debmutwerkrecord.
       01  debmutwerkrecord.
           02 wmdebnr                               pic x(10).
           02 wmartnr                               pic x(5).
           02 wmfktnr                               pic 9(6).
           02 wmdatum                               pic 9(6).
           02 wmperiode                 pic 9(4).
           02 wmtrek                                pic x(5).
           02 wmaantal                  pic s9(6).
           02 wmbedrag                  pic s9(7)v99.
           02 wmvervaldatum             pic 9(6).

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

       FD printfile.
       01 printrecord             pic x(132).

       FD archieffile.
       01 archiefrecord           pic x(132).

        SD      sortwerkfile.
        01      sortrecord.
           02 sdmdebnr                              pic x(10).
           02 sdmartnr                              pic x(5).
           02 sdmfktnr                              pic 9(6).
           02 sdmdatum                              pic 9(6).
           02 sdmperiode                pic 9(4).
           02 sdmtrek                               pic x(5).
           02 sdmaantal                 pic s9(6).
           02 sdmbedrag                 pic s9(7)v99.
           02 sdmvervaldatum            pic 9(6).

       WORKING-STORAGE SECTION.

      *  == alle-debiteurenrun: debiteuren met een saldo op de
      *     einddatum, in dezelfde volgorde als het gesorteerde
      *     werkbestand (zie SALDOPASS) ==
       01  saldotabel.
           02 sadebnr occurs 2000       pic x(10).

       01  mutatieregelrec.
           02 filler                    pic x(4) value spaces.
           02 mrdatum                   pic x(8).
           02 filler                    pic x(3) value spaces.
           02 mrfktnr                   pic zzzzz9.
           02 filler                    pic x(3) value spaces.
           02 mrsoort                   pic x(18).
           02 filler                    pic x(2) value spaces.
           02 mrbedrag                  pic -zz,zzz,zz9.99.
           02 filler                    pic x(3) value spaces.
           02 mrsaldo                   pic -zz,zzz,zz9.99.

       01  datumdrie.
           02 ddjaar                    pic xx.
           02 ddmaand                   pic xx.
           02 dddag                     pic xx.

        77      afdrukdeb                 pic x.
        77      beginsaldo                pic s9(8)v99.
        77      datum                     pic 9(6).
        77      datumpr                   pic x(8).
        77      datumtot                  pic 9(6).
        77      datumvan                  pic 9(6).
        77      debnrin                   pic x(10).
        77      dag                       pic xx.
        77      eersteoverz               pic x.
        77      exc-num                   pic 99.
        77      huidigdebnr               pic x(10).
        77      jaar                      pic xx.
        77      keuze                     pic x.
        77      kopgedaan                 pic x.
        77      lopendsaldo               pic s9(8)v99.
        77      maand                     pic xx.
        77      overztel                  pic 9(5).
        77      overztelpr                pic zzzz9.
        77      pagteller                 pic 999.
        77      pregeltel                 pic 999.
        77      printregel                pic x(132).
        77      saldo                     pic s9(8)v99.
        77      saldopr                   pic -zz,zzz,zz9.99.
        77      saldotel                  pic 9(4).
        77      saldox                    pic 9(4).
        77      spatie20                  pic x(20) value spaces.
        77      spatie40                  pic x(40) value spaces.
        77      statusdebmutfl            pic x(2).
        77      statusprintfl             pic x(2).
        77      wegvaltel                 pic 9(5).
        77      wegvaltelpr               pic zzzz9.
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

       SELECTIE.
           display space line 1 position 1 erase eos.
           display "Rekeningoverzicht (afschrift) per debiteur"
           line 1 position 20.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Debiteur (leeg = alle met saldo):" line 3
           position 1 erase eol.
           move spaces to debnrin.
           accept debnrin line 3 position 36 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           inspect debnrin converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if debnrin not = spaces
              open input debstamfile
              move debnrin to debnr
              read debstamfile record key debnr invalid key
                 display "Onbekend debiteurnummer, opnieuw invoeren"
                 line 4 position 1 erase eol
                 close debstamfile
                 accept x line 4 position 45 tab
                 go to selectie
              end-read
              close debstamfile
              display debnaam1 line 4 position 1 erase eol
           end-if.
           display "Mutaties vanaf (jjmmdd):" line 5 position 1
           erase eol.
           move zero to datumvan.
           accept datumvan line 5 position 36 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "Mutaties t/m   (jjmmdd, 0 = vandaag):" line 6
           position 1 erase eol.
           move zero to datumtot.
           accept datumtot line 6 position 40 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if datumtot = zero move datum to datumtot.
           if datumtot < datumvan
              display "T/m ligt voor vanaf, opnieuw" line 7
              position 1 erase eol
              accept x line 7 position 35 tab
              go to selectie
           end-if.
           display "Overzicht maken = J" line 8 position 1 erase eol.
           accept x line 8 position 22 tab.
           if x not = "J" and not = "j" go to selectie.
           display "Bezig..." line 9 position 1 erase eol.

           open input debmutfile.
           if statusdebmutfl not = "00"
              display "Geen debiteurenmutaties aanwezig" line 9
              position 1 erase eol
              accept x line 9 position 40 tab
              go to selectie
           end-if.
           close debmutfile.

       SORTEREN.
      *  == op debiteur en datum, zodat per debiteur het lopend
      *     saldo in datumvolgorde kan worden opgebouwd ==
           sort sortwerkfile ascending key sdmdebnr sdmdatum
                                           sdmfktnr
                using debmutfile giving debmutwerkfile.

           move zero to saldotel.
           move zero to wegvaltel.
           if debnrin = spaces perform saldopass thru saldopass9.

       AFDRUKPASS.
           move zero to overztel.
           move spaces to huidigdebnr.
           move "N" to afdrukdeb.
           move "J" to eersteoverz.
           move 1 to saldox.
           open output printfile.
           open extend archieffile.
           open input debmutwerkfile.

       LEZEN.
           read debmutwerkfile next record at end
               go to leesklaar
           end-read.
           if debnrin not = spaces and wmdebnr not = debnrin
               go to lezen.
           if wmdebnr not = huidigdebnr
               if afdrukdeb = "J" perform overzichtafsluit end-if
               move wmdebnr to huidigdebnr
               perform debiteurstart
           end-if.
           if afdrukdeb not = "J" go to lezen.

      *  == voor het bereik: beginsaldo; na het bereik: niet mee ==
           if wmdatum < datumvan
               add wmbedrag to beginsaldo
               go to lezen
           end-if.
           if wmdatum > datumtot go to lezen.
           if kopgedaan not = "J" perform overzichtkop.
           add wmbedrag to lopendsaldo.
           perform mutatieregel.
           go to lezen.

       LEESKLAAR.
           if afdrukdeb = "J" perform overzichtafsluit.
      *  == gekozen debiteur zonder enige mutatie: toch een
      *     overzicht met saldo nul ==
           if debnrin not = spaces and overztel = zero
              move debnrin to huidigdebnr
              perform debiteurstart
              perform overzichtafsluit
           end-if.
           close debmutwerkfile.
           close printfile.
           close archieffile.
           move overztel to overztelpr.
           display "Gereed; aantal overzichten:" line 10 position 1
           erase eol.
           display overztelpr line 10 position 30.
           if wegvaltel not = zero
              move wegvaltel to wegvaltelpr
              display "LET OP:" line 11 position 1 erase eol
              display wegvaltelpr line 11 position 9
              display "debiteur(en) met saldo NIET afgedrukt"
              " (meer dan 2000)." line 11 position 15
           end-if.
           accept x line 10 position 40 tab.
           go to selectie.

       DEBITEURSTART.
      *  == een debiteur krijgt een overzicht als hij gekozen is,
      *     of (alle debiteuren) als hij in de saldotabel staat ==
           move zero to beginsaldo.
           move zero to lopendsaldo.
           move "N" to kopgedaan.
           move "N" to afdrukdeb.
           if debnrin not = spaces
              move "J" to afdrukdeb
           else
              perform saldovolgende
              until saldox > saldotel or
                    sadebnr(saldox) not < huidigdebnr
              if saldox not > saldotel
                 if sadebnr(saldox) = huidigdebnr
                    move "J" to afdrukdeb
                 end-if
              end-if
           end-if.

       SALDOVOLGENDE.
           add 1 to saldox.

       OVERZICHTAFSLUIT.
      *  == ook zonder mutaties in het bereik een overzicht met
      *     alleen het beginsaldo ==
           if kopgedaan not = "J" perform overzichtkop.
           perform regeltelling.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           move datumtot to datumdrie.
           perform datumopmaak.
           move lopendsaldo to saldopr.
           move spaces to printregel.
           string
           "    Saldo per " datumpr
           "                                            " saldopr
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           if lopendsaldo > zero
              string
              "    Wij verzoeken u het openstaande saldo te voldoen"
              " onder vermelding van uw debiteurennummer."
              delimited size into printregel
           end-if.
           if lopendsaldo < zero
              string
              "    Dit saldo staat in uw voordeel."
              delimited size into printregel
           end-if.
           write printrecord from printregel after advancing 2 lines
           end-write.
           write archiefrecord from printregel end-write.
           add 1 to overztel.
           move "N" to afdrukdeb.

       OVERZICHTKOP.
           move "J" to kopgedaan.
           move beginsaldo to lopendsaldo.
           move 1 to pagteller.
           perform adresblok.
           perform kolomkop.
           move datumvan to datumdrie.
           perform datumopmaak.
           move beginsaldo to saldopr.
           move spaces to printregel.
           string
           "    Beginsaldo per " datumpr
           "                                       " saldopr
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           add 1 to pregeltel.

       ADRESBLOK.
      *  == adresblok, zelfde opmaak als het faktuurhoofd; elk
      *     overzicht op een nieuwe pagina ==
           if eersteoverz = "J"
              move space to eersteoverz
           else
              move spaces to printregel
              write printrecord from printregel
              after advancing page end-write
           end-if.
           move spaces to printregel.
           open input debstamfile.
           move huidigdebnr to debnr.
           read debstamfile record key debnr invalid key
              move spaces to debnaam1 debnaam2 debstraat debstrnr
              debpostkode debwnplts debcode
              move huidigdebnr to debnaam1
           end-read.
           close debstamfile.
           string
           spatie40 spatie20 debnaam1
           delimited size into printregel.
           write printrecord from printregel
           after advancing 15 lines.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string
           spatie40 spatie20 debnaam2
           delimited size into printregel.
           write printrecord from printregel after advancing
           1 line end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string
           spatie40 spatie20
           debstraat "  " debstrnr
           delimited size into printregel.
           write printrecord from printregel
           after advancing 1 lines end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string
           spatie40 spatie20
           debpostkode "  " debwnplts
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.

           move spaces to printregel.
           string
           "    REKENINGOVERZICHT"
           delimited size into printregel.
           write printrecord from printregel after advancing
           4 lines end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string datum(1:2) delimited size into jaar.
           string datum(3:2) delimited size into maand.
           string datum(5:2) delimited size into dag.
           string
           "    Datum: " dag "-" maand "-" jaar
           "      Debiteurennummer: " debcode
           delimited size into printregel.
           write printrecord from printregel after advancing
           2 lines end-write.
           write archiefrecord from printregel end-write.
           move datumvan to datumdrie.
           perform datumopmaak.
           move spaces to printregel.
           string
           "    Mutaties van " datumpr
           delimited size into printregel.
           move datumtot to datumdrie.
           perform datumopmaak.
           move datumpr to printregel(26:8).
           move " t/m " to printregel(34:5).
           move datumpr to printregel(39:8).
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           move 25 to pregeltel.

       KOLOMKOP.
           move spaces to printregel.
           string
           "    Paginanummer: " pagteller
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string
           "    Datum      Faktuur   Soort                  "
           "       Bedrag             Saldo"
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           add 4 to pregeltel.

       MUTATIEREGEL.
           perform regeltelling.
           move wmdatum to datumdrie.
           perform datumopmaak.
           move datumpr to mrdatum.
           move wmfktnr to mrfktnr.
           move wmbedrag to mrbedrag.
           move lopendsaldo to mrsaldo.
           move wmtrek to mrsoort.
           if wmtrek = spaces move "Faktuur" to mrsoort.
           if wmtrek = "BET" move "Betaling" to mrsoort.
           if wmtrek = "KORT" move "Betalingskorting" to mrsoort.
           if wmtrek = "CRD" move "Creditnota" to mrsoort.
           if wmtrek = "INC" move "Incasso" to mrsoort.
           if wmtrek = "STOR" move "Storno incasso" to mrsoort.
           if wmtrek = "BBAL" move "Beginbalans" to mrsoort.
           move spaces to printregel.
           move mutatieregelrec to printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           add 1 to pregeltel.

       REGELTELLING.
      *  == pagina vol: vervolgpagina met kolomkop ==
           if pregeltel > 62
              move spaces to printregel
              string
              "    Zie vervolg, einde pagina: " pagteller
              delimited size into printregel
              write printrecord from printregel end-write
              write archiefrecord from printregel end-write
              move spaces to printregel
              write printrecord from printregel
              after advancing page end-write
              add 1 to pagteller
              move 1 to pregeltel
              perform kolomkop
           end-if.

       DATUMOPMAAK.
           move spaces to datumpr.
           string dddag "-" ddmaand "-" ddjaar
           delimited size into datumpr.

       SALDOPASS.
      *  == alle debiteuren: eerst per debiteur het saldo t/m de
      *     einddatum bepalen; alleen wie dan een saldo heeft krijgt
      *     een overzicht ==
           move spaces to huidigdebnr.
           move zero to saldo.
           open input debmutwerkfile.

       SALDOPASS0.
           read debmutwerkfile next record at end
               perform saldoboek
               close debmutwerkfile
               go to saldopass9
           end-read.
           if wmdebnr not = huidigdebnr
               perform saldoboek
               move wmdebnr to huidigdebnr
               move zero to saldo
           end-if.
           if wmdatum not > datumtot add wmbedrag to saldo.
           go to saldopass0.

       SALDOPASS9.
           exit.

       SALDOBOEK.
           if huidigdebnr not = spaces and saldo not = zero
              if saldotel < 2000
                 add 1 to saldotel
                 move huidigdebnr to sadebnr(saldotel)
              else
                 add 1 to wegvaltel
              end-if
           end-if.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
