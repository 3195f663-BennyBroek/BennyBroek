      *    overgeslagen.
      *    2026 boeken in debmutfile via bijldmw (meerdere
      *    gebruikers tegelijk).
      *    2026 alleen vervallen fakturen incasseren: een open
      *    faktuur gaat mee als zijn vervaldatum (dmvervaldatum)
      *    niet na de opgegeven incassodatum ligt.
      *    2026 vier-ogencontrole: een debiteur waarvan iban of
      *    machtiging afwijkt van de goedgekeurde waarden in
      *    bankgoed.zwa (zie bijlwyl) wordt niet geincasseerd maar
      *    op een gedrukte lijst gezet.
      *    2026 voor de run wordt een backupgeneratie gemaakt
      *    (bijlgen); mislukt die, dan wordt er niet geincasseerd.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                                  record key is ibdebnr
                                  file status is statusincblokfl.

      *  == goedgekeurde bankgegevens per debiteur (bijlwyl) ==
           select bankgoedfile assign to disk
                                  "c:\cbl\bijl\bankgoed.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is bgdebnr
                                  file status is statusbankgoedfl.
                select printfile assign to print "PRINTER"
                        file status is statusprintfl.

           select sortwerkfile assign to disk.

       DATA DIVISION.
           02 dmtrek                                pic x(5).
           02 dmaantal                  pic s9(6).
           02 dmbedrag                  pic s9(7)v99.
           02 dmvervaldatum             pic 9(6).

       FD  debmutwerkfile  data record debmutwerkrecord.
       01  debmutwerkrecord.
           02 wmtrek                                pic x(5).
           02 wmaantal                  pic s9(6).
           02 wmbedrag                  pic s9(7)v99.
           02 wmvervaldatum             pic 9(6).

       FD  debstamfile     data record is debstamrecord.
       01  debstamrecord.
           02 debbic                    pic x(11).
           02 debmachtiging             pic x(35).
           02 debkredlimiet             pic 9(7).
           02 debbetdagen               pic 999.
           02 debkortpct                pic 99v99.
           02 debkortdagen              pic 999.
           02 debefactuur               pic x.
           02 debefactid                pic x(35).
           02 debsamengevoegd           pic x(10).

       FD  bankgoedfile    data record is bankgoedrecord.
       01  bankgoedrecord.
           02 bgdebnr                   pic x(10).
           02 bgiban                    pic x(34).
           02 bgmachtiging              pic x(35).
           02 bggoedkeurder             pic x(20).
           02 bggoeddatum               pic 9(6).
           02 bgwijziger                pic x(20).
           02 bgwijzdatum               pic 9(6).

       FD printfile.
       01 printrecord             pic x(132).

       FD  sepafile.
       01  sepa-record                  pic x(140).
           02 sdmtrek                                pic x(5).
           02 sdmaantal                  pic s9(6).
           02 sdmbedrag                  pic s9(7)v99.
           02 sdmvervaldatum             pic 9(6).

       WORKING-STORAGE SECTION.

      *  == backupgeneratie via bijlgen ==
       01  comm-gen.
           02 cgfunctie                 pic x.
           02 cgprogramma               pic x(8).
           02 cggennr                   pic 9(6).
           02 cgresultaat               pic x.
           02 cgmelding                 pic x(60).
           02 cgjaar                    pic xx.

      *  == boekregel voor debmutfile; het wegschrijven loopt via
      *     bijldmw, dat het bestand exclusief opent en wacht tot
      *     het vrij is (meerdere gebruikers) ==
           02 bktrek                    pic x(5).
           02 bkaantal                  pic s9(6).
           02 bkbedrag                  pic s9(7)v99.
           02 bkvervaldatum             pic 9(6).


      *  == open fakturen van de debiteur die onderhanden is; per
        77      huidigdebnr               pic x(10) value spaces.
        77      huidigfktnr               pic 9(6).
        77      huidigperiode             pic 9(4).
        77      huidigverval              pic 9(6).
        77      huidigdatum               pic 9(6).
        77      exc-num                   pic 99.
        77      incgrens                  pic 9(6).
        77      aantalnietvervallen       pic 9(5) value zero.
        77      aantalnietvervallenpr     pic zzzz9.
        77      fktnrsaldo                pic s9(7)v99.
        77      debtortotaal              pic s9(7)v99.
        77      sepa-bedrag               pic 9(9)v99.
        77      openteller                pic 99.
        77      opx                       pic 99.
        77      incblokopen               pic x.
        77      aantalnietgoed            pic 9(5) value zero.
        77      aantalnietgoedpr          pic zzzz9.
        77      bankgoedopen              pic x.
        77      keuze                     pic x.
        77      nietgoed                  pic x.
        77      printopen                 pic x.
        77      printregel                pic x(132).
        77      saldopr                   pic -zzz,zz9.99.
        77      statusbankgoedfl          pic x(2).
        77      statusprintfl             pic x(2).
        77      statusincbatchfl          pic x(2).
        77      statuskincfl              pic x(2).
        77      statusincblokfl           pic x(2).
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
           display "SEPA-incassobestand" line 1 position 30.
           display "Esc = einde programma" line 25 position 28
           erase eol.

       GRENSVRAAG.
      *  == alleen fakturen die op deze datum vervallen zijn gaan
      *     mee; de rest blijft staan voor een volgende run ==
           display "Incasseren: vervallen t/m (jjmmdd, 0 = vandaag):"
           line 3 position 1 erase eol.
           move zero to incgrens.
           accept incgrens line 3 position 52 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if incgrens = zero move datum to incgrens.
      *  == eerst een backupgeneratie, nog voor het batchnummer
      *     wordt opgehoogd; zonder backup geen incasso ==
           move "B" to cgfunctie.
           move "BIJLINC" to cgprogramma.
           call "bijlgen.cob" using comm-gen end-call.
           if cgresultaat not = "J"
              display "Backup mislukt, er wordt niet geincasseerd:"
              line 5 position 1 erase eol
              display cgmelding line 6 position 1 erase eol
              accept x line 6 position 70 tab
              go to stopprogram
           end-if.
           display "SEPA-incassobestand wordt gemaakt..."
           line 12 position 20.

           else
              move "N" to incblokopen
           end-if.
      *  == zonder goedkeuringsbestand is niets goedgekeurd: dan
      *     gaat niemand met iban en machtiging mee ==
           open input bankgoedfile.
           if statusbankgoedfl = "00"
              move "J" to bankgoedopen
           else
              move "N" to bankgoedopen
           end-if.
           move "N" to printopen.
           open input debmutwerkfile.

       LEZEN.
               move wmdebnr to huidigdebnr
               move wmfktnr to huidigfktnr
               move wmperiode to huidigperiode
               move wmdatum to huidigdatum
               move zero to huidigverval
               move zero to fktnrsaldo
               move zero to debtortotaal
               move zero to openteller
                   perform fktnrafsluit
                   move wmfktnr to huidigfktnr
                   move wmperiode to huidigperiode
                   move wmdatum to huidigdatum
                   move zero to huidigverval
                   move zero to fktnrsaldo
               end-if
           end-if.

      *  == vervaldatum en faktuurdatum van de faktuurboeking (of
      *     de beginbalansregel na de jaarafsluiting) ==
           if wmvervaldatum not = zero
               move wmvervaldatum to huidigverval
           end-if.
           if wmtrek = spaces or wmtrek = "BBAL"
               move wmdatum to huidigdatum
           end-if.

           if wmperiode < huidigperiode
               move wmperiode to huidigperiode
           end-if.
      *     faktuur niet meer in de tabel, dan gaat hij deze run
      *     NIET mee (anders zou het sepa-bedrag afwijken van wat
      *     er geboekt wordt) ==
      *  == nog niet vervallen: deze run niet incasseren ==
           if huidigverval = zero
               move huidigdatum to huidigverval
           end-if.
           if fktnrsaldo > zero and huidigverval > incgrens
               add 1 to aantalnietvervallen
               move zero to fktnrsaldo
           end-if.
           if fktnrsaldo > zero
               if openteller < 50
                   add 1 to openteller
           close sepafile.
           close incbatchfile.
           if incblokopen = "J" close incblokfile end-if.
           if bankgoedopen = "J" close bankgoedfile end-if.
           if printopen = "J" close printfile end-if.
           move aantalregels to aantalregelspr.
           move aantalovergeslagen to aantalovergeslagenpr.
           move aantalgeblokkeerd to aantalgeblokkeerdpr.
           " iban/machtiging)," line 14 position 10.
           display aantalgeblokkeerdpr " debiteur(en) overgeslagen"
           " wegens stornoblokkade." line 15 position 10.
           move aantalnietvervallen to aantalnietvervallenpr.
           display aantalnietvervallenpr " faktu(u)r(en) nog niet"
           " vervallen, blijven staan." line 16 position 10.
           move aantalnietgoed to aantalnietgoedpr.
           display aantalnietgoedpr " debiteur(en) overgeslagen:"
           " bankgegevens niet goedgekeurd (zie lijst)."
           line 17 position 10.
           if bankgoedopen not = "J"
              display "Bankgegevens nog nooit vastgelegd: eerst"
              " vastleggen en goedkeuren (menu, keuze 7)."
              line 18 position 10
           end-if.
           accept x line 19 position 40 tab.
           go to stopprogram.

       DEBTORSCHRIJVEN.
                   add 1 to aantalgeblokkeerd
               end-if
           end-if.
      *  == iban of machtiging gewijzigd en nog niet door een
      *     tweede gebruiker goedgekeurd: niet incasseren ==
           move "N" to nietgoed.
           if debtortotaal > zero and geblokkeerd not = "J"
               perform bankcontrole
           end-if.
           if debtortotaal > zero and geblokkeerd not = "J" and
              nietgoed not = "J"
               open input debstamfile
               move huidigdebnr to debnr
               read debstamfile record key debnr invalid key
               end-if
           end-if.

       BANKCONTROLE.
           open input debstamfile.
           move huidigdebnr to debnr.
           read debstamfile record key debnr invalid key
               move spaces to debiban
               move spaces to debmachtiging
           end-read.
           close debstamfile.
           if debiban not = spaces and debmachtiging not = spaces
               move "J" to nietgoed
               if bankgoedopen = "J"
                   move huidigdebnr to bgdebnr
                   read bankgoedfile record key bgdebnr
                       invalid key continue
                       not invalid key
                           if bgiban = debiban and
                              bgmachtiging = debmachtiging
                               move "N" to nietgoed
                           end-if
                   end-read
               end-if
               if nietgoed = "J"
                   add 1 to aantalnietgoed
                   perform nietgoedregel
               end-if
           end-if.

       NIETGOEDREGEL.
      *  == lijst van overgeslagen debiteuren; de printer wordt pas
      *     bij de eerste geopend ==
           if printopen not = "J"
               move "J" to printopen
               open output printfile
               move spaces to printregel
               string
               "    Incassobatch " batchnr ": NIET geincasseerd,"
               " bankgegevens niet goedgekeurd, per " datum
               delimited size into printregel
               write printrecord from printregel end-write
               move spaces to printregel
               string
               "    -------------------------------------------"
               "-----------------------------------------------"
               delimited size into printregel
               write printrecord from printregel
               after advancing 1 lines end-write
           end-if.
           move debtortotaal to saldopr.
           move spaces to printregel.
           string
           "    " huidigdebnr "  " debnaam1 "  " debiban "  " saldopr
           delimited size into printregel.
           write printrecord from printregel end-write.

       INCBOEK.
      *  == boeken via bijldmw, dat wacht tot debmutfile vrij is
      *     (meerdere gebruikers) ==
           move "INC" to bktrek.
           move zero to bkaantal.
           compute bkbedrag = zero - opbedrag(opx).
           move zero to bkvervaldatum.
           call "bijldmw.cob" using dmboekregel end-call.
           move batchnr to btbatchnr.
           move huidigdebnr to btdebnr.
