
        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlicp.
      *  ICP-OPGAAF: OPGAAF INTRACOMMUNAUTAIRE PRESTATIES PER
      *  KWARTAAL, RECHTSTREEKS UIT FKTHISFILE. TELT PER AFNEMER
      *  DE REGELS MET FHBTWVERLEGD = J (INTRACOMMUNAUTAIRE LEVERING,
      *  ZIE BIJLFKTP/BIJLCRD) MET EEN FAKTUURDATUM IN HET KWARTAAL,
      *  CREDITNOTA'S NEGATIEF, EN DRUKT PER AFNEMER LANDCODE,
      *  BTW-NUMMER, NAAM EN BEDRAG MET EEN EINDTOTAAL. HET
      *  EINDTOTAAL SLUIT AAN OP DE RUBRIEK INTRACOMMUNAUTAIRE
      *  LEVERINGEN VAN BIJLBTW OVER HETZELFDE KWARTAAL.
      *    2026 eerste versie.
      *    2026 per afnemer = per btw-nummer en landcode, zoals de
      *    opgaaf het vraagt: debiteuren met hetzelfde btw-nummer
      *    (vestigingen) komen op een regel. een debiteur zonder
      *    btw-nummer of EU-land blijft een eigen regel met melding.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select fkthisfile assign to disk
                               "c:\cbl\bijl\fkthish.zwa"
                               organization is indexed
                               access mode is dynamic
                               record key is fhfktnr with duplicates
                               file status is statusfkthisfl.

           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr.

           select bedrijffile assign to disk
                                  "c:\cbl\bijl\bedrijf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbedrijffl.

                select printfile assign to print "PRINTER"
                        file status is statusprintfl.

       DATA DIVISION.
       FILE SECTION.
       FD  fkthisfile              data record is fkthisrecord.
       01  fkthisrecord.
           02 fhdeb                  pic x(10).
           02 fhfktnr                pic x(5).
           02 fhfktdatum             pic x(6).
           02 fhdatum                pic x(6).
           02 fhorder                pic x(4).
           02 fhartnr                pic x(5).
           02 fhomschryving          pic x(15).
           02 fhaantal               pic -999999.99.
           02 fhverkoopprys          pic 9(4).99.
           02 fhbtwverlegd           pic x.
           02 fhkostprijs            pic 9(4)v99.
           02 fhorigfktnr            pic x(5).

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

       FD printfile.
       01 printrecord             pic x(132).

       WORKING-STORAGE SECTION.

      *  == landcode bij debland via bijlicl ==
       01  comm-icl.
           02 iclland                   pic x(30).
           02 iclbtwnr                  pic x(14).
           02 iclverlegd                pic x.
           02 icllandcode               pic x(2).

      *  == totaal per afnemer in het kwartaal: per btw-nummer en
      *     landcode (icverlegd = J), anders per debiteur. icdeb en
      *     icnaam zijn van de eerste debiteur, icmeer = J als er
      *     meer debiteuren onder het btw-nummer vallen; icstatus
      *     O = onbekende debiteur ==
       01  icptabel.
           02 icppost occurs 300.
              03 icdeb                  pic x(10).
              03 icbtwnr                pic x(14).
              03 icland                 pic x(2).
              03 icnaam                 pic x(30).
              03 icverlegd              pic x.
              03 icstatus               pic x.
              03 icmeer                 pic x.
              03 icbedrag               pic s9(9)v99.

       01  icpregelrec.
           02 filler                    pic x(4) value spaces.
           02 irland                    pic x(2).
           02 filler                    pic x(3) value spaces.
           02 irbtwnr                   pic x(14).
           02 filler                    pic x(2) value spaces.
           02 irdeb                     pic x(10).
           02 filler                    pic x(2) value spaces.
           02 irnaam                    pic x(30).
           02 filler                    pic x(2) value spaces.
           02 irbedrag                  pic -zz,zzz,zz9.99.
           02 filler                    pic x(2) value spaces.
           02 irmelding                 pic x(20).

        77      aantal                    pic s9(6)v99.
        77      afnemerbtwnr              pic x(14).
        77      afnemergevonden           pic x.
        77      afnemerland               pic x(2).
        77      afnemernaam               pic x(30).
        77      afnemerstatus             pic x.
        77      afnemerverlegd            pic x.
        77      bedrag                    pic s9(6)v99.
        77      boekx                     pic 999.
        77      datum                     pic 9(6).
        77      eigenbtwnr                pic x(14).
        77      exc-num                   pic 99.
        77      icptel                    pic 999.
        77      jaarin                    pic 99.
        77      keuze                     pic x.
        77      kwartaalin                pic 9.
        77      maandvan                  pic 99.
        77      maandtot                  pic 99.
        77      meldtel                   pic 9(5).
        77      meldtelpr                 pic zzzz9.
        77      printregel                pic x(132).
        77      statusbedrijffl           pic x(2).
        77      statusfkthisfl            pic x(2).
        77      statusprintfl             pic x(2).
        77      totbedrag                 pic s9(9)v99.
        77      totbedragpr               pic -zz,zzz,zz9.99.
        77      totx                      pic x(6).
        77      vorigedeb                 pic x(10).
        77      vanx                      pic x(6).
        77      verkoopprys               pic 9(4)v99.
        77      wegvaltel                 pic 9(5).
        77      wegvaltelpr               pic zzzz9.
        77      x                         pic x.
        77      zoekx                     pic 999.

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

       KWARTAALVRAAG.
           display space line 1 position 1 erase eos.
           display "ICP-opgaaf intracommunautaire leveringen"
           line 1 position 20.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Jaar (jj):" line 3 position 1 erase eol.
           move datum(1:2) to jaarin.
           accept jaarin line 3 position 20 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "Kwartaal (1-4):" line 4 position 1 erase eol.
           move zero to kwartaalin.
           accept kwartaalin line 4 position 20 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if kwartaalin < 1 or kwartaalin > 4
              display "Kwartaal 1 t/m 4, opnieuw" line 5 position 1
              erase eol
              go to kwartaalvraag
           end-if.
           compute maandtot = kwartaalin * 3.
           compute maandvan = maandtot - 2.
           move spaces to vanx totx.
           string jaarin maandvan "01" delimited size into vanx.
           string jaarin maandtot "31" delimited size into totx.
           display "Opgaaf wordt gemaakt..." line 6 position 1
           erase eol.

       VERWERK.
           move zero to icptel.
           move zero to wegvaltel.
           move spaces to vorigedeb.
           open input fkthisfile.
           if statusfkthisfl not = "00"
              display "Geen faktuurhistorie aanwezig" line 6
              position 1 erase eol
              accept x line 6 position 40 tab
              go to kwartaalvraag
           end-if.
           open input debstamfile.

       LEZEN.
           read fkthisfile next record at end
               go to afdruk
           end-read.
           if fhbtwverlegd not = "J" go to lezen.
           if fhfktdatum < vanx or fhfktdatum > totx go to lezen.
           move fhaantal to aantal.
           move fhverkoopprys to verkoopprys.
           compute bedrag = aantal * verkoopprys.
           perform afnemerboek.
           go to lezen.

       AFNEMERBOEK.
           if fhdeb not = vorigedeb perform afnemerlees.
           move "N" to afnemergevonden.
           move zero to boekx.
           perform afnemerzoek varying zoekx from 1 by 1
           until zoekx > icptel.
           if afnemergevonden = "N"
              if icptel < 300
                 add 1 to icptel
                 move fhdeb to icdeb(icptel)
                 move afnemerbtwnr to icbtwnr(icptel)
                 move afnemerland to icland(icptel)
                 move afnemernaam to icnaam(icptel)
                 move afnemerverlegd to icverlegd(icptel)
                 move afnemerstatus to icstatus(icptel)
                 move "N" to icmeer(icptel)
                 move zero to icbedrag(icptel)
                 move icptel to boekx
              end-if
           end-if.
           if boekx not = zero
              add bedrag to icbedrag(boekx)
           else
      *  == tabel vol: regel telt nergens mee; hardop melden, de
      *     opgaaf is dan NIET volledig ==
              add 1 to wegvaltel
           end-if.

      *  == debiteurgegevens bij de regel: btw-nummer en landcode
      *     bepalen onder welke afnemer het bedrag valt ==
       AFNEMERLEES.
           move fhdeb to vorigedeb.
           move spaces to afnemerbtwnr afnemerland afnemernaam.
           move "N" to afnemerverlegd.
           move "J" to afnemerstatus.
           move fhdeb to debnr.
           read debstamfile record key debnr invalid key
              move "O" to afnemerstatus
           end-read.
           if afnemerstatus = "J"
              move debland to iclland
              move debbtwnr to iclbtwnr
              call "bijlicl.cob" using comm-icl end-call
              move icllandcode to afnemerland
              move debbtwnr to afnemerbtwnr
              move debnaam1 to afnemernaam
              move iclverlegd to afnemerverlegd
           end-if.

       AFNEMERZOEK.
           if afnemerverlegd = "J"
              if icverlegd(zoekx) = "J" and
                 icbtwnr(zoekx) = afnemerbtwnr and
                 icland(zoekx) = afnemerland
                 move "J" to afnemergevonden
                 move zoekx to boekx
                 if icdeb(zoekx) not = fhdeb
                    move "J" to icmeer(zoekx)
                 end-if
              end-if
           else
              if icverlegd(zoekx) not = "J" and icdeb(zoekx) = fhdeb
                 move "J" to afnemergevonden
                 move zoekx to boekx
              end-if
           end-if.

       AFDRUK.
           close fkthisfile.
           close debstamfile.
           move spaces to eigenbtwnr.
           open input bedrijffile.
           if statusbedrijffl = "00"
              read bedrijffile next record
                 at end continue
                 not at end move bdbtwnr to eigenbtwnr
              end-read
              close bedrijffile
           end-if.
           open output printfile.

           move spaces to printregel.
           string
           "    ICP-opgaaf intracommunautaire leveringen, kwartaal "
           kwartaalin "-" jaarin " (faktuurdatum " vanx " t/m "
           totx ")"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    Btw-nummer leverancier: " eigenbtwnr
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel after advancing 1 lines
           end-write.
           move spaces to printregel.
           string
           "    Land Btw-nummer      Debiteur    Naam"
           "                                    Bedrag"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.

           move zero to totbedrag.
           move zero to meldtel.
           perform afnemerafdruk varying zoekx from 1 by 1
           until zoekx > icptel.

           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move totbedrag to totbedragpr.
           move spaces to printregel.
           string
           "    Totaal intracommunautaire leveringen"
           "                           " totbedragpr
           delimited size into printregel.
           write printrecord from printregel end-write.

           if wegvaltel not = zero
              move wegvaltel to wegvaltelpr
              move spaces to printregel
              string
              "    LET OP: " wegvaltelpr " regel(s) NIET geteld"
              " (meer dan 300 afnemers); opgaaf NIET volledig"
              delimited size into printregel
              write printrecord from printregel after advancing
              2 lines end-write
           end-if.
           close printfile.

           if wegvaltel not = zero
              move wegvaltel to wegvaltelpr
              display "LET OP:" line 8 position 1 erase eol
              display wegvaltelpr line 8 position 9
              display "regel(s) niet geteld: meer dan 300 afnemers."
              line 8 position 15
           end-if.
           if meldtel not = zero
              move meldtel to meldtelpr
              display "Afnemer(s) zonder btw-nummer of EU-land:"
              line 9 position 1 erase eol
              display meldtelpr line 9 position 43
              display "kontroleer debiteurgegevens." line 9
              position 50
           end-if.
           display "Gereed; totaal moet aansluiten op de rubriek"
           " intracommunautaire leveringen in bijlbtw." line 10
           position 1 erase eol.
           accept x line 10 position 79 tab.
           go to kwartaalvraag.

       AFNEMERAFDRUK.
           move spaces to irland irbtwnr irnaam irmelding.
           move icdeb(zoekx) to irdeb.
           move icbedrag(zoekx) to irbedrag.
           if icstatus(zoekx) = "J"
              move icland(zoekx) to irland
              move icbtwnr(zoekx) to irbtwnr
              move icnaam(zoekx) to irnaam
      *  == de levering was btw verlegd, maar de debiteur voldoet
      *     nu niet (meer) aan de regel: melden, het bedrag telt
      *     gewoon mee ==
              if icverlegd(zoekx) not = "J"
                 move "KONTROLEER DEBITEUR" to irmelding
                 add 1 to meldtel
              end-if
      *  == meer debiteurnummers onder dit btw-nummer: de eerste
      *     staat op de regel ==
              if icmeer(zoekx) = "J"
                 move "EN ANDERE DEBITEUREN" to irmelding
              end-if
           else
              move "ONBEKENDE DEBITEUR" to irmelding
              add 1 to meldtel
           end-if.
           move spaces to printregel.
           move icpregelrec to printregel.
           write printrecord from printregel end-write.
           add icbedrag(zoekx) to totbedrag.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
