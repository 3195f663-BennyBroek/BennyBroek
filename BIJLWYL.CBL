        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlwyl.
      *  WIJZIGINGSLOG EN VIER-OGENCONTROLE OP BANKGEGEVENS.
      *  B: IBAN, BIC EN MACHTIGING VAN EEN DEBITEUR WIJZIGEN; ELKE
      *     WIJZIGING GAAT VIA BIJLWLG IN HET WIJZIGINGSLOG.
      *  G: GOEDKEUREN. DE LAATST GOEDGEKEURDE IBAN EN MACHTIGING
      *     STAAN PER DEBITEUR IN BANKGOED.ZWA; WIJKT DEBSTAMFILE
      *     DAARVAN AF (OOK ALS HET IN EEN ANDER PROGRAMMA IS
      *     GEWIJZIGD), DAN ZIJN DE BANKGEGEVENS NIET GOEDGEKEURD EN
      *     SLAAT BIJLINC DE DEBITEUR OVER. GOEDKEUREN KAN ALLEEN
      *     EEN ANDERE GEBRUIKER DAN DIE DE WIJZIGING DEED.
      *  V: EENMALIG DE HUIDIGE BANKGEGEVENS ALS GOEDGEKEURD
      *     VASTLEGGEN (ALLEEN ZOLANG BANKGOED.ZWA NOG NIET BESTAAT).
      *  L: GEDRUKT OVERZICHT VAN HET WIJZIGINGSLOG OVER EEN
      *     DATUMBEREIK.
      *  DE GEBRUIKER IS DE AANMELDNAAM (OMGEVINGSVARIABELE
      *  USERNAME), ZOALS IN BIJLWLG.
      *    2026 eerste versie.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select bankgoedfile assign to disk
                                  "c:\cbl\bijl\bankgoed.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is bgdebnr
                                  file status is statusbankgoedfl.
           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr
                                  file status is statusdebstamfl.
                select printfile assign to print "PRINTER"
                        file status is statusprintfl.
           select wijzlogfile assign to disk
                                  "c:\cbl\bijl\wijzlog.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statuswijzlogfl.

       DATA DIVISION.
       FILE SECTION.
      *  == laatst goedgekeurde bankgegevens per debiteur, met wie
      *     ze goedkeurde en wie ze daarna (hier) wijzigde ==
       FD  bankgoedfile    data record is bankgoedrecord.
       01  bankgoedrecord.
           02 bgdebnr                   pic x(10).
           02 bgiban                    pic x(34).
           02 bgmachtiging              pic x(35).
           02 bggoedkeurder             pic x(20).
           02 bggoeddatum               pic 9(6).
           02 bgwijziger                pic x(20).
           02 bgwijzdatum               pic 9(6).

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

       FD  wijzlogfile     data record is wijzlogrecord.
       01  wijzlogrecord.
           02 wldatum                   pic 9(6).
           02 wltijd                    pic 9(6).
           02 wlgebruiker               pic x(20).
           02 wlbestand                 pic x(8).
           02 wlsleutel                 pic x(15).
           02 wlveld                    pic x(15).
           02 wlsoort                   pic x.
           02 wloud                     pic x(35).
           02 wlnieuw                   pic x(35).

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

       01  logregelrec.
           02 filler                    pic x(4) value spaces.
           02 lrdatum                   pic 9(6).
           02 filler                    pic x value space.
           02 lrtijd                    pic 9(6).
           02 filler                    pic x(2) value spaces.
           02 lrgebruiker               pic x(20).
           02 filler                    pic x(2) value spaces.
           02 lrbestand                 pic x(8).
           02 filler                    pic x(2) value spaces.
           02 lrsleutel                 pic x(15).
           02 filler                    pic x(2) value spaces.
           02 lrveld                    pic x(15).
           02 filler                    pic x(2) value spaces.
           02 lrsoort                   pic x.

       01  waarderegelrec.
           02 filler                    pic x(10) value spaces.
           02 filler                    pic x(5) value "oud: ".
           02 wroud                     pic x(35).
           02 filler                    pic x(4) value spaces.
           02 filler                    pic x(7) value "nieuw: ".
           02 wrnieuw                   pic x(35).

        77      aantallog                 pic 9(5).
        77      aantallogpr               pic zzzz9.
        77      aantalopen                pic 9(5).
        77      aantalopenpr              pic zzzz9.
        77      bankgoedopen              pic x.
        77      bicin                     pic x(11).
        77      bgaanwezig                pic x.
        77      datum                     pic 9(6).
        77      datumtot                  pic 9(6).
        77      datumvanaf                pic 9(6).
        77      debnrin                   pic x(10).
        77      exc-num                   pic 99.
        77      gebruiker                 pic x(20).
        77      ibanin                    pic x(34).
        77      keuze                     pic x.
        77      machtigingin              pic x(35).
        77      oudbic                    pic x(11).
        77      oudiban                   pic x(34).
        77      oudmachtiging             pic x(35).
        77      printregel                pic x(132).
        77      statusbankgoedfl          pic x(2).
        77      statusdebstamfl           pic x(2).
        77      statusprintfl             pic x(2).
        77      statuswijzlogfl           pic x(2).
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
           open i-o debstamfile.
           if statusdebstamfl not = "00"
              display "Debiteurenbestand niet te openen, status "
              line 3 position 1 erase eol
              display statusdebstamfl line 3 position 43
              accept x line 3 position 47 tab
              go to stopprogram1
           end-if.
           perform bankgoedopenen.

       KEUZEVRAAG.
           display space line 2 position 1 erase eos.
           display "Wijzigingslog en goedkeuring bankgegevens" line 1
           position 20.
           display "Gebruiker:" line 2 position 1.
           display gebruiker line 2 position 12.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Bankgegevens wijzigen         = B" line 4
           position 3.
           display "Bankgegevens goedkeuren       = G" line 5
           position 3.
           display "Overzicht wijzigingslog       = L" line 6
           position 3.
           display "Eerste vastlegging (eenmalig) = V" line 7
           position 3.
           accept x line 9 position 3 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if x = "B" or "b" go to debvraag.
           if x = "G" or "g" go to goedkeuren.
           if x = "L" or "l" go to lijstvraag.
           if x = "V" or "v" go to vastleggen.
           go to keuzevraag.

       DEBVRAAG.
           display space line 3 position 1 erase eos.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           if bankgoedopen not = "J"
              display "Eerst de huidige bankgegevens vastleggen"
              " (keuze V)" line 4 position 1 erase eol
              accept x line 4 position 60 tab
              go to keuzevraag
           end-if.
           display "Debiteurnummer:" line 4 position 1 erase eol.
           move spaces to debnrin.
           accept debnrin line 4 position 20 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           inspect debnrin converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move debnrin to debnr.
           read debstamfile record key debnr invalid key
              display "Onbekend debiteurnummer, opnieuw invoeren"
              line 5 position 1 erase eol
              go to debvraag
           end-read.
           display debnaam1 line 5 position 1 erase eol.
           perform bankgoedlezen.
           display "IBAN:" line 7 position 1 erase eol.
           display debiban line 7 position 20.
           display "BIC:" line 8 position 1 erase eol.
           display debbic line 8 position 20.
           display "Machtiging:" line 9 position 1 erase eol.
           display debmachtiging line 9 position 20.
           if bgaanwezig = "J" and bgiban = debiban and
              bgmachtiging = debmachtiging
              display "Goedgekeurd door" line 10 position 1
              erase eol
              display bggoedkeurder line 10 position 20
           else
              display "NIET goedgekeurd" line 10 position 1
              erase eol
           end-if.

       BANKNIEUW.
           display "Nieuwe waarden:" line 12 position 1 erase eol.
           move debiban to ibanin.
           display "IBAN:" line 13 position 1 erase eol.
           accept ibanin line 13 position 20 tab update
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           move debbic to bicin.
           display "BIC:" line 14 position 1 erase eol.
           accept bicin line 14 position 20 tab update
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           move debmachtiging to machtigingin.
           display "Machtiging:" line 15 position 1 erase eol.
           accept machtigingin line 15 position 20 tab update
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           inspect ibanin converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect bicin converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if ibanin = debiban and bicin = debbic and
              machtigingin = debmachtiging
              display "Niets gewijzigd" line 17 position 1 erase eol
              accept x line 17 position 20 tab
              go to debvraag
           end-if.
           display "Akkoord = J" line 17 position 1 erase eol.
           accept x line 17 position 15 tab.
           if x not = "J" and not = "j" go to debvraag.

           move debiban to oudiban.
           move debbic to oudbic.
           move debmachtiging to oudmachtiging.
           move ibanin to debiban.
           move bicin to debbic.
           move machtigingin to debmachtiging.
           rewrite debstamrecord invalid key
              display "Herschrijven mislukt" line 17 position 1
              erase eol
              accept x line 17 position 25 tab
              go to debvraag
           end-rewrite.

           move "DEBSTAM" to cwbestand.
           move debnr to cwsleutel.
           move "W" to cwsoort.
           if debiban not = oudiban
              move "DEBIBAN" to cwveld
              move oudiban to cwoud
              move debiban to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           if debbic not = oudbic
              move "DEBBIC" to cwveld
              move oudbic to cwoud
              move debbic to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           if debmachtiging not = oudmachtiging
              move "DEBMACHTIGING" to cwveld
              move oudmachtiging to cwoud
              move debmachtiging to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.

      *  == iban of machtiging gewijzigd: wie het deed vastleggen;
      *     de goedgekeurde waarden blijven staan tot een andere
      *     gebruiker goedkeurt ==
           if debiban not = oudiban or
              debmachtiging not = oudmachtiging
              if bgaanwezig = "N"
                 move debnr to bgdebnr
                 move spaces to bgiban bgmachtiging bggoedkeurder
                 move zero to bggoeddatum
              end-if
              move gebruiker to bgwijziger
              move datum to bgwijzdatum
              if bgaanwezig = "J"
                 rewrite bankgoedrecord end-rewrite
              else
                 write bankgoedrecord end-write
              end-if
              display "Vastgelegd; incasso pas na goedkeuring door"
              " een andere gebruiker" line 17 position 1 erase eol
           else
              display "Vastgelegd" line 17 position 1 erase eol
           end-if.
           accept x line 17 position 70 tab.
           go to debvraag.

       GOEDKEUREN.
           display space line 3 position 1 erase eos.
           if bankgoedopen not = "J"
              display "Eerst de huidige bankgegevens vastleggen"
              " (keuze V)" line 4 position 1 erase eol
              accept x line 4 position 60 tab
              go to keuzevraag
           end-if.
           if gebruiker = "ONBEKEND"
              display "Gebruiker onbekend: goedkeuren niet mogelijk"
              line 4 position 1 erase eol
              accept x line 4 position 60 tab
              go to keuzevraag
           end-if.
           move zero to aantalopen.
           move low-values to debnr.
           start debstamfile key not < debnr invalid key
              go to goedkeuren9
           end-start.

       GOEDKEUREN0.
           read debstamfile next record at end
              go to goedkeuren9
           end-read.
           perform bankgoedlezen.
           if bgaanwezig = "N" and debiban = spaces and
              debmachtiging = spaces
              go to goedkeuren0
           end-if.
           if bgaanwezig = "J" and bgiban = debiban and
              bgmachtiging = debmachtiging
              go to goedkeuren0
           end-if.
           if bgaanwezig = "N"
              move spaces to bgiban bgmachtiging bgwijziger
              move zero to bgwijzdatum
           end-if.
           add 1 to aantalopen.

           display space line 3 position 1 erase eos.
           display "Esc = terug naar keuzes" line 25 position 28
           erase eol.
           display "Debiteur:" line 4 position 1 erase eol.
           display debnr line 4 position 20.
           display debnaam1 line 5 position 20 erase eol.
           display "Goedgekeurde IBAN:" line 7 position 1 erase eol.
           display bgiban line 7 position 25.
           display "Nieuwe IBAN:" line 8 position 1 erase eol.
           display debiban line 8 position 25.
           display "Goedgekeurde machtiging:" line 10 position 1
           erase eol.
           display bgmachtiging line 10 position 25.
           display "Nieuwe machtiging:" line 11 position 1 erase eol.
           display debmachtiging line 11 position 25.
           display "Gewijzigd door:" line 13 position 1 erase eol.
           if bgwijziger = spaces
              display "onbekend (niet via dit programma)" line 13
              position 25
           else
              display bgwijziger line 13 position 25
              display "op" line 13 position 46
              display bgwijzdatum line 13 position 49
           end-if.

      *  == vier ogen: wie wijzigde mag niet zelf goedkeuren ==
           if bgwijziger = gebruiker
              display "Zelf gewijzigd: een andere gebruiker moet"
              " goedkeuren" line 15 position 1 erase eol
              accept x line 15 position 60 tab
              on exception exc-num if exc-num = 27 go to goedkeuren9
              end-if
              go to goedkeuren0
           end-if.
           display "Goedkeuren = J / Overslaan = N" line 15
           position 1 erase eol.
           accept x line 15 position 35 tab
           on exception exc-num if exc-num = 27 go to goedkeuren9
           end-if.
           if x not = "J" and not = "j" go to goedkeuren0.

           move "DEBSTAM" to cwbestand.
           move debnr to cwsleutel.
           move "G" to cwsoort.
           move "DEBIBAN" to cwveld.
           move bgiban to cwoud.
           move debiban to cwnieuw.
           call "bijlwlg.cob" using comm-wlg end-call.
           move "DEBMACHTIGING" to cwveld.
           move bgmachtiging to cwoud.
           move debmachtiging to cwnieuw.
           call "bijlwlg.cob" using comm-wlg end-call.

           move debnr to bgdebnr.
           move debiban to bgiban.
           move debmachtiging to bgmachtiging.
           move gebruiker to bggoedkeurder.
           move datum to bggoeddatum.
           move spaces to bgwijziger.
           move zero to bgwijzdatum.
           if bgaanwezig = "J"
              rewrite bankgoedrecord end-rewrite
           else
              write bankgoedrecord end-write
           end-if.
           display "Goedgekeurd" line 16 position 1 erase eol.
           go to goedkeuren0.

       GOEDKEUREN9.
           move aantalopen to aantalopenpr.
           display space line 3 position 1 erase eos.
           display "Niet goedgekeurde bankgegevens bekeken:" line 4
           position 1 erase eol.
           display aantalopenpr line 4 position 42.
           accept x line 4 position 50 tab.
           go to keuzevraag.

       VASTLEGGEN.
           display space line 3 position 1 erase eos.
           if bankgoedopen = "J"
              display "Al vastgelegd; wijzigingen goedkeuren met"
              " keuze G" line 4 position 1 erase eol
              accept x line 4 position 60 tab
              go to keuzevraag
           end-if.
      *  == alleen als het bestand echt nog niet bestaat, nooit
      *     over een (tijdelijk) onbereikbaar bestand heen ==
           if statusbankgoedfl not = "35"
              display "Goedkeuringsbestand niet te openen, status "
              line 4 position 1 erase eol
              display statusbankgoedfl line 4 position 45
              accept x line 4 position 60 tab
              go to keuzevraag
           end-if.
           display "Alle huidige IBAN's en machtigingen als"
           " goedgekeurd vastleggen = J" line 4 position 1 erase eol.
           accept x line 4 position 70 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if x not = "J" and not = "j" go to keuzevraag.
           open output bankgoedfile.
           move zero to aantalopen.
           move low-values to debnr.
           start debstamfile key not < debnr invalid key
              go to vastleggen9
           end-start.

       VASTLEGGEN0.
           read debstamfile next record at end
              go to vastleggen9
           end-read.
           if debiban = spaces and debmachtiging = spaces
              go to vastleggen0
           end-if.
           move debnr to bgdebnr.
           move debiban to bgiban.
           move debmachtiging to bgmachtiging.
           move gebruiker to bggoedkeurder.
           move datum to bggoeddatum.
           move spaces to bgwijziger.
           move zero to bgwijzdatum.
           write bankgoedrecord end-write.
           move "DEBSTAM" to cwbestand.
           move debnr to cwsleutel.
           move "I" to cwsoort.
           if debiban not = spaces
              move "DEBIBAN" to cwveld
              move spaces to cwoud
              move debiban to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           if debmachtiging not = spaces
              move "DEBMACHTIGING" to cwveld
              move spaces to cwoud
              move debmachtiging to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
           end-if.
           add 1 to aantalopen.
           go to vastleggen0.

       VASTLEGGEN9.
           close bankgoedfile.
           perform bankgoedopenen.
           move aantalopen to aantalopenpr.
           display "Vastgelegd voor" line 6 position 1 erase eol.
           display aantalopenpr line 6 position 17.
           display "debiteur(en)." line 6 position 23.
           accept x line 6 position 40 tab.
           go to keuzevraag.

       LIJSTVRAAG.
           display space line 3 position 1 erase eos.
           display "Vanaf datum (jjmmdd):" line 4 position 1
           erase eol.
           move zero to datumvanaf.
           accept datumvanaf line 4 position 30 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           display "Tot en met datum (jjmmdd, 0 = vandaag):" line 5
           position 1 erase eol.
           move zero to datumtot.
           accept datumtot line 5 position 42 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if datumtot = zero move datum to datumtot.
           if datumvanaf > datumtot go to lijstvraag.
           open input wijzlogfile.
           if statuswijzlogfl not = "00"
              display "Nog geen wijzigingslog aanwezig" line 7
              position 1 erase eol
              accept x line 7 position 40 tab
              go to keuzevraag
           end-if.
           display "Overzicht wordt gemaakt..." line 7 position 1
           erase eol.
           move zero to aantallog.
           open output printfile.
           move spaces to printregel.
           string
           "    Wijzigingslog stamgegevens van " datumvanaf
           " t/m " datumtot ", per " datum
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
           "    Datum  Tijd    Gebruiker             Bestand   "
           "Sleutel          Veld             Soort"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.

       LIJST0.
           read wijzlogfile next record at end
              go to lijst9
           end-read.
           if wldatum < datumvanaf or wldatum > datumtot
              go to lijst0
           end-if.
           move wldatum to lrdatum.
           move wltijd to lrtijd.
           move wlgebruiker to lrgebruiker.
           move wlbestand to lrbestand.
           move wlsleutel to lrsleutel.
           move wlveld to lrveld.
           move wlsoort to lrsoort.
           move spaces to printregel.
           move logregelrec to printregel.
           write printrecord from printregel end-write.
           move wloud to wroud.
           move wlnieuw to wrnieuw.
           move spaces to printregel.
           move waarderegelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to aantallog.
           go to lijst0.

       LIJST9.
           close wijzlogfile.
           move aantallog to aantallogpr.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    Aantal wijzigingen: " aantallogpr
           "    (soort W = gewijzigd, N = nieuw, V = verwijderd,"
           " G = goedgekeurd, I = eerste vastlegging)"
           delimited size into printregel.
           write printrecord from printregel end-write.
           close printfile.
           display "Gereed:" line 7 position 1 erase eol.
           display aantallogpr line 7 position 9.
           display "wijziging(en) afgedrukt." line 7 position 15.
           accept x line 7 position 45 tab.
           go to keuzevraag.

       BANKGOEDOPENEN.
      *  == bankgoed.zwa bestaat pas na de eerste vastlegging ==
           open i-o bankgoedfile.
           if statusbankgoedfl = "00"
              move "J" to bankgoedopen
           else
              move "N" to bankgoedopen
           end-if.

       BANKGOEDLEZEN.
           move "N" to bgaanwezig.
           if bankgoedopen = "J"
              move debnr to bgdebnr
              read bankgoedfile record key bgdebnr
                 invalid key continue
                 not invalid key move "J" to bgaanwezig
              end-read
           end-if.

       STOPPROGRAM.
           close debstamfile.
           if bankgoedopen = "J" close bankgoedfile end-if.

       STOPPROGRAM1.
           call "bijlkies.cob" end-call.
           STOP RUN.
