        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijldsv.
      *  DEBITEUR SAMENVOEGEN OF HERNUMMEREN. ALLES WAT ONDER EEN
      *  OUD DEBITEURNUMMER STAAT GAAT NAAR HET DOELNUMMER: ARTMUT,
      *  ARTHIS, FKTHISH, DEBMUT, PRIJS, CONTRACT, AANMNIV,
      *  INCBATCH, INCBLOK, PAKBON EN ORDERREF. BESTAAT HET
      *  DOELNUMMER NOG NIET, DAN IS HET HERNUMMEREN: DE
      *  STAMGEGEVENS (EN DE GOEDKEURING VAN DE BANKGEGEVENS IN
      *  BANKGOED.ZWA) WORDEN ONDER HET NIEUWE NUMMER GEKOPIEERD.
      *  EERST VOLGT EEN VOORBEELD: AANTAL RECORDS PER BESTAND EN
      *  HET OPEN SALDO VAN BEIDE NUMMERS. EEN AFSPRAAKPRIJS OF
      *  CONTRACT VOOR EEN ARTIKEL DAT BIJ BEIDE NUMMERS BESTAAT
      *  MOET EERST IN BIJLPRS/BIJLCON WORDEN OPGELOST. VAN HET
      *  AANMANINGSNIVEAU BLIJFT HET HOOGSTE STAAN; EEN
      *  INCASSOBLOKKADE GAAT MEE ALS HET DOEL NIET AL GEBLOKKEERD
      *  IS.
      *  HET OUDE NUMMER BLIJFT IN DEBSTAMFILE STAAN MET
      *  DEBSAMENGEVOEGD = DOELNUMMER; BIJLFKTP, BIJLOIM, BIJLCON,
      *  BIJLPRS EN BIJLBET WEIGEREN HET DAARNA, BIJLBIM BOEKT EEN
      *  ONTVANGST OP HET OUDE NUMMER OP HET DOELNUMMER. WAS ER AL
      *  EEN DEBITEUR MET HET OUDE NUMMER SAMENGEVOEGD, DAN WIJST
      *  DIE VOORTAAN OOK NAAR HET DOELNUMMER. NOGMAALS SAMENVOEGEN
      *  NAAR HETZELFDE DOEL ZET ACHTERGEBLEVEN RECORDS ALSNOG OVER.
      *  VOORAF WORDT EEN BACKUPGENERATIE GEMAAKT (BIJLGEN); ALLE
      *  BESTANDEN WORDEN I-O GEOPEND EN IS ER EEN BIJ EEN ANDERE
      *  GEBRUIKER IN GEBRUIK, DAN WORDT ER NIETS GEWIJZIGD.
      *  ELK GEWIJZIGD RECORD KOMT OP DE AFDRUK; DE WIJZIGINGEN IN
      *  DEBSTAM, PRIJS EN CONTRACT OOK IN HET WIJZIGINGSLOG.
      *    2026 eerste versie.
      *    2026 ook orderref.zwa (bijloim) gaat naar het doelnummer;
      *    heeft het doel dezelfde referentie al, dan blijft die
      *    staan en vervalt die van het oude nummer. anders zou een
      *    order opnieuw geimporteerd kunnen worden.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select artmutfile assign to disk
                                  "c:\cbl\bijl\artmut.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is morder
                                  file status is statusartmutfl.
           select arthisfile assign to disk
                                  "c:\cbl\bijl\arthis.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusarthisfl.
           select fkthisfile assign to disk
                                  "c:\cbl\bijl\fkthish.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is fhfktnr with duplicates
                                  file status is statusfkthisfl.
           select debmutfile assign to disk
                                  "c:\cbl\bijl\debmut.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusdebmutfl.
           select prijsfile assign to disk
                                  "c:\cbl\bijl\prijs.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is prsleutel
                                  file status is statusprijsfl.
           select contractfile assign to disk
                                  "c:\cbl\bijl\contract.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is cosleutel
                                  file status is statuscontractfl.
           select aanmfile assign to disk
                                  "c:\cbl\bijl\aanmniv.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is andebnr
                                  file status is statusaanmfl.
           select incbatchfile assign to disk
                                  "c:\cbl\bijl\incbatch.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusincbatchfl.
           select incblokfile assign to disk
                                  "c:\cbl\bijl\incblok.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is ibdebnr
                                  file status is statusincblokfl.
           select pakbfile assign to disk
                                  "c:\cbl\bijl\pakbon.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is pborder
                                  file status is statuspakbfl.
           select orderreffile assign to disk
                                  "c:\cbl\bijl\orderref.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is orsleutel
                                  file status is statusorderreffl.
           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr
                                  file status is statusdebstamfl.
           select bankgoedfile assign to disk
                                  "c:\cbl\bijl\bankgoed.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is bgdebnr
                                  file status is statusbankgoedfl.
                select kherstelfile assign to disk
                                "c:\cbl\bijl\kherstel.zwa"
                                organization is sequential
                                access mode is sequential
                                file status is statusherstelfl.
                select printfile assign to print "PRINTER"
                        file status is statusprintfl.

       DATA DIVISION.
       FILE SECTION.
        FD      artmutfile              data record is artmutrecord.
       01  artmutrecord.
                02 mdeb                  pic x(10).
                02 mdatum                pic x(6).
                02 morder                pic x(4).
                02 martnr                pic x(5).
                02 momschryving          pic x(15).
                02 maantal               pic -999999.99.
                02 mverkoopprys          pic 9(4).99.

       FD  arthisfile              data record is arthisrecord.
       01  arthisrecord.
                02 hdeb                  pic x(10).
                02 hdatum                pic x(6).
                02 horder                pic x(4).
                02 hartnr                pic x(5).
                02 homschryving          pic x(15).
                02 haantal               pic -999999.99.
                02 hverkoopprys          pic 9(4).99.
                02 hrun                  pic 9999.
                02 hkostprijs            pic 9(4)v99.

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

       FD  debmutfile      data record debmutrecord.
       01  debmutrecord.
           02 dmdebnr                   pic x(10).
           02 dmartnr                   pic x(5).
           02 dmfktnr                   pic 9(6).
           02 dmdatum                   pic 9(6).
           02 dmperiode                 pic 9(4).
           02 dmtrek                    pic x(5).
           02 dmaantal                  pic s9(6).
           02 dmbedrag                  pic s9(7)v99.
           02 dmvervaldatum             pic 9(6).

       FD  prijsfile       data record is prijsrecord.
       01  prijsrecord.
           02 prsleutel.
              03 prdebnr                pic x(10).
              03 prartnr                pic x(5).
           02 prgeldigvanaf             pic 9(6).
           02 prprys                    pic 9(4).99.

       FD  contractfile    data record is contractrecord.
       01  contractrecord.
           02 cosleutel.
              03 codebnr                pic x(10).
              03 coartnr                pic x(5).
           02 coaantal                  pic 9(6)v99.
           02 coprijs                   pic 9(4)v99.
           02 cofrequentie              pic 99.
           02 colaatste                 pic 9(4).

       FD  aanmfile        data record is aanmrecord.
       01  aanmrecord.
           02 andebnr                   pic x(10).
           02 anniveau                  pic 9.
           02 andatum                   pic 9(6).

       FD  incbatchfile    data record is incbatchrecord.
       01  incbatchrecord.
           02 btbatchnr                 pic 9999.
           02 btdebnr                   pic x(10).
           02 btfktnr                   pic 9(6).
           02 btperiode                 pic 9(4).
           02 btbedrag                  pic s9(7)v99.
           02 btdatum                   pic 9(6).

       FD  incblokfile     data record is incblokrecord.
       01  incblokrecord.
           02 ibdebnr                   pic x(10).
           02 ibdatum                   pic 9(6).

       FD  pakbfile        data record is pakbrecord.
       01  pakbrecord.
           02 pborder                   pic x(4).
           02 pbdeb                     pic x(10).
           02 pbmutdatum                pic x(6).
           02 pbdatum                   pic 9(6).

       FD  orderreffile    data record is orderrefrecord.
       01  orderrefrecord.
           02 orsleutel.
              03 ordebnr                pic x(10).
              03 orreferentie           pic x(15).
           02 ordatum                   pic 9(6).
           02 oraantal                  pic 9(4).
           02 oreersteorder             pic 9(4).

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

       FD  bankgoedfile    data record is bankgoedrecord.
       01  bankgoedrecord.
           02 bgdebnr                   pic x(10).
           02 bgiban                    pic x(34).
           02 bgmachtiging              pic x(35).
           02 bggoedkeurder             pic x(20).
           02 bggoeddatum               pic 9(6).
           02 bgwijziger                pic x(20).
           02 bgwijzdatum               pic 9(6).

       FD      kherstelfile    data record is kherstelrecord.
        01      kherstelrecord.
                02 khdebnr                  pic x(10).
                02 khorder                  pic 9999.
                02 khfktnr                  pic 9(6).

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

      *  == generaties via bijlgen ==
       01  comm-gen.
           02 cgfunctie                 pic x.
           02 cgprogramma               pic x(8).
           02 cggennr                   pic 9(6).
           02 cgresultaat               pic x.
           02 cgmelding                 pic x(60).
           02 cgjaar                    pic xx.

      *  == de bestanden in de volgorde van het voorbeeld en de
      *     afdruk; per bestand of het er is (geopend) en hoeveel
      *     records van het oude nummer er in staan ==
       01  bestandwaarden.
           02 filler    pic x(12) value "artmut.zwa".
           02 filler    pic x(12) value "arthis.zwa".
           02 filler    pic x(12) value "fkthish.zwa".
           02 filler    pic x(12) value "debmut.zwa".
           02 filler    pic x(12) value "prijs.zwa".
           02 filler    pic x(12) value "contract.zwa".
           02 filler    pic x(12) value "aanmniv.zwa".
           02 filler    pic x(12) value "incbatch.zwa".
           02 filler    pic x(12) value "incblok.zwa".
           02 filler    pic x(12) value "pakbon.zwa".
           02 filler    pic x(12) value "orderref.zwa".
           02 filler    pic x(12) value "debstam.zwa".
           02 filler    pic x(12) value "bankgoed.zwa".
       01  bestandtabel redefines bestandwaarden.
           02 bestnaam occurs 13        pic x(12).

       01  tellingtabel.
           02 bestandtelling occurs 13.
              03 aanwezig               pic x.
              03 telling                pic 9(6).
              03 conflicten             pic 9(4).

      *  == een regel van de afdruk: bestand, het record en wat er
      *     mee is gebeurd ==
       01  dsvregelrec.
           02 filler                    pic x(4) value spaces.
           02 drbestand                 pic x(12).
           02 filler                    pic x(2) value spaces.
           02 drgegevens                pic x(50).
           02 filler                    pic x(2) value spaces.
           02 dractie                   pic x(44).

       01  aanmbewaar.
           02 abdebnr                   pic x(10).
           02 abniveau                  pic 9.
           02 abdatum                   pic 9(6).

        77      aantalfout                pic 9(4).
        77      aantalfoutpr              pic zzz9.
        77      aantalpr                  pic zzzzz9.
        77      bedragpr                  pic -zzzzzz9.99.
        77      bestandnr                 pic 99.
        77      bezetnr                   pic 99.
        77      bezetstatus               pic x(2).
        77      coaantalpr                pic zzzzz9.99.
        77      conflictcon               pic x(5).
        77      conflictprs               pic x(5).
        77      contractbewaar            pic x(35).
        77      datum                     pic 9(6).
        77      debnrnaar                 pic x(10).
        77      debnroud                  pic x(10).
        77      eindebestand              pic x.
        77      exc-num                   pic 99.
        77      gebruiker                 pic x(20).
        77      gevonden                  pic x.
        77      hernummeren               pic x.
        77      incblokbewaar             pic x(16).
        77      keuze                     pic x.
        77      kredlimiet                pic 9(7).
        77      kredlimietpr              pic zzzzzz9.
        77      openstatus                pic x(2).
        77      orderrefbewaar            pic x(39).
        77      oudsamen                  pic x(10).
        77      prijsbewaar               pic x(28).
        77      printregel                pic x(132).
        77      regelnr                   pic 99.
        77      saldonaar                 pic s9(8)v99.
        77      saldonaarpr               pic -zzzzzzz9.99.
        77      saldooud                  pic s9(8)v99.
        77      saldooudpr                pic -zzzzzzz9.99.
        77      saldosamen                pic s9(8)v99.
        77      saldosamenpr              pic -zzzzzzz9.99.
        77      statusaanmfl              pic x(2).
        77      statusarthisfl            pic x(2).
        77      statusartmutfl            pic x(2).
        77      statusbankgoedfl          pic x(2).
        77      statuscontractfl          pic x(2).
        77      statusdebmutfl            pic x(2).
        77      statusdebstamfl           pic x(2).
        77      statusfkthisfl            pic x(2).
        77      statusherstelfl           pic x(2).
        77      statusincbatchfl          pic x(2).
        77      statusincblokfl           pic x(2).
        77      statusorderreffl          pic x(2).
        77      statuspakbfl              pic x(2).
        77      statusprijsfl             pic x(2).
        77      statusprintfl             pic x(2).
        77      totaal                    pic 9(7).
        77      totaalpr                  pic zzzzzz9.
        77      definitief                pic x.
        77      vorigeorderref            pic x(25).
        77      vorigesleutel             pic x(15).
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
           display "Debiteur samenvoegen / hernummeren" line 1
           position 23.
           display "Gebruiker:" line 2 position 1.
           display gebruiker line 2 position 12.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Oud debiteurnummer (vervalt):" line 4
           position 1 erase eol.
           display "Naar debiteurnummer:" line 6 position 1
           erase eol.

       OUDVRAAG.
           move spaces to debnroud.
           accept debnroud line 4 position 32 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           inspect debnroud converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if debnroud = spaces go to oudvraag.
           display debnroud line 4 position 32.
           open input debstamfile.
           move debnroud to debnr.
           read debstamfile record key debnr invalid key
              display "Onbekend debiteurnummer, opnieuw invoeren"
              line 5 position 1 erase eol
              close debstamfile
              go to oudvraag
           end-read.
           close debstamfile.
           display debnaam1 line 5 position 1 erase eol.
           move debsamengevoegd to oudsamen.
           if oudsamen = low-values move spaces to oudsamen.
           move debkredlimiet to kredlimiet.
           if oudsamen not = spaces
              display "Al samengevoegd met" line 5 position 40
              display oudsamen line 5 position 60
           end-if.

       NAARVRAAG.
           move spaces to debnrnaar.
           accept debnrnaar line 6 position 32 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           inspect debnrnaar converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if debnrnaar = spaces go to naarvraag.
           display debnrnaar line 6 position 32.
           if debnrnaar = debnroud
              display "Doelnummer gelijk aan het oude nummer"
              line 7 position 1 erase eol
              go to naarvraag
           end-if.
      *  == een eenmaal samengevoegd nummer kan alleen nog naar
      *     hetzelfde doel (achtergebleven records nazenden) ==
           if oudsamen not = spaces and oudsamen not = debnrnaar
              display "Oud nummer is al samengevoegd met"
              line 7 position 1 erase eol
              display oudsamen line 7 position 35
              display "; alleen dat doel is mogelijk" line 7
              position 46
              go to naarvraag
           end-if.
           move "N" to hernummeren.
           open input debstamfile.
           move debnrnaar to debnr.
           read debstamfile record key debnr invalid key
              move "J" to hernummeren
           end-read.
           close debstamfile.
           if hernummeren = "J"
              display "Nieuw nummer: de debiteur wordt hernummerd"
              line 7 position 1 erase eol
           else
              if debsamengevoegd not = spaces and
                 debsamengevoegd not = low-values
                 display "Doelnummer is zelf samengevoegd met"
                 line 7 position 1 erase eol
                 display debsamengevoegd line 7 position 37
                 go to naarvraag
              end-if
              display debnaam1 line 7 position 1 erase eol
              move debkredlimiet to kredlimiet
           end-if.

      *  == een onderbroken faktuurrun moet eerst worden afgemaakt:
      *     de herstelrun zoekt de regels op het debiteurnummer ==
           open input kherstelfile.
           if statusherstelfl = "00"
              move spaces to khdebnr
              read kherstelfile next record end-read
              close kherstelfile
              if khdebnr not = spaces and khdebnr not = low-values
                 display "Er is een onderbroken faktuurrun (debiteur"
                 line 22 position 1 erase eol
                 display khdebnr line 22 position 44
                 display "); eerst de herstelrun in bijlfktp."
                 line 23 position 1 erase eol
                 accept x line 23 position 40 tab
                 go to keuzevraag
              end-if
           end-if.

       VOORBEELD.
           display "Bezig met tellen..." line 22 position 1 erase eol.
           move "N" to definitief.
           perform openalles.
           if bezetnr not = zero
              perform sluitalles
              go to bestandbezet
           end-if.
           perform overzetten.
           perform sluitalles.

           display "Bestand         Records" line 8 position 3.
           perform tellingtonen varying bestandnr from 1 by 1
           until bestandnr > 11.
           move saldooud to saldooudpr.
           move saldonaar to saldonaarpr.
           compute saldosamen = saldooud + saldonaar.
           move saldosamen to saldosamenpr.
           display "Saldo oud:" line 21 position 1 erase eol.
           display saldooudpr line 21 position 12.
           display "naar:" line 21 position 26.
           display saldonaarpr line 21 position 32.
           display "samen:" line 21 position 46.
           display saldosamenpr line 21 position 53.
           move kredlimiet to kredlimietpr.
           display "Kredietlimiet doel:" line 20 position 1 erase eol.
           display kredlimietpr line 20 position 21.
           if saldosamen > kredlimiet and kredlimiet > zero
              display "samen boven de limiet" line 20 position 30
           end-if.

      *  == nogmaals naar hetzelfde doel zonder achtergebleven
      *     records: niets te doen ==
           move zero to totaal.
           perform totaaltel varying bestandnr from 1 by 1
           until bestandnr > 11.
           if oudsamen = debnrnaar and totaal = zero
              display "Al samengevoegd; er is niets meer over te"
              " zetten." line 22 position 1 erase eol
              accept x line 22 position 55 tab
              go to keuzevraag
           end-if.

           if conflicten(5) not = zero or conflicten(6) not = zero
              display "Eerst oplossen: afspraakprijs of contract bij"
              " beide nummers voor artikel" line 22 position 1
              erase eol
              if conflicten(5) not = zero
                 display conflictprs line 23 position 1 erase eol
                 display "(prijs, bijlprs)" line 23 position 7
              else
                 display space line 23 position 1 erase eol
              end-if
              if conflicten(6) not = zero
                 display conflictcon line 23 position 25
                 display "(contract, bijlcon)" line 23 position 31
              end-if
              accept x line 23 position 55 tab
              go to keuzevraag
           end-if.

           if hernummeren = "J"
              display "Hernummeren naar" line 22 position 1 erase eol
           else
              display "Samenvoegen met" line 22 position 1 erase eol
           end-if.
           display debnrnaar line 22 position 18.
           display "= J" line 22 position 29.
           accept x line 22 position 33 tab
           on exception exc-num if exc-num = 27 go to keuzevraag
           end-if.
           if x not = "J" and not = "j" go to keuzevraag.

       VERWERKEN.
      *  == eerst een backupgeneratie; mislukt die, dan niets ==
           move "B" to cgfunctie.
           move "BIJLDSV" to cgprogramma.
           call "bijlgen.cob" using comm-gen end-call.
           if cgresultaat not = "J"
              display "Backup mislukt, er is niets gewijzigd:"
              line 22 position 1 erase eol
              display cgmelding line 23 position 1 erase eol
              accept x line 23 position 70 tab
              go to keuzevraag
           end-if.

           move "J" to definitief.
           perform openalles.
           if bezetnr not = zero
              perform sluitalles
              go to bestandbezet
           end-if.
           display "Bezig..." line 22 position 1 erase eol.
           display space line 23 position 1 erase eol.
           move zero to aantalfout.
           move spaces to dractie.
           open output printfile.
           move spaces to printregel.
           if hernummeren = "J"
              string "    Debiteur hernummeren: " debnroud " naar "
              debnrnaar ", per " datum ", door " gebruiker
              delimited size into printregel
           else
              string "    Debiteur samenvoegen: " debnroud " met "
              debnrnaar ", per " datum ", door " gebruiker
              delimited size into printregel
           end-if.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string "    Backupgeneratie vooraf: " cggennr
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           "------------"
           delimited size into printregel.
           write printrecord from printregel after advancing 1 lines
           end-write.
           move spaces to printregel.
           string
           "    Bestand       Record"
           "                                              Actie"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           "------------"
           delimited size into printregel.
           write printrecord from printregel end-write.

           perform overzetten.
           perform debstambij.
           if hernummeren = "J" perform bankgoedbij.
           perform sluitalles.

           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------"
           "------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           perform totaalregel varying bestandnr from 1 by 1
           until bestandnr > 13.
           if aantalfout not = zero
              move aantalfout to aantalfoutpr
              move spaces to printregel
              string "    LET OP: " aantalfoutpr
              " record(s) niet gewijzigd, zie de regels hierboven"
              delimited size into printregel
              write printrecord from printregel end-write
           end-if.
           close printfile.

           move zero to totaal.
           perform totaaltel varying bestandnr from 1 by 1
           until bestandnr > 13.
           move totaal to totaalpr.
           display "Gereed:" line 22 position 1 erase eol.
           display totaalpr line 22 position 9.
           display "record(s) gewijzigd, zie de afdruk." line 22
           position 17.
           if aantalfout not = zero
              move aantalfout to aantalfoutpr
              display "LET OP:" line 23 position 1 erase eol
              display aantalfoutpr line 23 position 9
              display "record(s) NIET gewijzigd." line 23
              position 14
           end-if.
           accept x line 23 position 45 tab.
           go to keuzevraag.

       BESTANDBEZET.
           display "In gebruik bij een andere gebruiker:" line 22
           position 1 erase eol.
           display bestnaam(bezetnr) line 22 position 38.
           display "status" line 22 position 51.
           display bezetstatus line 22 position 58.
           display "Er is niets gewijzigd; later opnieuw." line 23
           position 1 erase eol.
           accept x line 23 position 45 tab.
           go to keuzevraag.

       TELLINGTONEN.
           compute regelnr = bestandnr + 8.
           move telling(bestandnr) to aantalpr.
           display bestnaam(bestandnr) line regelnr position 3
           erase eol.
           display aantalpr line regelnr position 20.
           if conflicten(bestandnr) not = zero
              move conflicten(bestandnr) to aantalpr
              display "bij beide nummers:" line regelnr position 30
              display aantalpr line regelnr position 49
           end-if.

       TOTAALREGEL.
           move telling(bestandnr) to aantalpr.
           move spaces to printregel.
           string "    " bestnaam(bestandnr) "  " aantalpr
           " record(s)" delimited size into printregel.
           write printrecord from printregel end-write.

       TOTAALTEL.
           add telling(bestandnr) to totaal.

      *  == alle bestanden openen: voor het voorbeeld input, voor
      *     het overzetten i-o. een bestand dat niet bestaat (35)
      *     telt als leeg; lukt het openen anders niet, dan heeft
      *     een andere gebruiker het open ==
       OPENALLES.
           move zero to bezetnr.
           move spaces to bezetstatus.
           move zero to saldooud saldonaar.
           move spaces to conflictprs conflictcon.
           perform tellingleeg varying bestandnr from 1 by 1
           until bestandnr > 13.
           move 1 to bestandnr.
           if definitief = "J"
              open i-o artmutfile
           else
              open input artmutfile
           end-if.
           move statusartmutfl to openstatus.
           perform openuitslag.
           move 2 to bestandnr.
           if definitief = "J"
              open i-o arthisfile
           else
              open input arthisfile
           end-if.
           move statusarthisfl to openstatus.
           perform openuitslag.
           move 3 to bestandnr.
           if definitief = "J"
              open i-o fkthisfile
           else
              open input fkthisfile
           end-if.
           move statusfkthisfl to openstatus.
           perform openuitslag.
           move 4 to bestandnr.
           if definitief = "J"
              open i-o debmutfile
           else
              open input debmutfile
           end-if.
           move statusdebmutfl to openstatus.
           perform openuitslag.
           move 5 to bestandnr.
           if definitief = "J"
              open i-o prijsfile
           else
              open input prijsfile
           end-if.
           move statusprijsfl to openstatus.
           perform openuitslag.
           move 6 to bestandnr.
           if definitief = "J"
              open i-o contractfile
           else
              open input contractfile
           end-if.
           move statuscontractfl to openstatus.
           perform openuitslag.
           move 7 to bestandnr.
           if definitief = "J"
              open i-o aanmfile
           else
              open input aanmfile
           end-if.
           move statusaanmfl to openstatus.
           perform openuitslag.
           move 8 to bestandnr.
           if definitief = "J"
              open i-o incbatchfile
           else
              open input incbatchfile
           end-if.
           move statusincbatchfl to openstatus.
           perform openuitslag.
           move 9 to bestandnr.
           if definitief = "J"
              open i-o incblokfile
           else
              open input incblokfile
           end-if.
           move statusincblokfl to openstatus.
           perform openuitslag.
           move 10 to bestandnr.
           if definitief = "J"
              open i-o pakbfile
           else
              open input pakbfile
           end-if.
           move statuspakbfl to openstatus.
           perform openuitslag.
           move 11 to bestandnr.
           if definitief = "J"
              open i-o orderreffile
           else
              open input orderreffile
           end-if.
           move statusorderreffl to openstatus.
           perform openuitslag.
           move 12 to bestandnr.
           if definitief = "J"
              open i-o debstamfile
           else
              open input debstamfile
           end-if.
           move statusdebstamfl to openstatus.
           perform openuitslag.
           move 13 to bestandnr.
           if definitief = "J"
              open i-o bankgoedfile
           else
              open input bankgoedfile
           end-if.
           move statusbankgoedfl to openstatus.
           perform openuitslag.

       TELLINGLEEG.
           move "N" to aanwezig(bestandnr).
           move zero to telling(bestandnr).
           move zero to conflicten(bestandnr).

       OPENUITSLAG.
           if openstatus = "00"
              move "J" to aanwezig(bestandnr)
           else
              if openstatus not = "35" and bezetnr = zero
                 move bestandnr to bezetnr
                 move openstatus to bezetstatus
              end-if
           end-if.

       SLUITALLES.
           if aanwezig(1) = "J" close artmutfile end-if.
           if aanwezig(2) = "J" close arthisfile end-if.
           if aanwezig(3) = "J" close fkthisfile end-if.
           if aanwezig(4) = "J" close debmutfile end-if.
           if aanwezig(5) = "J" close prijsfile end-if.
           if aanwezig(6) = "J" close contractfile end-if.
           if aanwezig(7) = "J" close aanmfile end-if.
           if aanwezig(8) = "J" close incbatchfile end-if.
           if aanwezig(9) = "J" close incblokfile end-if.
           if aanwezig(10) = "J" close pakbfile end-if.
           if aanwezig(11) = "J" close orderreffile end-if.
           if aanwezig(12) = "J" close debstamfile end-if.
           if aanwezig(13) = "J" close bankgoedfile end-if.

      *  == per bestand de records van het oude nummer langs; in
      *     het voorbeeld alleen tellen, bij verwerken ook
      *     overzetten en afdrukken ==
       OVERZETTEN.
           perform artmutover.
           perform arthisover.
           perform fkthisover.
           perform debmutover.
           perform prijsover.
           perform contractover.
           perform aanmover.
           perform incbatchover.
           perform incblokover.
           perform pakbover.
           perform orderrefover.

       ARTMUTOVER.
           move 1 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(1) = "J"
              move "N" to eindebestand
              move low-values to morder
              start artmutfile key not < morder invalid key
                 move "J" to eindebestand
              end-start
           end-if.
           perform artmutover0 until eindebestand = "J".

       ARTMUTOVER0.
           read artmutfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" and mdeb = debnroud
              add 1 to telling(1)
              if definitief = "J"
                 move debnrnaar to mdeb
                 rewrite artmutrecord invalid key
                    perform herschryffout
                 end-rewrite
                 move spaces to drgegevens
                 string "order " morder "  artikel " martnr
                 "  datum " mdatum delimited size into drgegevens
                 perform meldregel
              end-if
           end-if.

       ARTHISOVER.
           move 2 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(2) = "J" move "N" to eindebestand.
           perform arthisover0 until eindebestand = "J".

       ARTHISOVER0.
           read arthisfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" and hdeb = debnroud
              add 1 to telling(2)
              if definitief = "J"
                 move debnrnaar to hdeb
                 rewrite arthisrecord end-rewrite
                 if statusarthisfl not = "00"
                    perform herschryffout
                 end-if
                 move spaces to drgegevens
                 string "order " horder "  artikel " hartnr
                 "  datum " hdatum delimited size into drgegevens
                 perform meldregel
              end-if
           end-if.

       FKTHISOVER.
           move 3 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(3) = "J"
              move "N" to eindebestand
              move low-values to fhfktnr
              start fkthisfile key not < fhfktnr invalid key
                 move "J" to eindebestand
              end-start
           end-if.
           perform fkthisover0 until eindebestand = "J".

       FKTHISOVER0.
           read fkthisfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" and fhdeb = debnroud
              add 1 to telling(3)
              if definitief = "J"
                 move debnrnaar to fhdeb
                 rewrite fkthisrecord invalid key
                    perform herschryffout
                 end-rewrite
                 move spaces to drgegevens
                 string "faktuur " fhfktnr "  artikel " fhartnr
                 "  datum " fhfktdatum delimited size into drgegevens
                 perform meldregel
              end-if
           end-if.

      *  == debmutfile: ook het open saldo van beide nummers ==
       DEBMUTOVER.
           move 4 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(4) = "J" move "N" to eindebestand.
           perform debmutover0 until eindebestand = "J".

       DEBMUTOVER0.
           read debmutfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" and dmdebnr = debnrnaar
              add dmbedrag to saldonaar
           end-if.
           if eindebestand = "N" and dmdebnr = debnroud
              add 1 to telling(4)
              add dmbedrag to saldooud
              if definitief = "J"
                 move debnrnaar to dmdebnr
                 rewrite debmutrecord end-rewrite
                 if statusdebmutfl not = "00"
                    perform herschryffout
                 end-if
                 move dmbedrag to bedragpr
                 move spaces to drgegevens
                 string "faktuur " dmfktnr "  per. " dmperiode
                 "  " dmtrek "  " bedragpr
                 delimited size into drgegevens
                 perform meldregel
              end-if
           end-if.

      *  == prijsfile: het debiteurnummer zit in de sleutel, dus
      *     verwijderen en onder het doelnummer opnieuw schrijven.
      *     na elk record opnieuw positioneren achter de vorige
      *     sleutel ==
       PRIJSOVER.
           move 5 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(5) = "J"
              move "N" to eindebestand
              move debnroud to prdebnr
              move low-values to prartnr
              move prsleutel to vorigesleutel
           end-if.
           perform prijsover0 until eindebestand = "J".

       PRIJSOVER0.
           move vorigesleutel to prsleutel.
           start prijsfile key > prsleutel invalid key
              move "J" to eindebestand
           end-start.
           if eindebestand = "N"
              read prijsfile next record at end
                 move "J" to eindebestand
              end-read
           end-if.
           if eindebestand = "N" and prdebnr not = debnroud
              move "J" to eindebestand
           end-if.
           if eindebestand = "N" perform prijsrecordover.

       PRIJSRECORDOVER.
           move prsleutel to vorigesleutel.
           move prijsrecord to prijsbewaar.
           add 1 to telling(5).
           move debnrnaar to prdebnr.
           move "N" to gevonden.
           read prijsfile record key prsleutel
              invalid key continue
              not invalid key move "J" to gevonden
           end-read.
           move prijsbewaar to prijsrecord.
           if gevonden = "J"
              add 1 to conflicten(5)
              if conflictprs = spaces move prartnr to conflictprs
              end-if
           end-if.
           if definitief = "J"
              move spaces to drgegevens
              string "artikel " prartnr "  vanaf " prgeldigvanaf
              "  prijs " prprys delimited size into drgegevens
              if gevonden = "J"
                 move "NIET overgezet: doel heeft al een afspraak"
                 to dractie
                 add 1 to aantalfout
              else
                 delete prijsfile record end-delete
                 move "V" to cwsoort
                 perform prijslog
                 move debnrnaar to prdebnr
                 write prijsrecord invalid key
                    perform herschryffout
                 end-write
                 move "N" to cwsoort
                 perform prijslog
              end-if
              perform meldregel
           end-if.

       PRIJSLOG.
           move "PRIJS" to cwbestand.
           move prsleutel to cwsleutel.
           move "PRDEBNR" to cwveld.
           move debnroud to cwoud.
           move debnrnaar to cwnieuw.
           call "bijlwlg.cob" using comm-wlg end-call.

      *  == contractfile: zelfde werkwijze als prijsfile ==
       CONTRACTOVER.
           move 6 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(6) = "J"
              move "N" to eindebestand
              move debnroud to codebnr
              move low-values to coartnr
              move cosleutel to vorigesleutel
           end-if.
           perform contractover0 until eindebestand = "J".

       CONTRACTOVER0.
           move vorigesleutel to cosleutel.
           start contractfile key > cosleutel invalid key
              move "J" to eindebestand
           end-start.
           if eindebestand = "N"
              read contractfile next record at end
                 move "J" to eindebestand
              end-read
           end-if.
           if eindebestand = "N" and codebnr not = debnroud
              move "J" to eindebestand
           end-if.
           if eindebestand = "N" perform contractrecordover.

       CONTRACTRECORDOVER.
           move cosleutel to vorigesleutel.
           move contractrecord to contractbewaar.
           add 1 to telling(6).
           move debnrnaar to codebnr.
           move "N" to gevonden.
           read contractfile record key cosleutel
              invalid key continue
              not invalid key move "J" to gevonden
           end-read.
           move contractbewaar to contractrecord.
           if gevonden = "J"
              add 1 to conflicten(6)
              if conflictcon = spaces move coartnr to conflictcon
              end-if
           end-if.
           if definitief = "J"
              move coaantal to coaantalpr
              move spaces to drgegevens
              string "artikel " coartnr "  aantal " coaantalpr
              "  laatst " colaatste delimited size into drgegevens
              if gevonden = "J"
                 move "NIET overgezet: doel heeft al een contract"
                 to dractie
                 add 1 to aantalfout
              else
                 delete contractfile record end-delete
                 move "V" to cwsoort
                 perform contractlog
                 move debnrnaar to codebnr
                 write contractrecord invalid key
                    perform herschryffout
                 end-write
                 move "N" to cwsoort
                 perform contractlog
              end-if
              perform meldregel
           end-if.

       CONTRACTLOG.
           move "CONTRACT" to cwbestand.
           move cosleutel to cwsleutel.
           move "CODEBNR" to cwveld.
           move debnroud to cwoud.
           move debnrnaar to cwnieuw.
           call "bijlwlg.cob" using comm-wlg end-call.

      *  == aanmaningsniveau: het hoogste van beide blijft staan
      *     (bij gelijk niveau de laatste datum) ==
       AANMOVER.
           move 7 to bestandnr.
           move "N" to gevonden.
           if aanwezig(7) = "J"
              move debnroud to andebnr
              read aanmfile record key andebnr
                 invalid key continue
                 not invalid key move "J" to gevonden
              end-read
           end-if.
           if gevonden = "J"
              add 1 to telling(7)
              if definitief = "J" perform aanmrecordover end-if
           end-if.

       AANMRECORDOVER.
           move aanmrecord to aanmbewaar.
           delete aanmfile record end-delete.
           move spaces to drgegevens.
           string "niveau " abniveau "  datum " abdatum
           delimited size into drgegevens.
           move debnrnaar to andebnr.
           move "N" to gevonden.
           read aanmfile record key andebnr
              invalid key continue
              not invalid key move "J" to gevonden
           end-read.
           if gevonden = "N"
              move aanmbewaar to aanmrecord
              move debnrnaar to andebnr
              write aanmrecord invalid key
                 perform herschryffout
              end-write
           else
              if anniveau < abniveau or
                 (anniveau = abniveau and andatum < abdatum)
                 move abniveau to anniveau
                 move abdatum to andatum
                 move "niveau overgenomen door doelnummer"
                 to dractie
                 rewrite aanmrecord invalid key
                    perform herschryffout
                 end-rewrite
              else
                 move "vervallen, doelnummer heeft al hoger niveau"
                 to dractie
              end-if
           end-if.
           perform meldregel.

       INCBATCHOVER.
           move 8 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(8) = "J" move "N" to eindebestand.
           perform incbatchover0 until eindebestand = "J".

       INCBATCHOVER0.
           read incbatchfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" and btdebnr = debnroud
              add 1 to telling(8)
              if definitief = "J"
                 move debnrnaar to btdebnr
                 rewrite incbatchrecord end-rewrite
                 if statusincbatchfl not = "00"
                    perform herschryffout
                 end-if
                 move btbedrag to bedragpr
                 move spaces to drgegevens
                 string "batch " btbatchnr "  faktuur " btfktnr
                 "  " bedragpr delimited size into drgegevens
                 perform meldregel
              end-if
           end-if.

      *  == incassoblokkade gaat mee, tenzij het doel al
      *     geblokkeerd is ==
       INCBLOKOVER.
           move 9 to bestandnr.
           move "N" to gevonden.
           if aanwezig(9) = "J"
              move debnroud to ibdebnr
              read incblokfile record key ibdebnr
                 invalid key continue
                 not invalid key move "J" to gevonden
              end-read
           end-if.
           if gevonden = "J"
              add 1 to telling(9)
              if definitief = "J" perform incblokrecordover end-if
           end-if.

       INCBLOKRECORDOVER.
           move incblokrecord to incblokbewaar.
           delete incblokfile record end-delete.
           move spaces to drgegevens.
           string "geblokkeerd sinds " ibdatum
           delimited size into drgegevens.
           move debnrnaar to ibdebnr.
           read incblokfile record key ibdebnr
              invalid key
                 move incblokbewaar to incblokrecord
                 move debnrnaar to ibdebnr
                 write incblokrecord invalid key
                    perform herschryffout
                 end-write
              not invalid key
                 move "vervallen, doelnummer is al geblokkeerd"
                 to dractie
           end-read.
           perform meldregel.

       PAKBOVER.
           move 10 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(10) = "J"
              move "N" to eindebestand
              move low-values to pborder
              start pakbfile key not < pborder invalid key
                 move "J" to eindebestand
              end-start
           end-if.
           perform pakbover0 until eindebestand = "J".

       PAKBOVER0.
           read pakbfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" and pbdeb = debnroud
              add 1 to telling(10)
              if definitief = "J"
                 move debnrnaar to pbdeb
                 rewrite pakbrecord invalid key
                    perform herschryffout
                 end-rewrite
                 move spaces to drgegevens
                 string "order " pborder "  datum " pbdatum
                 delimited size into drgegevens
                 perform meldregel
              end-if
           end-if.

      *  == orderreffile: het debiteurnummer zit in de sleutel,
      *     werkwijze als prijsfile. heeft het doel dezelfde
      *     referentie al, dan blijft die van het doel staan en
      *     vervalt die van het oude nummer ==
       ORDERREFOVER.
           move 11 to bestandnr.
           move "J" to eindebestand.
           if aanwezig(11) = "J"
              move "N" to eindebestand
              move debnroud to ordebnr
              move low-values to orreferentie
              move orsleutel to vorigeorderref
           end-if.
           perform orderrefover0 until eindebestand = "J".

       ORDERREFOVER0.
           move vorigeorderref to orsleutel.
           start orderreffile key > orsleutel invalid key
              move "J" to eindebestand
           end-start.
           if eindebestand = "N"
              read orderreffile next record at end
                 move "J" to eindebestand
              end-read
           end-if.
           if eindebestand = "N" and ordebnr not = debnroud
              move "J" to eindebestand
           end-if.
           if eindebestand = "N" perform orderrefrecordover.

       ORDERREFRECORDOVER.
           move orsleutel to vorigeorderref.
           move orderrefrecord to orderrefbewaar.
           add 1 to telling(11).
           move debnrnaar to ordebnr.
           move "N" to gevonden.
           read orderreffile record key orsleutel
              invalid key continue
              not invalid key move "J" to gevonden
           end-read.
           move orderrefbewaar to orderrefrecord.
           if gevonden = "J" add 1 to conflicten(11).
           if definitief = "J"
              move spaces to drgegevens
              string "ref. " orreferentie "  datum " ordatum
              "  order " oreersteorder delimited size into drgegevens
              delete orderreffile record end-delete
              if gevonden = "J"
                 move "vervallen, doelnummer heeft de referentie al"
                 to dractie
              else
                 move debnrnaar to ordebnr
                 write orderrefrecord invalid key
                    perform herschryffout
                 end-write
              end-if
              perform meldregel
           end-if.

      *  == debstamfile: bij hernummeren de stamgegevens onder het
      *     nieuwe nummer; het oude nummer krijgt het doelnummer in
      *     debsamengevoegd, evenals eerder met het oude nummer
      *     samengevoegde debiteuren ==
       DEBSTAMBIJ.
           move 12 to bestandnr.
           move debnroud to debnr.
           move "J" to gevonden.
           read debstamfile record key debnr invalid key
              move "N" to gevonden
           end-read.
           if gevonden = "J"
              perform debstammerk
           else
              move spaces to drgegevens
              perform herschryffout
              move "NIET GEVONDEN in debstam.zwa" to dractie
              perform meldregel
           end-if.

           move "N" to eindebestand.
           move low-values to debnr.
           start debstamfile key not < debnr invalid key
              move "J" to eindebestand
           end-start.
           perform ketenover0 until eindebestand = "J".

       DEBSTAMMERK.
           if hernummeren = "J"
              move debnrnaar to debnr
              move spaces to debsamengevoegd
              write debstamrecord invalid key
                 perform herschryffout
              end-write
              add 1 to telling(12)
              move "DEBSTAM" to cwbestand
              move debnrnaar to cwsleutel
              move "DEBNR" to cwveld
              move "N" to cwsoort
              move spaces to cwoud
              move debnroud to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
              move spaces to drgegevens
              string "nieuw nummer " debnrnaar
              delimited size into drgegevens
              if dractie = spaces
                 string "stamgegevens van " debnroud
                 delimited size into dractie
              end-if
              perform meldregel
              move debnroud to debnr
              read debstamfile record key debnr end-read
           end-if.
           move debsamengevoegd to oudsamen.
           if oudsamen = low-values move spaces to oudsamen.
           if oudsamen not = debnrnaar
              move debnrnaar to debsamengevoegd
              rewrite debstamrecord invalid key
                 perform herschryffout
              end-rewrite
              add 1 to telling(12)
              move "DEBSTAM" to cwbestand
              move debnroud to cwsleutel
              move "DEBSAMENGEVOEGD" to cwveld
              move "W" to cwsoort
              move oudsamen to cwoud
              move debnrnaar to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
              move spaces to drgegevens
              string "debiteur " debnroud
              delimited size into drgegevens
              if dractie = spaces
                 string "samengevoegd met " debnrnaar
                 delimited size into dractie
              end-if
              perform meldregel
           end-if.

       KETENOVER0.
           read debstamfile next record at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N" and debsamengevoegd = debnroud
              move debnrnaar to debsamengevoegd
              rewrite debstamrecord invalid key
                 perform herschryffout
              end-rewrite
              add 1 to telling(12)
              move "DEBSTAM" to cwbestand
              move debnr to cwsleutel
              move "DEBSAMENGEVOEGD" to cwveld
              move "W" to cwsoort
              move debnroud to cwoud
              move debnrnaar to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
              move spaces to drgegevens
              string "debiteur " debnr
              delimited size into drgegevens
              if dractie = spaces
                 string "samengevoegd met " delimited size
                 debnroud delimited space " -> " debnrnaar
                 delimited size into dractie
              end-if
              perform meldregel
           end-if.

      *  == bij hernummeren gaat de goedkeuring van de
      *     bankgegevens mee: het zijn dezelfde gegevens ==
       BANKGOEDBIJ.
           move 13 to bestandnr.
           move "N" to gevonden.
           if aanwezig(13) = "J"
              move debnroud to bgdebnr
              read bankgoedfile record key bgdebnr
                 invalid key continue
                 not invalid key move "J" to gevonden
              end-read
           end-if.
           if gevonden = "J"
              move debnrnaar to bgdebnr
              write bankgoedrecord invalid key
                 perform herschryffout
              end-write
              add 1 to telling(13)
              move "BANKGOED" to cwbestand
              move debnrnaar to cwsleutel
              move "BGDEBNR" to cwveld
              move "N" to cwsoort
              move debnroud to cwoud
              move debnrnaar to cwnieuw
              call "bijlwlg.cob" using comm-wlg end-call
              move spaces to drgegevens
              string "goedgekeurd " bggoeddatum " door "
              bggoedkeurder delimited size into drgegevens
              perform meldregel
           end-if.

       HERSCHRYFFOUT.
           move "NIET GEWIJZIGD (schrijffout)" to dractie.
           add 1 to aantalfout.

      *  == een regel op de afdruk; zonder bijzondere actie is het
      *     gewoon oud -> nieuw nummer ==
       MELDREGEL.
           move bestnaam(bestandnr) to drbestand.
           if dractie = spaces
              string debnroud delimited space " -> " delimited size
              debnrnaar delimited space into dractie
           end-if.
           move spaces to printregel.
           move dsvregelrec to printregel.
           write printrecord from printregel end-write.
           move spaces to dractie.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
