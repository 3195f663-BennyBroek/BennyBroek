        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlgen.
      *  GENERATIEBACKUP VAN DE BESTANDEN DIE DE KRITIEKE RUNS
      *  (BATCHRUN BIJLFKTP, BIJLBIM, BIJLINC, BIJLJAF, BIJLDSV)
      *  BIJWERKEN.
      *  FUNCTIE B: VOOR DE RUN EEN GENUMMERDE GENERATIE MAKEN. ELK
      *  BESTAND WORDT RECORD VOOR RECORD GEKOPIEERD NAAR
      *  C:\CBL\BIJL\BACKUP\GENSSNN.ZWA (SS = VAK, NN = BESTAND);
      *  DE MAP MOET BESTAAN. PER GENERATIE STAAT IN BACKUPGN.ZWA
      *  HET NUMMER, DATUM, TIJD, PROGRAMMA, GEBRUIKER (AANMELDNAAM,
      *  OMGEVINGSVARIABELE USERNAME), WELKE BESTANDEN ER WAREN EN
      *  HOEVEEL RECORDS. HET AANTAL TE BEWAREN GENERATIES STAAT IN
      *  BACKUPCF.ZWA (ONDERHOUD VIA BIJLTRZ, ZONDER BESTAND 5); DE
      *  OUDSTE GENERATIES VERVALLEN EN HUN VAK WORDT HERGEBRUIKT.
      *  FUNCTIE T: EEN VOLLEDIGE GENERATIE TERUGZETTEN (BIJLTRZ).
      *  EERST WORDT GETOETST OF ALLE BACKUPBESTANDEN ER ZIJN EN OF
      *  GEEN ENKEL BESTAND BIJ EEN ANDERE GEBRUIKER OPEN STAAT
      *  (EXCLUSIEF OPENEN, ZOALS BIJLNUM EN BIJLDMW); ANDERS WORDT
      *  ER NIETS TERUGGEZET. EEN BESTAND DAT BIJ HET MAKEN VAN DE
      *  GENERATIE NOG NIET BESTOND, BLIJFT ONAANGEROERD.
      *  UITKOMST VIA DE LINKAGE: CGRESULTAAT J/N EN EEN MELDING.
      *    2026 eerste versie.
      *    2026 contract.zwa, aanmniv.zwa en pakbon.zwa horen ook
      *    bij de generatie (debiteur samenvoegen, bijldsv).
      *    2026 een generatie van bijljaf legt het afgesloten jaar
      *    vast (gnjaar, via cgjaar); wordt zo'n generatie
      *    teruggezet, dan worden de jaararchieven arthis.jj,
      *    fkthish.jj en debmut.jj van dat jaar leeggemaakt, zodat
      *    de jaarafsluiting opnieuw kan draaien. peromb.zwa (log
      *    van omgeleide periodes, bijldmw) en wijzlog.zwa horen
      *    bewust niet bij de generatie: een logboek moet na het
      *    terugzetten blijven tonen wat er gebeurd is.

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
           select backupfile assign to disk bupnaam
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbackupfl.
           select archieffile assign to disk archnaam
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusarchieffl.

      *  == de bestanden van de generatie, in de volgorde van
      *     bestandtabel ==
           select artikelfile assign to disk
                                  "c:\cbl\bijl\artfl.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is artnr
                                  file status is statusbestandfl.
           select artmutfile assign to disk
                                  "c:\cbl\bijl\artmut.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is morder
                                  file status is statusbestandfl.
           select arthisfile assign to disk
                                  "c:\cbl\bijl\arthis.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select fkthisfile assign to disk
                                  "c:\cbl\bijl\fkthish.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is fhfktnr with duplicates
                                  file status is statusbestandfl.
           select debmutfile assign to disk
                                  "c:\cbl\bijl\debmut.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr
                                  file status is statusbestandfl.
           select kontrolefile assign to disk
                                  "c:\cbl\bijl\kontr.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select kherstelfile assign to disk
                                  "c:\cbl\bijl\kherstel.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select kfktfile assign to disk
                                  "c:\cbl\bijl\kfktnr.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select kincfile assign to disk
                                  "c:\cbl\bijl\kincnr.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select incbatchfile assign to disk
                                  "c:\cbl\bijl\incbatch.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select incblokfile assign to disk
                                  "c:\cbl\bijl\incblok.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is ibdebnr
                                  file status is statusbestandfl.
           select prijsfile assign to disk
                                  "c:\cbl\bijl\prijs.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is prsleutel
                                  file status is statusbestandfl.
           select bedrijffile assign to disk
                                  "c:\cbl\bijl\bedrijf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbestandfl.
           select bankgoedfile assign to disk
                                  "c:\cbl\bijl\bankgoed.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is bgdebnr
                                  file status is statusbestandfl.
           select contractfile assign to disk
                                  "c:\cbl\bijl\contract.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is cosleutel
                                  file status is statusbestandfl.
           select aanmfile assign to disk
                                  "c:\cbl\bijl\aanmniv.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is andebnr
                                  file status is statusbestandfl.
           select pakbfile assign to disk
                                  "c:\cbl\bijl\pakbon.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is pborder
                                  file status is statusbestandfl.

       DATA DIVISION.
       FILE SECTION.
      *  == een record per generatie; gnslot is het vak waarin de
      *     backupbestanden staan, gnstatus O = onvolledig (backup
      *     afgebroken), V = volledig ==
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

      *  == de kopie van een bestand: records van dezelfde lengte
      *     als het origineel ==
       FD  backupfile      record varying in size from 4 to 378
                           characters depending on buplengte.
       01  bupregel                     pic x(378).

      *  == een jaararchief van bijljaf, alleen om leeg te maken ==
       FD  archieffile     data record is archiefrecord.
       01  archiefrecord                pic x(80).

      *  == van de bestanden hieronder is alleen de sleutel nodig;
      *     de rest gaat ongezien mee ==
       FD  artikelfile     data record is artikelrecord.
       01  artikelrecord.
           02 artnr                     pic x(5).
           02 filler                    pic x(45).

       FD  artmutfile      data record is artmutrecord.
       01  artmutrecord.
           02 filler                    pic x(16).
           02 morder                    pic x(4).
           02 filler                    pic x(37).

       FD  arthisfile      data record is arthisrecord.
       01  arthisrecord                 pic x(67).

       FD  fkthisfile      data record is fkthisrecord.
       01  fkthisrecord.
           02 filler                    pic x(10).
           02 fhfktnr                   pic x(5).
           02 filler                    pic x(65).

       FD  debmutfile      data record is debmutrecord.
       01  debmutrecord                 pic x(57).

       FD  debstamfile     data record is debstamrecord.
       01  debstamrecord.
           02 debnr                     pic x(10).
           02 filler                    pic x(368).

       FD  kontrolefile    data record is kontrolerecord.
       01  kontrolerecord               pic x(4).

       FD  kherstelfile    data record is kherstelrecord.
       01  kherstelrecord               pic x(20).

       FD  kfktfile        data record is kfktrecord.
       01  kfktrecord                   pic x(5).

       FD  kincfile        data record is kincrecord.
       01  kincrecord                   pic x(4).

       FD  incbatchfile    data record is incbatchrecord.
       01  incbatchrecord               pic x(39).

       FD  incblokfile     data record is incblokrecord.
       01  incblokrecord.
           02 ibdebnr                   pic x(10).
           02 filler                    pic x(6).

       FD  prijsfile       data record is prijsrecord.
       01  prijsrecord.
           02 prsleutel                 pic x(15).
           02 filler                    pic x(13).

       FD  bedrijffile     data record is bedrijfrecord.
       01  bedrijfrecord                pic x(167).

       FD  bankgoedfile    data record is bankgoedrecord.
       01  bankgoedrecord.
           02 bgdebnr                   pic x(10).
           02 filler                    pic x(121).

       FD  contractfile    data record is contractrecord.
       01  contractrecord.
           02 cosleutel                 pic x(15).
           02 filler                    pic x(20).

       FD  aanmfile        data record is aanmrecord.
       01  aanmrecord.
           02 andebnr                   pic x(10).
           02 filler                    pic x(7).

       FD  pakbfile        data record is pakbrecord.
       01  pakbrecord.
           02 pborder                   pic x(4).
           02 filler                    pic x(22).

       WORKING-STORAGE SECTION.

      *  == naam en recordlengte per bestand, in de volgorde van
      *     gnbestand ==
       01  bestandwaarden.
           02 filler    pic x(15) value "artfl.zwa   050".
           02 filler    pic x(15) value "artmut.zwa  057".
           02 filler    pic x(15) value "arthis.zwa  067".
           02 filler    pic x(15) value "fkthish.zwa 080".
           02 filler    pic x(15) value "debmut.zwa  057".
           02 filler    pic x(15) value "debstam.zwa 378".
           02 filler    pic x(15) value "kontr.zwa   004".
           02 filler    pic x(15) value "kherstel.zwa020".
           02 filler    pic x(15) value "kfktnr.zwa  005".
           02 filler    pic x(15) value "kincnr.zwa  004".
           02 filler    pic x(15) value "incbatch.zwa039".
           02 filler    pic x(15) value "incblok.zwa 016".
           02 filler    pic x(15) value "prijs.zwa   028".
           02 filler    pic x(15) value "bedrijf.zwa 167".
           02 filler    pic x(15) value "bankgoed.zwa131".
           02 filler    pic x(15) value "contract.zwa035".
           02 filler    pic x(15) value "aanmniv.zwa 017".
           02 filler    pic x(15) value "pakbon.zwa  026".
       01  bestandtabel redefines bestandwaarden.
           02 bestand occurs 18.
              03 bestnaam               pic x(12).
              03 bestlengte             pic 999.

       01  slotwaarden.
           02 slotbezet occurs 99       pic x.

        77      aantalpr                  pic zzzzzz9.
        77      archnaam                  pic x(30).
        77      bestandnr                 pic 99.
        77      bewaren                   pic 99.
        77      bupbuffer                 pic x(378).
        77      buplengte                 pic 999.
        77      bupnaam                   pic x(40).
        77      datum                     pic 9(6).
        77      eindebestand              pic x.
        77      fout                      pic x.
        77      gebruiker                 pic x(20).
        77      gentel                    pic 999.
        77      hoogstegen                pic 9(6).
        77      oudstegen                 pic 9(6).
        77      slotnr                    pic 99.
        77      statusarchieffl           pic x(2).
        77      statusbackupfl            pic x(2).
        77      statusbestandfl           pic x(2).
        77      statusconfigfl            pic x(2).
        77      statusgenfl               pic x(2).
        77      teller                    pic 9(7).
        77      tijd                      pic 9(8).

       LINKAGE SECTION.
      *  == zelfde opbouw als comm-gen in de aanroepende
      *     programma's ==
       01  comm-gen.
           02 cgfunctie                 pic x.
           02 cgprogramma               pic x(8).
           02 cggennr                   pic 9(6).
           02 cgresultaat               pic x.
           02 cgmelding                 pic x(60).
           02 cgjaar                    pic xx.

       PROCEDURE DIVISION using comm-gen.
       HOOFD SECTION.

       AANVANG.
           move "N" to cgresultaat.
           move spaces to cgmelding.
           move "N" to fout.
           accept datum from date end-accept.
           accept tijd from time end-accept.
           move spaces to gebruiker.
           display "USERNAME" upon environment-name.
           accept gebruiker from environment-value.
           if gebruiker = spaces move "ONBEKEND" to gebruiker.
           inspect gebruiker converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if cgfunctie = "T" go to terugzetten.

       BACKUP.
      *  == aantal te bewaren generaties; eerste keer: 5 ==
           move 5 to bewaren.
           open input configfile.
           if statusconfigfl = "00"
              read configfile next record end-read
              if cfbewaren numeric and cfbewaren > zero
                 move cfbewaren to bewaren
              end-if
              close configfile
           end-if.
           if statusconfigfl = "35"
              open output configfile
              move bewaren to cfbewaren
              write configrecord end-write
              close configfile
           end-if.

           open i-o genfile.
           if statusgenfl = "35"
              open output genfile
              close genfile
              open i-o genfile
           end-if.
           if statusgenfl not = "00"
              move spaces to cgmelding
              string "generatie-index backupgn.zwa niet te openen, "
              "status " statusgenfl
              delimited size into cgmelding
              go to terug
           end-if.

       OPSCHONEN.
      *  == ruimte maken: de oudste generaties vervallen tot er een
      *     minder dan het te bewaren aantal over is ==
           perform gentellen.
           if gentel not < bewaren
              move oudstegen to gnnr
              delete genfile record invalid key continue
              end-delete
              go to opschonen
           end-if.
           perform slotzoek varying slotnr from 1 by 1
           until slotbezet(slotnr) = "N".

      *  == de generatie eerst als onvolledig vastleggen: breekt de
      *     backup af, dan blijft zichtbaar dat hij niet bruikbaar
      *     is ==
           move hoogstegen to gnnr.
           add 1 to gnnr.
           move slotnr to gnslot.
           move datum to gndatum.
           move tijd(1:6) to gntijd.
           move cgprogramma to gnprogramma.
           move gebruiker to gngebruiker.
           move "O" to gnstatus.
           move spaces to gnjaar.
           if cgprogramma = "BIJLJAF" move cgjaar to gnjaar.
           perform genleeg varying bestandnr from 1 by 1
           until bestandnr > 18.
           write genrecord invalid key
              move "generatie-index: schrijven mislukt" to cgmelding
              close genfile
              go to terug
           end-write.
           display "Backupgeneratie wordt gemaakt..." line 24
           position 1 erase eol.
           display gnnr line 24 position 34.

           perform bupbestand varying bestandnr from 1 by 1
           until bestandnr > 18 or fout = "J".

           if fout = "N"
              move "V" to gnstatus
              rewrite genrecord invalid key
                 move "J" to fout
                 move "generatie-index: herschrijven mislukt"
                 to cgmelding
              end-rewrite
           end-if.
           close genfile.
           display space line 24 position 1 erase eol.
           if fout = "N"
              move gnnr to cggennr
              move "J" to cgresultaat
           end-if.
           go to terug.

       TERUGZETTEN.
           open input genfile.
           if statusgenfl not = "00"
              move "geen generaties aanwezig (backupgn.zwa)"
              to cgmelding
              go to terug
           end-if.
           move cggennr to gnnr.
           read genfile record key gnnr invalid key
              move "onbekend generatienummer" to cgmelding
              close genfile
              go to terug
           end-read.
           if gnstatus not = "V"
              move "generatie is onvolledig, niet terug te zetten"
              to cgmelding
              close genfile
              go to terug
           end-if.

      *  == eerst alles toetsen, dan pas iets overschrijven ==
           perform bupaanwezig varying bestandnr from 1 by 1
           until bestandnr > 18 or fout = "J".
           if fout = "N"
              perform bezettoets varying bestandnr from 1 by 1
              until bestandnr > 18 or fout = "J"
           end-if.
           if fout = "J"
              close genfile
              go to terug
           end-if.

           display "Generatie wordt teruggezet..." line 24
           position 1 erase eol.
           perform terugbestand varying bestandnr from 1 by 1
           until bestandnr > 18 or fout = "J".
           if fout = "N" and gnprogramma = "BIJLJAF"
              and gnjaar not = spaces
              perform archiefleeg
           end-if.
           close genfile.
           display space line 24 position 1 erase eol.
           if fout = "N"
              move "J" to cgresultaat
           end-if.

       TERUG.
           exit program.

       GENTELLEN.
           move zero to gentel hoogstegen oudstegen.
           move all "N" to slotwaarden.
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
           if eindebestand = "N"
              add 1 to gentel
              if oudstegen = zero move gnnr to oudstegen end-if
              move gnnr to hoogstegen
              if gnslot > zero move "J" to slotbezet(gnslot) end-if
           end-if.

       SLOTZOEK.
           continue.

       GENLEEG.
           move "N" to gnaanwezig(bestandnr).
           move zero to gnaantal(bestandnr).

       BUPNAAMMAKEN.
           move spaces to bupnaam.
           string "c:\cbl\bijl\backup\gen" gnslot bestandnr ".zwa"
           delimited size into bupnaam.

       BUPBESTAND.
      *  == een bestand naar zijn backupbestand kopieren; een
      *     bestand dat (nog) niet bestaat wordt als afwezig
      *     vastgelegd ==
           perform liveopenin.
           if statusbestandfl = "35"
              move "N" to gnaanwezig(bestandnr)
           else
              if statusbestandfl not = "00"
                 move "J" to fout
                 move spaces to cgmelding
                 string bestnaam(bestandnr) delimited space
                 " niet te lezen, status " statusbestandfl
                 delimited size into cgmelding
              else
                 perform bupnaammaken
                 open output backupfile
                 if statusbackupfl not = "00"
                    move "J" to fout
                    move spaces to cgmelding
                    string "backup niet aan te maken (map "
                    "c:\cbl\bijl\backup), status " statusbackupfl
                    delimited size into cgmelding
                 else
                    move "J" to gnaanwezig(bestandnr)
                    move "N" to eindebestand
                    perform buprecord until eindebestand = "J"
                    or fout = "J"
                    close backupfile
                 end-if
                 perform livesluiten
              end-if
           end-if.

       BUPRECORD.
           perform livelezen.
           if eindebestand = "N"
              move bestlengte(bestandnr) to buplengte
              write bupregel from bupbuffer end-write
              if statusbackupfl not = "00"
                 move "J" to fout
                 move spaces to cgmelding
                 string "schrijffout backup van " bestnaam(bestandnr)
                 delimited space ", status " statusbackupfl
                 delimited size into cgmelding
              else
                 add 1 to gnaantal(bestandnr)
              end-if
           end-if.

       BUPAANWEZIG.
           if gnaanwezig(bestandnr) = "J"
              perform bupnaammaken
              open input backupfile
              if statusbackupfl not = "00"
                 move "J" to fout
                 move spaces to cgmelding
                 string "backup van " bestnaam(bestandnr)
                 delimited space " ontbreekt, status " statusbackupfl
                 delimited size into cgmelding
              else
                 close backupfile
              end-if
           end-if.

       BEZETTOETS.
      *  == lukt het exclusief openen niet, dan heeft een andere
      *     gebruiker het bestand open ==
           if gnaanwezig(bestandnr) = "J"
              perform liveopentoets
              if statusbestandfl = "00"
                 perform livesluiten
              else
                 if statusbestandfl not = "35"
                    move "J" to fout
                    move spaces to cgmelding
                    string bestnaam(bestandnr) delimited space
                    " is in gebruik (status " statusbestandfl
                    "), terugzetten geweigerd"
                    delimited size into cgmelding
                 end-if
              end-if
           end-if.

       TERUGBESTAND.
           if gnaanwezig(bestandnr) = "J"
              perform bupnaammaken
              open input backupfile
              if statusbackupfl = "00"
                 perform liveopenuit
              else
                 move spaces to statusbestandfl
              end-if
              if statusbackupfl not = "00" or
                 statusbestandfl not = "00"
                 move "J" to fout
                 move spaces to cgmelding
                 string bestnaam(bestandnr) delimited space
                 " niet teruggezet (status " statusbestandfl "/"
                 statusbackupfl "); set onvolledig, opnieuw"
                 delimited size into cgmelding
                 if statusbackupfl = "00" close backupfile end-if
              else
                 move zero to teller
                 move "N" to eindebestand
                 perform terugrecord until eindebestand = "J"
                 or fout = "J"
                 if fout = "N" and teller not = gnaantal(bestandnr)
                    move "J" to fout
                    move teller to aantalpr
                    move spaces to cgmelding
                    string bestnaam(bestandnr) delimited space
                    ": " aantalpr " records teruggezet, afwijkend"
                    " van de backup" delimited size into cgmelding
                 end-if
                 perform livesluiten
                 close backupfile
              end-if
           end-if.

       TERUGRECORD.
           read backupfile next record into bupbuffer at end
              move "J" to eindebestand
           end-read.
           if eindebestand = "N"
              perform liveschryven
              if statusbestandfl(1:1) not = "0"
                 move "J" to fout
                 move spaces to cgmelding
                 string "schrijffout in " bestnaam(bestandnr)
                 delimited space ", status " statusbestandfl
                 "; set onvolledig, opnieuw"
                 delimited size into cgmelding
              else
                 add 1 to teller
              end-if
           end-if.

       ARCHIEFLEEG.
      *  == de generatie is van voor de jaarafsluiting: de
      *     archieven die die afsluiting maakte leegmaken, zodat
      *     bijljaf ze weer als afwezig ziet ==
           move spaces to archnaam.
           string "c:\cbl\bijl\arthis." gnjaar
           delimited size into archnaam.
           perform archiefleeg0.
           move spaces to archnaam.
           string "c:\cbl\bijl\fkthish." gnjaar
           delimited size into archnaam.
           perform archiefleeg0.
           move spaces to archnaam.
           string "c:\cbl\bijl\debmut." gnjaar
           delimited size into archnaam.
           perform archiefleeg0.

       ARCHIEFLEEG0.
           open output archieffile.
           if statusarchieffl = "00"
              close archieffile
           else
              move "J" to fout
              move spaces to cgmelding
              string archnaam delimited space
              " niet leeg te maken, status " statusarchieffl
              delimited size into cgmelding
           end-if.

      *  == per bestand de open, lees, schrijf en sluit opdracht ==
       LIVEOPENIN.
           if bestandnr = 1 open input artikelfile end-if.
           if bestandnr = 2 open input artmutfile end-if.
           if bestandnr = 3 open input arthisfile end-if.
           if bestandnr = 4 open input fkthisfile end-if.
           if bestandnr = 5 open input debmutfile end-if.
           if bestandnr = 6 open input debstamfile end-if.
           if bestandnr = 7 open input kontrolefile end-if.
           if bestandnr = 8 open input kherstelfile end-if.
           if bestandnr = 9 open input kfktfile end-if.
           if bestandnr = 10 open input kincfile end-if.
           if bestandnr = 11 open input incbatchfile end-if.
           if bestandnr = 12 open input incblokfile end-if.
           if bestandnr = 13 open input prijsfile end-if.
           if bestandnr = 14 open input bedrijffile end-if.
           if bestandnr = 15 open input bankgoedfile end-if.
           if bestandnr = 16 open input contractfile end-if.
           if bestandnr = 17 open input aanmfile end-if.
           if bestandnr = 18 open input pakbfile end-if.

      *  == geindexeerd i-o, sequentieel extend: beide exclusief,
      *     het bestand zelf blijft ongewijzigd ==
       LIVEOPENTOETS.
           if bestandnr = 1 open i-o artikelfile end-if.
           if bestandnr = 2 open i-o artmutfile end-if.
           if bestandnr = 3 open extend arthisfile end-if.
           if bestandnr = 4 open i-o fkthisfile end-if.
           if bestandnr = 5 open extend debmutfile end-if.
           if bestandnr = 6 open i-o debstamfile end-if.
           if bestandnr = 7 open extend kontrolefile end-if.
           if bestandnr = 8 open extend kherstelfile end-if.
           if bestandnr = 9 open extend kfktfile end-if.
           if bestandnr = 10 open extend kincfile end-if.
           if bestandnr = 11 open extend incbatchfile end-if.
           if bestandnr = 12 open i-o incblokfile end-if.
           if bestandnr = 13 open i-o prijsfile end-if.
           if bestandnr = 14 open extend bedrijffile end-if.
           if bestandnr = 15 open i-o bankgoedfile end-if.
           if bestandnr = 16 open i-o contractfile end-if.
           if bestandnr = 17 open i-o aanmfile end-if.
           if bestandnr = 18 open i-o pakbfile end-if.

       LIVEOPENUIT.
           if bestandnr = 1 open output artikelfile end-if.
           if bestandnr = 2 open output artmutfile end-if.
           if bestandnr = 3 open output arthisfile end-if.
           if bestandnr = 4 open output fkthisfile end-if.
           if bestandnr = 5 open output debmutfile end-if.
           if bestandnr = 6 open output debstamfile end-if.
           if bestandnr = 7 open output kontrolefile end-if.
           if bestandnr = 8 open output kherstelfile end-if.
           if bestandnr = 9 open output kfktfile end-if.
           if bestandnr = 10 open output kincfile end-if.
           if bestandnr = 11 open output incbatchfile end-if.
           if bestandnr = 12 open output incblokfile end-if.
           if bestandnr = 13 open output prijsfile end-if.
           if bestandnr = 14 open output bedrijffile end-if.
           if bestandnr = 15 open output bankgoedfile end-if.
           if bestandnr = 16 open output contractfile end-if.
           if bestandnr = 17 open output aanmfile end-if.
           if bestandnr = 18 open output pakbfile end-if.

       LIVELEZEN.
           if bestandnr = 1
              read artikelfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 2
              read artmutfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 3
              read arthisfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 4
              read fkthisfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 5
              read debmutfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 6
              read debstamfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 7
              read kontrolefile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 8
              read kherstelfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 9
              read kfktfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 10
              read kincfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 11
              read incbatchfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 12
              read incblokfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 13
              read prijsfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 14
              read bedrijffile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 15
              read bankgoedfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 16
              read contractfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 17
              read aanmfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.
           if bestandnr = 18
              read pakbfile next record into bupbuffer
              at end move "J" to eindebestand end-read
           end-if.

      *  == geindexeerde bestanden worden in sleutelvolgorde
      *     gekopieerd en dus ook zo teruggeschreven ==
       LIVESCHRYVEN.
           if bestandnr = 1
              write artikelrecord from bupbuffer end-write
           end-if.
           if bestandnr = 2
              write artmutrecord from bupbuffer end-write
           end-if.
           if bestandnr = 3
              write arthisrecord from bupbuffer end-write
           end-if.
           if bestandnr = 4
              write fkthisrecord from bupbuffer end-write
           end-if.
           if bestandnr = 5
              write debmutrecord from bupbuffer end-write
           end-if.
           if bestandnr = 6
              write debstamrecord from bupbuffer end-write
           end-if.
           if bestandnr = 7
              write kontrolerecord from bupbuffer end-write
           end-if.
           if bestandnr = 8
              write kherstelrecord from bupbuffer end-write
           end-if.
           if bestandnr = 9
              write kfktrecord from bupbuffer end-write
           end-if.
           if bestandnr = 10
              write kincrecord from bupbuffer end-write
           end-if.
           if bestandnr = 11
              write incbatchrecord from bupbuffer end-write
           end-if.
           if bestandnr = 12
              write incblokrecord from bupbuffer end-write
           end-if.
           if bestandnr = 13
              write prijsrecord from bupbuffer end-write
           end-if.
           if bestandnr = 14
              write bedrijfrecord from bupbuffer end-write
           end-if.
           if bestandnr = 15
              write bankgoedrecord from bupbuffer end-write
           end-if.
           if bestandnr = 16
              write contractrecord from bupbuffer end-write
           end-if.
           if bestandnr = 17
              write aanmrecord from bupbuffer end-write
           end-if.
           if bestandnr = 18
              write pakbrecord from bupbuffer end-write
           end-if.

       LIVESLUITEN.
           if bestandnr = 1 close artikelfile end-if.
           if bestandnr = 2 close artmutfile end-if.
           if bestandnr = 3 close arthisfile end-if.
           if bestandnr = 4 close fkthisfile end-if.
           if bestandnr = 5 close debmutfile end-if.
           if bestandnr = 6 close debstamfile end-if.
           if bestandnr = 7 close kontrolefile end-if.
           if bestandnr = 8 close kherstelfile end-if.
           if bestandnr = 9 close kfktfile end-if.
           if bestandnr = 10 close kincfile end-if.
           if bestandnr = 11 close incbatchfile end-if.
           if bestandnr = 12 close incblokfile end-if.
           if bestandnr = 13 close prijsfile end-if.
           if bestandnr = 14 close bedrijffile end-if.
           if bestandnr = 15 close bankgoedfile end-if.
           if bestandnr = 16 close contractfile end-if.
           if bestandnr = 17 close aanmfile end-if.
           if bestandnr = 18 close pakbfile end-if.
