        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijloim.
      *  ORDERIMPORT: LEEST EEN ORDERBESTAND VAN DE WEBSHOP OF VAN
      *  EEN EDI-KLANT (ORDERIN.TXT) EN ZET DE GOEDGEKEURDE REGELS IN
      *  ARTMUTFILE, ZODAT BIJLPAK EN DE BATCHRUN IN BIJLFKTP ZE
      *  MEENEMEN ZONDER DAT ZE IN BIJLINB WORDEN OVERGETIKT.
      *  EEN REGEL IS VAST VAN OPBOUW (ZIE VASTREGEL) OF CSV MET ;
      *  ALS SCHEIDINGSTEKEN IN DEZELFDE VOLGORDE: REFERENTIE;
      *  DEBITEUR;ARTIKEL;AANTAL;PRIJS (DECIMAAL MET , OF .).
      *  REGELS DIE MET * BEGINNEN ZIJN COMMENTAAR.
      *  OPEENVOLGENDE REGELS MET DEZELFDE DEBITEUR EN REFERENTIE
      *  VORMEN EEN ORDER. EEN ORDER GAAT IN ZIJN GEHEEL DOOR OF IN
      *  ZIJN GEHEEL TERUG: DEBITEUR EN ARTIKEL MOETEN BESTAAN EN DE
      *  PRIJS MOET GELIJK ZIJN AAN DE GAANDE PRIJS UIT PRIJSFILE
      *  (ZELFDE OPZOEKVOLGORDE ALS PRIJSCONTROLE IN BIJLFKTP EN
      *  BIJLCON; PRIJS 0 = GAANDE PRIJS). AFGEKEURDE ORDERS KOMEN
      *  OP EEN GEDRUKTE UITZONDERINGENLIJST EN ONGEWIJZIGD IN
      *  ORDERREJ.TXT, DAT NA CORRECTIE MET KEUZE R OPNIEUW WORDT
      *  INGELEZEN. ELKE GEIMPORTEERDE REFERENTIE WORDT PER
      *  DEBITEUR IN ORDERREF.ZWA VASTGELEGD; DEZELFDE REFERENTIE
      *  WORDT NOOIT TWEE KEER GEIMPORTEERD.
      *    2026 eerste versie.
      *    2026 een order voor een samengevoegde debiteur (bijldsv)
      *    wordt afgekeurd, met het nummer waarin hij is opgegaan.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select artikelfile assign to disk
                                  "c:\cbl\bijl\artfl.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is artnr
                                  file status is statusartfl.
           select artmutfile assign to disk
                                  "c:\cbl\bijl\artmut.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is morder
                                  file status is statusartmutfl.
           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr.
      *  == orderbestand of (keuze R) de kopie van het
      *     afkeurbestand ==
           select invoerfile assign to disk invoernaam
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusinvoerfl.
      *  == lopend ordernummer voor artmutfile (morder), zoals in
      *     bijlinb en bijlcon ==
                select kontrolefile assign to disk
                                "c:\cbl\bijl\kontr.zwa"
                                organization is sequential
                                access mode is sequential.
           select orderreffile assign to disk
                                  "c:\cbl\bijl\orderref.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is orsleutel
                                  file status is statusorderreffl.
           select prijsfile assign to disk
                                  "c:\cbl\bijl\prijs.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is prsleutel
                                  file status is statusprijsfl.
                select printfile assign to print "PRINTER"
                        file status is statusprintfl.
           select rejectfile assign to disk
                                  "c:\cbl\bijl\orderrej.txt"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusrejectfl.

       DATA DIVISION.
       FILE SECTION.
       FD  artikelfile     DATA RECORD IS artikelrecord.
       01  artikelrecord.
                02 artnr                        pic x(5).
                02 omschryving                  pic x(15).
                02 btwartnr                     pic 99v99.
                02 artvoorraad                  pic -999999.99.
                02 artminvoorraad               pic -999999.99.
                02 artkostprijs                 pic 9(4)v99.

        FD      artmutfile              data record is artmutrecord.
       01  artmutrecord.
                02 mdeb                  pic x(10).
                02 mdatum                pic x(6).
                02 morder                pic x(4).
                02 martnr                pic x(5).
                02 momschryving          pic x(15).
                02 maantal               pic -999999.99.
                02 mverkoopprys          pic 9(4).99.

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

      *  == een orderregel; vaste opbouw of csv (zie ONTLEDEN).
      *     vast: aantal en prijs zonder komma, met voorloopnullen
      *     en twee decimalen (00001250 = 12,50) ==
       FD  invoerfile      data record is invoerrecord.
       01  invoerrecord                 pic x(120).
       01  vastregel.
           02 vsreferentie              pic x(15).
           02 vsdebnr                   pic x(10).
           02 vsartnr                   pic x(5).
           02 vsaantal                  pic 9(6)v99.
           02 vsprijs                   pic 9(4)v99.
           02 filler                    pic x(76).

        FD      kontrolefile    data record is kontrolerecord.
        01      kontrolerecord.
                02 korder                   pic 9999.

      *  == geimporteerde orderreferenties per debiteur ==
       FD  orderreffile    data record is orderrefrecord.
       01  orderrefrecord.
           02 orsleutel.
              03 ordebnr                pic x(10).
              03 orreferentie           pic x(15).
           02 ordatum                   pic 9(6).
           02 oraantal                  pic 9(4).
           02 oreersteorder             pic 9(4).

       FD  prijsfile       data record is prijsrecord.
       01  prijsrecord.
           02 prsleutel.
              03 prdebnr                pic x(10).
              03 prartnr                pic x(5).
           02 prgeldigvanaf             pic 9(6).
           02 prprys                    pic 9(4).99.

       FD printfile.
       01 printrecord             pic x(132).

       FD  rejectfile      data record is rejectrecord.
       01  rejectrecord                 pic x(120).

       WORKING-STORAGE SECTION.

      *  == velden van een csv-regel ==
       01  csvregel.
           02 csvreferentie             pic x(15).
           02 csvdebnr                  pic x(10).
           02 csvartnr                  pic x(5).
           02 csvaantal                 pic x(15).
           02 csvprijs                  pic x(15).

      *  == de regels van de order die nu wordt opgebouwd ==
       01  ordertabel.
           02 orderregel occurs 200.
              03 otinvoer               pic x(120).
              03 otartnr                pic x(5).
              03 otomschryving          pic x(15).
              03 otaantal               pic 9(6)v99.
              03 otprys                 pic 9(4)v99.
              03 otreden                pic x(50).

       01  tekenwerk.
           02 tekenx                    pic x.
           02 tekenn redefines tekenx   pic 9.

       01  uitzregelrec.
           02 filler                    pic x(4) value spaces.
           02 uzreferentie              pic x(15).
           02 filler                    pic x(2) value spaces.
           02 uzdebnr                   pic x(10).
           02 filler                    pic x(2) value spaces.
           02 uzartnr                   pic x(5).
           02 filler                    pic x(2) value spaces.
           02 uzaantal                  pic zzzzz9.99.
           02 filler                    pic x(2) value spaces.
           02 uzprijs                   pic zzz9.99.
           02 filler                    pic x(3) value spaces.
           02 uztekst                   pic x(50).

        77      aantaldubbel              pic 9(5).
        77      aantaldubbelpr            pic zzzz9.
        77      aantalorders              pic 9(5).
        77      aantalorderspr            pic zzzz9.
        77      aantalregels              pic 9(5).
        77      aantalregelspr            pic zzzz9.
        77      aantaluitz                pic 9(5).
        77      aantaluitzpr              pic zzzz9.
        77      aantalvol                 pic 9(5).
        77      aantalvolpr               pic zzzz9.
        77      cijfergezien              pic x.
        77      datum                     pic 9(6).
        77      decimalen                 pic 9.
        77      debbekend                 pic x.
        77      eersteorder               pic 9999.
        77      exc-num                   pic 99.
        77      gaandeprys                pic 9(4)v99.
        77      gaandepryspr              pic zzz9.99.
        77      geschreven                pic x.
        77      getalfout                 pic x.
        77      getaltekst                pic x(15).
        77      getalwaarde               pic 9(7)v99.
        77      getalx                    pic 99.
        77      invoernaam                pic x(40).
        77      invoersoort               pic x.
        77      keuze                     pic x.
        77      kommagezien               pic x.
        77      orddebnr                  pic x(10).
        77      orderfout                 pic x.
        77      orderreden                pic x(50).
        77      ordernr                   pic 9999.
        77      orderstand                pic x.
        77      ordreferentie             pic x(15).
        77      otteller                  pic 9(3).
        77      otx                       pic 9(3).
        77      pogingen                  pic 9(5).
        77      prijsaanwezig             pic x.
        77      prijsgevonden             pic x.
        77      printregel                pic x(132).
        77      puntkommatel              pic 99.
        77      regaantal                 pic 9(6)v99.
        77      regartnr                  pic x(5).
        77      regdebnr                  pic x(10).
        77      regomschryving            pic x(15).
        77      regprijs                  pic 9(4)v99.
        77      regreden                  pic x(50).
        77      regreferentie             pic x(15).
        77      statusartfl               pic x(2).
        77      statusartmutfl            pic x(2).
        77      statusinvoerfl            pic x(2).
        77      statusorderreffl          pic x(2).
        77      statusprijsfl             pic x(2).
        77      statusprintfl             pic x(2).
        77      statusrejectfl            pic x(2).
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

       KEUZEVRAAG.
           display space line 2 position 1 erase eos.
           display "Orderimport (webshop/EDI)" line 1 position 27.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display
           "Orderbestand (orderin.txt) = O / Afgekeurde regels"
           " (orderrej.txt) = R" line 3 position 1 erase eol.
           accept x line 3 position 72 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if x = "O" or "o" go to orderbestand.
           if x = "R" or "r" go to afkeurbestand.
           go to keuzevraag.

       ORDERBESTAND.
           move "c:\cbl\bijl\orderin.txt" to invoernaam.
           open input invoerfile.
           if statusinvoerfl not = "00"
              display "Geen orderbestand gevonden (orderin.txt)"
              line 5 position 1 erase eol
              accept x line 5 position 50 tab
              go to keuzevraag
           end-if.
           move "O" to invoersoort.
           go to bevestigen.

       AFKEURBESTAND.
      *  == het afkeurbestand eerst kopieren: de kopie wordt
      *     ingelezen en het afkeurbestand zelf opnieuw opgebouwd ==
           open input rejectfile.
           if statusrejectfl not = "00"
              display "Geen afkeurbestand gevonden (orderrej.txt)"
              line 5 position 1 erase eol
              accept x line 5 position 50 tab
              go to keuzevraag
           end-if.
           move "c:\cbl\bijl\orderrjw.txt" to invoernaam.
           open output invoerfile.

       AFKEURKOPIE.
           read rejectfile next record at end
              go to afkeurkopie9
           end-read.
           move rejectrecord to invoerrecord.
           write invoerrecord end-write.
           go to afkeurkopie.

       AFKEURKOPIE9.
           close rejectfile.
           close invoerfile.
           open input invoerfile.
           move "R" to invoersoort.

       BEVESTIGEN.
           display "Bestand gevonden; importeren = J" line 5
           position 1 erase eol.
           accept x line 5 position 36 tab
           on exception exc-num if exc-num = 27
              close invoerfile
              go to stopprogram
           end-if.
           if x not = "J" and not = "j"
              close invoerfile
              go to keuzevraag
           end-if.
           display "Bezig..." line 6 position 1 erase eol.
      *  == bij een orderbestand komen nieuwe afkeuringen achter de
      *     nog niet verwerkte; bij keuze R wordt het afkeurbestand
      *     (nu als kopie ingelezen) opnieuw opgebouwd ==
           if invoersoort = "R"
              open output rejectfile
           else
              open extend rejectfile
              if statusrejectfl = "35"
                 open output rejectfile
              end-if
           end-if.

       VOORBEREIDEN.
           move zero to aantalregels.
           move zero to aantalorders.
           move zero to aantaluitz.
           move zero to aantaldubbel.
           move zero to aantalvol.
           move zero to otteller.

      *  == lopend ordernummer ophalen; per geschreven regel wordt
      *     het opgehoogd en aan het eind teruggeschreven, zoals
      *     bijlinb en bijlcon dat doen ==
           move zero to ordernr.
           open input kontrolefile.
           read kontrolefile next record at end
              move zero to korder
           end-read.
           move korder to ordernr.
           close kontrolefile.

           open i-o artmutfile.
           if statusartmutfl = "35"
              open output artmutfile
              close artmutfile
              open i-o artmutfile
           end-if.
           open i-o orderreffile.
           if statusorderreffl = "35"
              open output orderreffile
              close orderreffile
              open i-o orderreffile
           end-if.
           open input artikelfile.
           open input debstamfile.
           open input prijsfile.
           if statusprijsfl = "00"
              move "J" to prijsaanwezig
           else
              move "N" to prijsaanwezig
           end-if.
           open output printfile.

           move spaces to printregel.
           string
           "    Orderimport: uitzonderingenlijst, per " datum
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel after advancing 1 lines
           end-write.
           move spaces to printregel.
           string
           "    Referentie       Debiteur    Artikel    Aantal"
           "    Prijs   Reden"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.

       LEESREGEL.
           read invoerfile next record at end
              go to leesregel9
           end-read.
           if invoerrecord = spaces go to leesregel.
           if invoerrecord(1:1) = "*" go to leesregel.
           perform ontleden.

      *  == andere debiteur of referentie: de vorige order is
      *     compleet ==
           if otteller not = zero
              if regreferentie not = ordreferentie or
                 regdebnr not = orddebnr
                 perform verwerkorder
              end-if
           end-if.
           if otteller = zero
              move regreferentie to ordreferentie
              move regdebnr to orddebnr
              move "N" to orderfout
              move spaces to orderreden
           end-if.

           if regreden = spaces perform regelcontrole.
           if regreden not = spaces move "J" to orderfout.

      *  == meer regels dan de tabel houdt: de regel direct
      *     afkeuren, en daarmee de hele order ==
           if otteller = 200
              move "J" to orderfout
              move "order heeft meer dan 200 regels" to orderreden
              if regreden = spaces move orderreden to regreden
              end-if
              perform overloopregel
              go to leesregel
           end-if.

           add 1 to otteller.
           move invoerrecord to otinvoer(otteller).
           move regartnr to otartnr(otteller).
           move regomschryving to otomschryving(otteller).
           move regaantal to otaantal(otteller).
           move regprijs to otprys(otteller).
           move regreden to otreden(otteller).
           go to leesregel.

       LEESREGEL9.
           if otteller not = zero perform verwerkorder.
           go to afsluiten.

       ONTLEDEN.
      *  == csv als er een ; in de regel staat, anders vaste
      *     opbouw ==
           move spaces to regreden.
           move spaces to regomschryving.
           move zero to puntkommatel.
           inspect invoerrecord tallying puntkommatel for all ";".
           if puntkommatel = zero
              move vsreferentie to regreferentie
              move vsdebnr to regdebnr
              move vsartnr to regartnr
              move zero to regaantal regprijs
              if vsaantal numeric
                 move vsaantal to regaantal
              else
                 move "aantal niet numeriek" to regreden
              end-if
              if vsprijs = spaces move zero to vsprijs end-if
              if vsprijs numeric
                 move vsprijs to regprijs
              else
                 move "prijs niet numeriek" to regreden
              end-if
           else
              move spaces to csvregel
              unstring invoerrecord delimited by ";"
                 into csvreferentie csvdebnr csvartnr csvaantal
                      csvprijs
              end-unstring
              move csvreferentie to regreferentie
              move csvdebnr to regdebnr
              move csvartnr to regartnr
              move zero to regaantal regprijs
              move csvaantal to getaltekst
              perform getallezen
              if getalfout = "J" or getalwaarde > 999999.99
                 move "aantal ongeldig" to regreden
              else
                 move getalwaarde to regaantal
              end-if
              move csvprijs to getaltekst
              perform getallezen
              if csvprijs = spaces move "N" to getalfout end-if
              if getalfout = "J" or getalwaarde > 9999.99
                 move "prijs ongeldig" to regreden
              else
                 move getalwaarde to regprijs
              end-if
           end-if.
           inspect regdebnr converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect regartnr converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       GETALLEZEN.
      *  == getal uit tekst (csv): cijfers, hooguit een , of . en
      *     twee decimalen; spaties tellen niet mee ==
           move zero to getalwaarde.
           move zero to decimalen.
           move "N" to getalfout.
           move "N" to kommagezien.
           move "N" to cijfergezien.
           perform getalteken varying getalx from 1 by 1
           until getalx > 15.
           if cijfergezien = "N" move "J" to getalfout.

       GETALTEKEN.
           move getaltekst(getalx:1) to tekenx.
           if tekenx not = space
              if tekenx numeric
                 move "J" to cijfergezien
                 if kommagezien = "N"
                    if getalwaarde > 999999
                       move "J" to getalfout
                    else
                       compute getalwaarde = getalwaarde * 10
                               + tekenn
                    end-if
                 else
                    add 1 to decimalen
                    if decimalen = 1
                       compute getalwaarde = getalwaarde
                               + tekenn / 10
                    else
                       if decimalen = 2
                          compute getalwaarde = getalwaarde
                                  + tekenn / 100
                       else
                          move "J" to getalfout
                       end-if
                    end-if
                 end-if
              else
                 if (tekenx = "," or ".") and kommagezien = "N"
                    move "J" to kommagezien
                 else
                    move "J" to getalfout
                 end-if
              end-if
           end-if.

       REGELCONTROLE.
      *  == debiteur en artikel moeten bestaan, aantal groter dan
      *     nul, prijs gelijk aan de gaande prijs ==
           if regreferentie = spaces
              move "geen orderreferentie" to regreden
           end-if.
           if regreden = spaces and regaantal = zero
              move "aantal nul" to regreden
           end-if.
           if regreden = spaces
              move "J" to debbekend
              move regdebnr to debnr
              read debstamfile record key debnr invalid key
                 move "N" to debbekend
              end-read
              if debbekend = "N"
                 move "debiteur onbekend in debstamfile" to regreden
              end-if
           end-if.
           if regreden = spaces and
              debsamengevoegd not = spaces and
              debsamengevoegd not = low-values
              string "debiteur samengevoegd met " debsamengevoegd
              delimited size into regreden
           end-if.
           if regreden = spaces
              move regartnr to artnr
              read artikelfile record key artnr invalid key
                 move "artikel onbekend in artikelfile" to regreden
              end-read
           end-if.
           if regreden = spaces
              move omschryving to regomschryving
              perform prijsbepaal
              if prijsgevonden = "J"
                 if regprijs = zero
                    move gaandeprys to regprijs
                 else
                    if regprijs not = gaandeprys
                       move gaandeprys to gaandepryspr
                       string "prijs wijkt af, gaande prijs: "
                       gaandepryspr delimited size into regreden
                    end-if
                 end-if
              else
                 if regprijs = zero
                    move "geen prijs in order en in prijsfile"
                    to regreden
                 end-if
              end-if
           end-if.

       PRIJSBEPAAL.
      *  == gaande prijs: eerst afspraakprijs debiteur/artikel,
      *     anders standaardprijs (prdebnr leeg); alleen geldig als
      *     de geldig-vanaf datum niet na vandaag ligt (zoals
      *     PRIJSCONTROLE in bijlfktp) ==
           move "N" to prijsgevonden.
           move zero to gaandeprys.
           if prijsaanwezig = "J"
              move regdebnr to prdebnr
              move regartnr to prartnr
              read prijsfile record key prsleutel
                 invalid key continue
                 not invalid key
                    if prgeldigvanaf not > datum
                       move "J" to prijsgevonden
                       move prprys to gaandeprys
                    end-if
              end-read
              if prijsgevonden = "N"
                 move spaces to prdebnr
                 move regartnr to prartnr
                 read prijsfile record key prsleutel
                    invalid key continue
                    not invalid key
                       if prgeldigvanaf not > datum
                          move "J" to prijsgevonden
                          move prprys to gaandeprys
                       end-if
                 end-read
              end-if
           end-if.

       VERWERKORDER.
      *  == een complete order: al eerder geimporteerd, fout of
      *     goed; alleen een goede order gaat naar artmutfile ==
           move ordreferentie to orreferentie.
           move orddebnr to ordebnr.
           if ordreferentie not = spaces
              read orderreffile record key orsleutel
                 invalid key move "N" to orderstand
                 not invalid key move "D" to orderstand
              end-read
           else
              move "N" to orderstand
           end-if.
           if orderstand = "D"
              add 1 to aantaldubbel
              perform dubbelregel varying otx from 1 by 1
              until otx > otteller
           else
              if orderfout = "J"
                 perform afkeurregel varying otx from 1 by 1
                 until otx > otteller
              else
                 add 1 to aantalorders
                 move zero to eersteorder
                 perform boekregel varying otx from 1 by 1
                 until otx > otteller
                 move ordreferentie to orreferentie
                 move orddebnr to ordebnr
                 move datum to ordatum
                 move otteller to oraantal
                 move eersteorder to oreersteorder
                 write orderrefrecord invalid key continue
                 end-write
              end-if
           end-if.
           move zero to otteller.

       DUBBELREGEL.
      *  == al geimporteerd: alleen op de lijst, niet in het
      *     afkeurbestand (dan kwam hij steeds terug) ==
           move spaces to uztekst.
           string "referentie al geimporteerd op " ordatum
           delimited size into uztekst.
           perform uitzondering.

       AFKEURREGEL.
           if otreden(otx) = spaces
              if orderreden not = spaces
                 move orderreden to uztekst
              else
                 move "order afgekeurd om een andere regel" to uztekst
              end-if
           else
              move otreden(otx) to uztekst
           end-if.
           perform uitzondering.
           move otinvoer(otx) to rejectrecord.
           write rejectrecord end-write.

       OVERLOOPREGEL.
      *  == regel die niet meer in de tabel past: meteen naar lijst
      *     en afkeurbestand ==
           move regreferentie to uzreferentie.
           move regdebnr to uzdebnr.
           move regartnr to uzartnr.
           move regaantal to uzaantal.
           move regprijs to uzprijs.
           move regreden to uztekst.
           move spaces to printregel.
           move uitzregelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to aantaluitz.
           move invoerrecord to rejectrecord.
           write rejectrecord end-write.

       BOEKREGEL.
      *  == volgend vrij ordernummer; kontr.zwa loopt na 9999 rond,
      *     dus een nummer dat nog in artmutfile staat overslaan ==
           move "N" to geschreven.
           move zero to pogingen.
           move orddebnr to mdeb.
           move datum to mdatum.
           move otartnr(otx) to martnr.
           move otomschryving(otx) to momschryving.
           move otaantal(otx) to maantal.
           move otprys(otx) to mverkoopprys.
           perform artmutschryf until geschreven = "J"
           or pogingen > 9998.
           if geschreven = "J"
              add 1 to aantalregels
              if eersteorder = zero move ordernr to eersteorder
              end-if
           else
              add 1 to aantalvol
              move "NIET geschreven: geen vrij ordernummer" to uztekst
              perform uitzondering
           end-if.

       ARTMUTSCHRYF.
           if ordernr = 9999 move zero to ordernr.
           add 1 to ordernr.
           move ordernr to morder.
           write artmutrecord
              invalid key add 1 to pogingen
              not invalid key move "J" to geschreven
           end-write.

       UITZONDERING.
           move ordreferentie to uzreferentie.
           move orddebnr to uzdebnr.
           move otartnr(otx) to uzartnr.
           move otaantal(otx) to uzaantal.
           move otprys(otx) to uzprijs.
           move spaces to printregel.
           move uitzregelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to aantaluitz.

       AFSLUITEN.
           close invoerfile.
           close rejectfile.
           close artmutfile.
           close orderreffile.
           close artikelfile.
           close debstamfile.
           if prijsaanwezig = "J" close prijsfile end-if.

      *  == opgehoogd ordernummer terugschrijven ==
           open output kontrolefile.
           move ordernr to korder.
           write kontrolerecord end-write.
           close kontrolefile.

           move aantalorders to aantalorderspr.
           move aantalregels to aantalregelspr.
           move aantaluitz to aantaluitzpr.
           move aantaldubbel to aantaldubbelpr.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "------------------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    Geimporteerd: " aantalorderspr " order(s), "
           aantalregelspr " regel(s)    uitzonderingen: "
           aantaluitzpr "    dubbele orders: " aantaldubbelpr
           delimited size into printregel.
           write printrecord from printregel end-write.
           close printfile.

           display "Gereed: " line 8 position 1 erase eol.
           display aantalorderspr line 8 position 9.
           display " order(s) met" line 8 position 14.
           display aantalregelspr line 8 position 28.
           display " regel(s) in artmutfile gezet." line 8
           position 33.
           display "Uitzonderingen op de lijst:" line 9 position 1
           erase eol.
           display aantaluitzpr line 9 position 29.
           if aantaldubbel not = zero
              display "Let op: " line 10 position 1 erase eol
              display aantaldubbelpr line 10 position 9
              display " order(s) al eerder geimporteerd, overgeslagen."
              line 10 position 14
           end-if.
           if aantalvol not = zero
              move aantalvol to aantalvolpr
              display "LET OP: " line 11 position 1 erase eol
              display aantalvolpr line 11 position 9
              display " regel(s) NIET geschreven (geen vrij"
              " ordernummer); zie de lijst." line 11 position 14
           end-if.
           display
           "Afgekeurde orders corrigeren in orderrej.txt en met"
           " keuze R opnieuw inlezen." line 13 position 1 erase eol.
           display "Hierna de batchrun (Z, keuze B) draaien."
           line 14 position 1 erase eol.
           accept x line 14 position 45 tab.
           go to keuzevraag.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
