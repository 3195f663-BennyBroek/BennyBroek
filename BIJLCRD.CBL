      *    2026 eerste versie.
      *    2026 creditnotanummer via bijlnum en boeken in
      *    debmutfile via bijldmw (meerdere gebruikers tegelijk).
      *    2026 intracommunautaire levering: een creditnota volgt de
      *    btw-behandeling van de gecrediteerde faktuur
      *    (fhbtwverlegd); bij regels van voor die kenmerking geldt
      *    dezelfde regel als in bijlfktp (bijlicl). bij btw verlegd
      *    0% en de verplichte tekst met beide btw-nummers.
      *    2026 de creditregel krijgt de kostprijs van de
      *    oorspronkelijke faktuurregel mee (fhkostprijs), zodat de
      *    marge in bijlmrg met de faktuur wegvalt.
      *    2026 e-factuur: voor een debiteur met debefactuur = J
      *    schrijft bijlubl de creditnota ook als UBL CreditNote in
      *    de uitbox, met verwijzing naar de gecrediteerde faktuur.
      *    2026 periodeafsluiting: valt vandaag (de datum van de
      *    creditnota in fkthisfile) in een afgesloten periode
      *    (bijlper), dan wordt er geen creditnota gemaakt.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                                  access mode is dynamic
                                  record key is debnr.

           select bedrijffile assign to disk
                                  "c:\cbl\bijl\bedrijf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbedrijffl.

      *  == periodestatus (bijlper): geen fakturen in een
      *     afgesloten periode ==
           select perstatfile assign to disk
                                  "c:\cbl\bijl\perstat.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is psperiode
                                  file status is statusperstatfl.

                select printfile assign to print "PRINTER"
                        file status is statusprintfl.
                select archieffile assign to disk
                02 btwartnr                     pic 99v99.
                02 artvoorraad                  pic -999999.99.
                02 artminvoorraad               pic -999999.99.
                02 artkostprijs                 pic 9(4)v99.

       FD  fkthisfile              data record is fkthisrecord.
       01  fkthisrecord.
           02 fhomschryving          pic x(15).
           02 fhaantal               pic -999999.99.
           02 fhverkoopprys          pic 9(4).99.
           02 fhbtwverlegd           pic x.
           02 fhkostprijs            pic 9(4)v99.
           02 fhorigfktnr            pic x(5).

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

       FD printfile.
       01 printrecord             pic x(132).
           02 bktrek                    pic x(5).
           02 bkaantal                  pic s9(6).
           02 bkbedrag                  pic s9(7)v99.
           02 bkvervaldatum             pic 9(6).


      *  == intracommunautaire levering bepalen via bijlicl ==
       01  comm-icl.
           02 iclland                   pic x(30).
           02 iclbtwnr                  pic x(14).
           02 iclverlegd                pic x.
           02 icllandcode               pic x(2).

      *  == e-factuur via bijlubl: K = kop, R = regel, V = voet ==
       01  comm-ubl.
           02 ublfunktie                pic x.
           02 ublkop.
              03 ublsoort               pic x.
              03 ublfktnr               pic 9(6).
              03 ublorigfktnr           pic 9(6).
              03 ubldatum               pic 9(6).
              03 ublvervaldatum         pic 9(6).
              03 ubldebnr               pic x(10).
              03 ublintracom            pic x.
           02 ublregel.
              03 ublartnr               pic x(5).
              03 ublomschryving         pic x(15).
              03 ublaantal              pic s9(6)v99.
              03 ublprys                pic 9(4)v99.
              03 ublbedrag              pic s9(6)v99.
              03 ublbtwpct              pic 99v99.
              03 ublbtwbedrag           pic s9(6)v99.
           02 ubltotincl                pic s9(7)v99.
           02 ublstatus                 pic x.

      *  == gekozen regels van de te crediteren faktuur ==
       01  credtabel.
              03 cromschryving       pic x(15).
              03 craantal            pic -999999.99.
              03 crprys              pic 9(4).99.
              03 crkostprijs         pic 9(4)v99.

       01  detailregelrec.
               02 filler           pic x(4) value space.
        77      detailregeltel            pic 99.
        77      dverkoopprys              pic zzz9.99.
        77      eerste                    pic x.
        77      eigenbtwnr                pic x(14).
        77      exc-num                   pic 99.
        77      fktnrin                   pic x(5).
        77      fktnrnum                  pic 9(5).
        77      intracom                  pic x.
        77      jaar                      pic xx.
        77      keuze                     pic x.
        77      maand                     pic xx.
        77      origdeb                   pic x(10).
        77      origverlegd               pic x.
        77      origperiode               pic 9(4).
        77      pagteller                 pic 999.
        77      pregelcontrol             pic 999.
        77      spatie20                  pic x(20) value spaces.
        77      spatie10                  pic x(10) value spaces.
        77      statusartfl               pic x(2).
        77      statusbedrijffl           pic x(2).
        77      statusfkthisfl            pic x(2).
        77      statusperstatfl           pic x(2).
        77      periodedicht              pic x.
        77      statusprintfl             pic x(2).
        77      tekstbedrag               pic -zzz,zz9.99.
        77      tekstbedragbtw            pic -zzz,zz9.99.
        77      totbedrexcl               pic s9(6)v99.
        77      totbedrexclpr             pic -zzz,zz9.99.
        77      totbedragbtw              pic s9(6)v99.
        77      ublactief                 pic x.
        77      verkoopprys               pic 9(4)v99.
        77      x                         pic x.

           display space line 1 position 1 erase eos.
           accept datum from date end-accept.
           accept datum from date end-accept.
           perform periodecheck.
           if periodedicht = "J"
              display
              "Periode van vandaag is afgesloten: geen"
              " creditnota's met deze datum." line 3 position 1
              erase eol
              display datum(1:4) line 4 position 1 erase eol
              accept x line 4 position 75 tab
              go to stopprogram
           end-if.

       FAKTNRSELECTIE.
           display space line 1 position 1 erase eos.
           move zero to credteller.
           move zero to origperiode.
           move spaces to origdeb.
           move space to origverlegd.

       VERZAMEL0.
           read fkthisfile next record at end
      *     faktuurafsluiting kreeg jrperiode = jaar/maand van de
      *     faktuurdatum, dus fhfktdatum(1:4) ==
           move fhfktdatum(1:4) to origperiode.
           move fhbtwverlegd to origverlegd.
           if regelkeuze = "R" or "r"
               display "Regel:" line 9 position 1 erase eol
               display fhdatum line 9 position 10
               move fhomschryving to cromschryving(credteller)
               move fhaantal to craantal(credteller)
               move fhverkoopprys to crprys(credteller)
               move fhkostprijs to crkostprijs(credteller)
               if crkostprijs(credteller) not numeric
                  move zero to crkostprijs(credteller)
               end-if
           else
               display "Meer dan 60 regels; restant niet meegenomen"
               line 11 position 1 erase eol
      *     uitdelen ==
           call "bijlnum.cob" using comm-faktuurnr end-call.
           move comm-faktuurnr to creditnr.
           perform intracomcheck.

       VOORBEREIDEN.
           move 1 to pregeltel.
           if statusfkthisfl = "35"
              open output fkthisfile
           end-if.
           perform ublstart.
           perform credregelverwerk thru detailregel
           varying credtelx from 1 by 1 until credtelx > credteller.
           perform faktuurtotaal.
                move zero to btwartnr
                end-read.
                move btwartnr to regelbtwpct.
                if intracom = "J" move zero to regelbtwpct end-if.
                compute regelbedragbtw rounded =
                        bedrag * regelbtwpct / 100.
                add regelbedragbtw to totbedragbtw.
                if ublactief = "J" perform ubldetail end-if.

                move crprys(credtelx) to tekstverkoopprys.
                move aantal to tekstaantal.
           move cromschryving(credtelx) to fhomschryving.
           move aantal to fhaantal.
           move crprys(credtelx) to fhverkoopprys.
           move intracom to fhbtwverlegd.
           move crkostprijs(credtelx) to fhkostprijs.
           move fktnrin to fhorigfktnr.
           write fkthisrecord end-write.

        FAKTUURHOOFD.
                "  " delimited size into printregel.
                write printrecord from printregel end-write.
                write archiefrecord from printregel end-write.
                if intracom = "J" perform btwverlegdregels end-if.

       BOEKEN.
      *  == creditnotatotaal (negatief) op het oorspronkelijke
           move origperiode to bkperiode.
           move "CRD" to bktrek.
           move zero to bkaantal.
           move zero to bkvervaldatum.
           move bedragincl to bkbedrag.
           call "bijldmw.cob" using dmboekregel end-call.
           if ublactief = "J" perform ublvoet end-if.

           move zero to bedragbtw bedragincl.
           move zero to totbedrexcl.
       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.

       PERIODECHECK.
      *  == valt de faktuurdatum (vandaag) in een afgesloten
      *     periode? ==
           move "N" to periodedicht.
           open input perstatfile.
           if statusperstatfl = "00"
              move datum(1:4) to psperiode
              read perstatfile record key psperiode
                 invalid key continue
                 not invalid key
                    if psstatus = "A" move "J" to periodedicht end-if
              end-read
              close perstatfile
           end-if.

       INTRACOMCHECK.
      *  == zelfde btw-behandeling als de gecrediteerde faktuur;
      *     alleen voor regels zonder kenmerk (van voor btw
      *     verlegd) de regel van bijlfktp via bijlicl ==
           move "N" to intracom.
           if origverlegd = "J" or "N"
              move origverlegd to intracom
           else
              open input debstamfile
              move origdeb to debnr
              read debstamfile record key debnr
                 invalid key continue
                 not invalid key
                    move debland to iclland
                    move debbtwnr to iclbtwnr
                    call "bijlicl.cob" using comm-icl end-call
                    move iclverlegd to intracom
              end-read
              close debstamfile
           end-if.
           move spaces to eigenbtwnr.
           open input bedrijffile.
           if statusbedrijffl = "00"
              read bedrijffile next record
                 at end continue
                 not at end move bdbtwnr to eigenbtwnr
              end-read
              close bedrijffile
           end-if.

       BTWVERLEGDREGELS.
      *  == verplichte vermeldingen, zoals op de faktuur ==
           move spaces to printregel.
           string
           "    BTW verlegd: intracommunautaire levering, 0% btw"
           " (art. 138 Btw-richtlijn)"
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.
           move spaces to printregel.
           string
           "    Btw-nummer afnemer: " debbtwnr
           "    Btw-nummer leverancier: " eigenbtwnr
           delimited size into printregel.
           write printrecord from printregel end-write.
           write archiefrecord from printregel end-write.

       UBLSTART.
      *  == kop naar bijlubl; die kijkt of de debiteur een e-factuur
      *     wil (debefactuur) en geeft dan status J ==
           move "N" to ublactief.
           move "K" to ublfunktie.
           move "C" to ublsoort.
           move creditnr to ublfktnr.
           move fktnrnum to ublorigfktnr.
           move datum to ubldatum.
           move zero to ublvervaldatum.
           move origdeb to ubldebnr.
           move intracom to ublintracom.
           call "bijlubl.cob" using comm-ubl end-call.
           if ublstatus = "J" move "J" to ublactief end-if.

       UBLDETAIL.
      *  == de creditregel zoals hij gedrukt wordt (negatief) ==
           move "R" to ublfunktie.
           move crartnr(credtelx) to ublartnr.
           move cromschryving(credtelx) to ublomschryving.
           move aantal to ublaantal.
           move verkoopprys to ublprys.
           move bedrag to ublbedrag.
           move regelbtwpct to ublbtwpct.
           move regelbedragbtw to ublbtwbedrag.
           call "bijlubl.cob" using comm-ubl end-call.

       UBLVOET.
      *  == bestand schrijven; bijlubl controleert dat de regels
      *     optellen tot het gedrukte totaal ==
           move "V" to ublfunktie.
           move bedragincl to ubltotincl.
           call "bijlubl.cob" using comm-ubl end-call.
           if ublstatus = "J"
              display "E-creditnota in de uitbox gezet voor debiteur"
              line 21 position 1 erase eol
              display origdeb line 21 position 48
           else
              display "LET OP: e-creditnota NIET aangemaakt, debiteur"
              line 21 position 1 erase eol
              display origdeb line 21 position 49
           end-if.
           move "N" to ublactief.
