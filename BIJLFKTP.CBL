      *    plus de te maken faktuur getoetst aan debkredlimiet;
      *    bij een klant een waarschuwing, in de batchrun wordt de
      *    debiteur overgeslagen en gemeld (lijst: bijlkrl)
      *    2026 betalingscondities per debiteur (termijn, korting
      *    en kortingsdagen uit debstamfile): vervaldatum in het
      *    faktuurhoofd, conditie en kortingsregel in de
      *    faktuurvoet; de vervaldatum wordt met de faktuur in
      *    debmutfile geboekt
      *    2026 intracommunautaire levering: bij een debiteur in een
      *    ander EU-land met een btw-nummer (bepaald door bijlicl)
      *    gaat de hele faktuur tegen 0%, met de tekst btw verlegd
      *    en beide btw-nummers in de faktuurvoet; de regels in
      *    fkthisfile krijgen fhbtwverlegd = J
      *    2026 kostprijs: de gemiddelde kostprijs uit artikelfile
      *    gaat bij het overzetten mee op de regels in arthisfile en
      *    fkthisfile; prijscontrole meldt verkoop onder kostprijs
      *    2026 e-factuur: voor debiteuren met debefactuur = J wordt
      *    naast de gedrukte faktuur een UBL-bestand in de uitbox
      *    gezet (bijlubl), in de run per klant en in de batchrun;
      *    nooit in proformamodus
      *    2026 de batchrun maakt vooraf een backupgeneratie
      *    (bijlgen); mislukt die, dan start de batchrun niet
      *    2026 periodeafsluiting: valt vandaag (de faktuurdatum in
      *    fkthisfile) in een afgesloten periode (bijlper), dan
      *    wordt er geen faktuur gemaakt; proforma blijft mogelijk
      *    2026 een samengevoegde debiteur (bijldsv) wordt geweigerd;
      *    de batchrun stopt op regels met zo'n nummer

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                                  access mode is dynamic
                                  record key is prsleutel
                                  file status is statusprijsfl.
      *  == eigen bedrijfsgegevens (onderhoud via bijlbdg), hier
      *     alleen voor het eigen btw-nummer bij btw verlegd ==
           select bedrijffile assign to disk
                                  "c:\cbl\bijl\bedrijf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbedrijffl.
      *  == onderbroken-run bewaking (safety net faktuurrun), los van
      *     kontrolefile/korder: dat bestand/veld wordt (buiten deze
      *     tree) ook gebruikt door bijlinb.cob als lopend ordernummer
                                organization is sequential
                                access mode is sequential
                                file status is statusherstelfl.
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
      *     toegevoegd zodat bestaande group moves op de
      *     oorspronkelijke byte-layout blijven werken ==
                02 artminvoorraad               pic -999999.99.
      *  == gewogen gemiddelde kostprijs per stuk; bijlgon werkt hem
      *     bij op elke ontvangst met inkoopprijs, de faktuurrun
      *     zet hem op de regels in arthisfile en fkthisfile (zie
      *     OVERZET0). achteraan toegevoegd, zelfde reden ==
                02 artkostprijs                 pic 9(4)v99.
        FD      artmutfile              data record is artmutrecord.
       01  artmutrecord.
                02 mdeb                  pic x(10).
      *     group moves op de oorspronkelijke byte-layout)
      *     onveranderd blijven werken ==
                02 hrun                  pic 9999.
      *  == kostprijs per stuk bij het overzetten (zie OVERZET0) ==
                02 hkostprijs            pic 9(4)v99.

       FD  fkthisfile              data record is fkthisrecord.
       01  fkthisrecord.
           02 fhomschryving          pic x(15).
           02 fhaantal               pic -999999.99.
           02 fhverkoopprys          pic 9(4).99.
      *  == J = intracommunautaire levering: de hele faktuur
      *     0% btw verlegd (zie INTRACOMCHECK); bijlbtw, bijlgbe
      *     en bijlicp tellen zulke regels apart. achteraan
      *     toegevoegd, zoals hrun in arthisrecord ==
           02 fhbtwverlegd           pic x.
      *  == kostprijs per stuk op het moment van faktureren, zodat
      *     de marge in bijlmrg niet verschuift als de kostprijs
      *     later verandert ==
           02 fhkostprijs            pic 9(4)v99.
      *  == bij een creditnota (bijlcrd) het gecrediteerde
      *     faktuurnummer, anders spaties; nodig om bij een herdruk
      *     (bijlfkh) de e-factuur als creditnota met verwijzing te
      *     maken ==
           02 fhorigfktnr            pic x(5).

       FD  debstamfile     data record is debstamrecord.
       01  debstamrecord.
      *     zodat bestaande group moves op de oorspronkelijke
      *     byte-layout blijven werken ==
           02 debkredlimiet             pic 9(7).
      *  == betalingscondities: termijn in dagen netto (0 = de
      *     standaardtermijn), desgewenst een kortingspercentage bij
      *     betaling binnen debkortdagen na faktuurdatum; zie
      *     BETAALCONDITIE. achteraan toegevoegd, zelfde reden ==
           02 debbetdagen               pic 999.
           02 debkortpct                pic 99v99.
           02 debkortdagen              pic 999.
      *  == e-factuur: J = naast de gedrukte faktuur ook een
      *     UBL-bestand in de uitbox (zie UBLSTART, bijlubl); het
      *     ontvanger-id als schema:nummer, bv. 0106:12345678 (kvk)
      *     of 0190:... (oin overheid). achteraan toegevoegd ==
           02 debefactuur               pic x.
           02 debefactid                pic x(35).
           02 debsamengevoegd           pic x(10).



           02 dmtrek                                pic x(5).
           02 dmaantal                  pic s9(6).
           02 dmbedrag                  pic s9(7)v99.
      *  == vervaldatum van de faktuur (alleen bij de
      *     faktuurboeking gevuld, overige kenmerken nul); bijlops,
      *     bijlaan en bijlinc werken hierop i.p.v. op de periode ==
           02 dmvervaldatum             pic 9(6).

        FD      kontrolefile    data record is kontrolerecord.
        01      kontrolerecord.
           02 prgeldigvanaf             pic 9(6).
           02 prprys                    pic 9(4).99.

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

           02 tomschryving          pic x(15).
           02 taantal               pic -999999.99.
           02 tverkoopprys          pic 9(4).99.
      *  == kostprijs per stuk, in OVERZET0 uit artikelfile en in
      *     HERSTEL0 uit arthisfile; gaat mee naar fkthisfile ==
           02 tkostprijs            pic 9(4)v99.



                02 somschryving          pic x(15).
                02 saantal               pic -999999.99.
                02 sverkoopprys          pic 9(4).99.
                02 skostprijs            pic 9(4)v99.



           02 bktrek                    pic x(5).
           02 bkaantal                  pic s9(6).
           02 bkbedrag                  pic s9(7)v99.
           02 bkvervaldatum             pic 9(6).

      *  == intracommunautaire levering bepalen via bijlicl (zie
      *     INTRACOMCHECK) ==
       01  comm-icl.
           02 iclland                   pic x(30).
           02 iclbtwnr                  pic x(14).
           02 iclverlegd                pic x.
           02 icllandcode               pic x(2).

      *  == backupgeneratie via bijlgen ==
       01  comm-gen.
           02 cgfunctie                 pic x.
           02 cgprogramma               pic x(8).
           02 cggennr                   pic 9(6).
           02 cgresultaat               pic x.
           02 cgmelding                 pic x(60).
           02 cgjaar                    pic xx.

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

       01      tabwaarde.
                02 mtab         value x'09'     pic x.
       01  overslagtabel.
           02 overslagdeb occurs 100    pic x(10).

      *  == vervaldatum en kortingsdatum rekenen: dagen optellen
      *     over maand- en jaargrenzen heen (zie DAGERBIJ) ==
       01  maandlengtes.
           02 filler    pic x(24) value "312831303130313130313031".
       01  maandtabel redefines maandlengtes.
           02 maanddagen occurs 12      pic 99.

       01  rekendatum.
           02 rdjaar                    pic 99.
           02 rdmaand                   pic 99.
           02 rddag                     pic 99.

       01  faktuurrec.
                02 fdeb                  pic x(10).
                02 fdatum                pic x(6).
        77      recbedragmut              pic s9(7)v99.
        77      recbedragfkt              pic s9(7)v99.
        77      bedrag                    pic s9(6)v99.
        77      betdagen                  pic 999.
        77      betdagenpr                pic zz9.
        77      bedragbtw                 pic s9(6)v99.
        77      bedragincl                pic s9(6)v99.
        77      boekgevonden              pic x.
        77      debnrin                   pic x(10).
        77      detailregeltel            pic 99.
        77      eerste                    pic x.
        77      eigenbtwnr                pic x(14).

        77      exc-num                   pic 99.
        77      faktuurnr                 pic 99999.
        77      jrperiode                 pic 9999.
        77      keuze                     pic x.
        77      kopietel                  pic 9.
        77      kortbedrag                pic s9(6)v99.
        77      kortbedragpr              pic -zzz,zz9.99.
        77      kortdagen                 pic 999.
        77      kortdagenpr               pic zz9.
        77      kortdatum                 pic 9(6).
        77      kortpct                   pic 99v99.
        77      kortpctpr                 pic z9.99.
        77      kredboekx                 pic 999.
        77      kredgevonden              pic x.
        77      kredklaar                 pic x.
        77      herstelkeuze              pic x.
        77      herstellendebnr           pic x(10).
        77      herstelrun                pic x.
        77      intracom                  pic x.
        77      restantmut                pic 9(5).
        77      runkeuze                  pic x.
        77      orderrgl                  pic 99999.
        77      mutprys                   pic 9(4)v99.
        77      gaandeprys                pic 9(4)v99.
        77      gaandepryspr              pic zzz9.99.
        77      kostafwtel                pic 9(3).
        77      kostpryspr                pic zzz9.99.
        77      pagteller                 pic 999.
        77      printregel                pic x(132).
        77      proformamode              pic x.
        77      rdlengte                  pic 99.
        77      rdquot                    pic 99.
        77      rdrest                    pic 9.
        77      regeltotexcl              pic s9(5)v99.
        77      dbedrag                   pic -zzzzz9.99.
        77      dverkoopprys              pic zzz9.99.
        77      spatie10                  pic x(10) value spaces.
        77      spatie5                   pic x(5) value spaces.
        77      statusartfl               pic x(2).
        77      statusbedrijffl           pic x(2).
        77      statusdebmutfl            pic x(2).
        77      statusfkthisfl            pic x(2).
        77      statusprijsfl             pic x(2).
        77      statusherstelfl           pic x(2).
        77      statusperstatfl           pic x(2).
        77      periodedicht              pic x.
        77      statusprintfl             pic x(2).
        77      standaardbetdagen         pic 999 value 30.
        77      tekst                     pic x(30).
        77      tekstfaktuurnr            pic zzzz9.
        77      teksteen                  pic x.
        77      toteuro                   pic s9(5)v99.

        77      verkoopprys               pic 9(4)v99.
        77      ublactief                 pic x.
        77      vervaldatum               pic 9(6).
        77      x                         pic x.

       PROCEDURE DIVISION.
                move zero to batchfktteller.
                move "N" to prijsaanwezig.
                move zero to prijsafwtel.
                move zero to kostafwtel.
                move "N" to herstelrun.
                move zero to overslagtel.
                move "N" to ublactief.
       FAKTUUR.
                display SPACE line 1 position 1 erase eos.
                move 2 to schermtel.
           on exception exc-num if exc-num = 27 go to stopprogram-0
           end-if.
           move space to proformamode.
           if runkeuze = "B" or "b" or "E" or "e"
              perform periodecheck
              if periodedicht = "J" go to periodegesloten end-if
           end-if.
           if runkeuze = "B" or "b"
              move "J" to batchmode
      *  == batchrun: eerst een backupgeneratie van alle bestanden
      *     die de run bijwerkt ==
              move "B" to cgfunctie
              move "BIJLFKTP" to cgprogramma
              call "bijlgen.cob" using comm-gen end-call
              if cgresultaat not = "J"
                 display "Backup mislukt, batchrun start niet:"
                 line 18 position 1 erase eol
                 display cgmelding line 19 position 1 erase eol
                 accept x line 19 position 70 tab
                 go to stopprogram-0
              end-if
              go to batchzoek
           end-if.
           if runkeuze = "E" or "e" go to klantselectie.
           line 7 position 20 erase eol.
           accept herstelkeuze line 7 position 65 tab.
           if herstelkeuze = "J" or "j"
              perform periodecheck
              if periodedicht = "J" go to periodegesloten end-if
              move herstellendebnr to debnrin
              go to herstel
           end-if.
           accept x line 9 position 75 tab.
           go to stopprogram-0.

       PERIODEGESLOTEN.
           display
           "Periode van vandaag is afgesloten: geen"
           " fakturen met deze datum." line 18 position 1 erase eol.
           display datum(1:4) line 19 position 1 erase eol.
           accept x line 19 position 75 tab.
           go to stopprogram-0.

       KLANTSELECTIE.
           accept debnrin line 3 position 25 tab
           on exception exc-num if exc-num = 27 go to stopprogram-0
              close debstamfile
              go to klantselectie
           end-read.
           if debsamengevoegd not = spaces and
              debsamengevoegd not = low-values
              display "Debiteur is samengevoegd met" line 4
              position 1 erase eol
              display debsamengevoegd line 4 position 30
              close debstamfile
              go to klantselectie
           end-if.
           move debkredlimiet to kredlimiet.
           close debstamfile.
           display debnaam1 line 4 position 1 erase eol.
              accept x line 6 position 60 tab
              go to stopprogram-0
           end-read.
      *  == regels op een samengevoegd nummer: ook stoppen; ze gaan
      *     over door het samenvoegen naar hetzelfde doel te
      *     herhalen ==
           if debsamengevoegd not = spaces and
              debsamengevoegd not = low-values
              close debstamfile
              display
              "Batch gestopt: regels op samengevoegd debiteurnummer"
              line 5 position 1 erase eol
              display debnrin line 5 position 56
              display "Overzetten naar" line 6 position 1 erase eol
              display debsamengevoegd line 6 position 17
              display "via Debiteur samenvoegen in het keuzemenu."
              line 6 position 28
              accept x line 6 position 72 tab
              go to stopprogram-0
           end-if.
           move debkredlimiet to kredlimiet.
           close debstamfile.

      *     bestand) ==
                if hdeb = debnrin and hrun = ordernr
                   move arthisrecord to trecord
                   move hkostprijs to tkostprijs
                   if tkostprijs not numeric
                      move zero to tkostprijs
                   end-if
                   write trecord end-write

                   add 1 to recaantalmut
      *  == prijsfile is er alleen als bijlprs al prijzen heeft
      *     vastgelegd; zonder prijsfile geen prijscontrole ==
                move zero to prijsafwtel.
                move zero to kostafwtel.
                open input prijsfile.
                if statusprijsfl = "00"
                   move "J" to prijsaanwezig
                go to sorteren end-read.
                move artmutrecord to trecord.

      *  == kostprijs van dit moment gaat mee op de regel, zodat de
      *     marge later niet verschuift (zie bijlmrg) ==
                move martnr to artnr.
                read artikelfile record key artnr invalid key
                   move zero to artkostprijs
                end-read.
                if artkostprijs not numeric move zero to artkostprijs.
                move artkostprijs to tkostprijs.
                write trecord end-write.

      *  == waarschuwen als de ingetikte prijs afwijkt van de gaande
           if mdeb = debnrin and proformamode not = "J"
                move artmutrecord to arthisrecord
                move ordernr to hrun
                move tkostprijs to hkostprijs

                write arthisrecord end-write
                delete artmutfile record end-delete
                 end-if
              end-if
           end-if.
      *  == verkopen onder de kostprijs (artkostprijs, gelezen in
      *     OVERZET0) apart melden ==
           move mverkoopprys to mutprys.
           if artkostprijs > mutprys
              add 1 to kostafwtel
              move artkostprijs to kostpryspr
              display "Onder kostprijs: " line 21 position 1
              erase eol
              display morder line 21 position 18
              display martnr line 21 position 24
              display mverkoopprys line 21 position 31
              display " kostprijs: " line 21 position 40
              display kostpryspr line 21 position 53
           end-if.

       SORTEREN.
                if kostafwtel not = zero
                   move kostafwtel to prijsafwtelpr
                   display
                   "Aantal regels verkocht onder de kostprijs: "
                   line 21 position 1 erase eol
                   display prijsafwtelpr line 21 position 44
                end-if.
                if prijsafwtel not = zero
                   move prijsafwtel to prijsafwtelpr
                   display
                     using tfile giving tfile.

       LEZEN.
      *  == 0% btw verlegd of niet: vastgesteld voor de eerste
      *     regel wordt berekend (ook bij een herstel-run) ==
                perform intracomcheck.
      *  == e-factuur alleen bij het eerste exemplaar en nooit in
      *     proformamodus ==
                if kopietel = 1 perform ublstart end-if.
                open output printfile.
                open extend archieffile.
                open i-o tfile.
                move zero to btwartnr
                end-read.
                move btwartnr to regelbtwpct.
                if intracom = "J" move zero to regelbtwpct end-if.
                compute regelbedragbtw rounded =
                        bedrag * regelbtwpct / 100.
                add regelbedragbtw to totbedragbtw.
                if ublactief = "J" and kopietel = 1
                   perform ubldetail
                end-if.

                move tverkoopprys to tekstverkoopprys.
                move taantal to tekstaantal.
                move taantal to fhaantal.
                move tdatum to fhdatum.
                move tverkoopprys to fhverkoopprys.
                move intracom to fhbtwverlegd.
                move tkostprijs to fhkostprijs.
                move spaces to fhorigfktnr.
                write fkthisrecord end-write.
                close fkthisfile.

                move tdeb to debnr.
                read debstamfile record key debnr invalid key
                move spaces to printregel end-read.
                perform betaalconditie.
                string
                spatie40 spatie20 debnaam1
                delimited size into printregel.
                string datum(5:2) delimited size into dag.
                string
                "    Faktuurdatum: " dag "-" maand "-" jaar
                "      Vervaldatum: " vervaldatum(5:2) "-"
                vervaldatum(3:2) "-" vervaldatum(1:2)
                delimited size
                into printregel.

                write printrecord from printregel end-write.
                write archiefrecord from printregel end-write.

      *  == betalingsconditie van de debiteur; korting alleen als
      *     er een percentage en een aantal kortingsdagen is ==
                move betdagen to betdagenpr.
                move spaces to printregel.
                string
                "    Betalingsconditie: " betdagenpr
                " dagen netto, uiterlijk " vervaldatum(5:2) "-"
                vervaldatum(3:2) "-" vervaldatum(1:2)
                delimited size into printregel.
                write printrecord from printregel end-write.
                write archiefrecord from printregel end-write.
                if kortpct not = zero
                   compute kortbedrag rounded =
                           fktbedragincl * kortpct / 100
                   move kortpct to kortpctpr
                   move kortbedrag to kortbedragpr
                   move kortdagen to kortdagenpr
                   move spaces to printregel
                   string
                   "    Bij betaling binnen " kortdagenpr
                   " dagen (t/m " kortdatum(5:2) "-" kortdatum(3:2)
                   "-" kortdatum(1:2) ") " kortpctpr
                   "% korting: " kortbedragpr
                   delimited size into printregel
                   write printrecord from printregel end-write
                   write archiefrecord from printregel end-write
                end-if.
                if intracom = "J" perform btwverlegdregels end-if.

       RECONCILIATIE.
      *  == controle: aantal/bedrag regels die uit artmutfile zijn
      *     verwijderd (en dus in arthisfile staan) moet overeenkomen
              move spaces to bktrek
              move zero to bkaantal
              move fktbedragincl to bkbedrag
              move vervaldatum to bkvervaldatum
              call "bijldmw.cob" using dmboekregel end-call
           end-if.

           write kherstelrecord end-write.
           close kherstelfile.

           if ublactief = "J" perform ublvoet.

           add 1 to batchfktteller.
           if batchmode = "J" go to batchreset.

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

       BATCHRESET.
      *  == batchrun: tellers en totalen terug naar beginstand,
      *     daarna de volgende debiteur met open regels opzoeken ==
      *     bijlnum (zie OVERZET) ==
           go to batchzoek.

       BETAALCONDITIE.
      *  == vervaldatum = faktuurdatum plus de termijn van de
      *     debiteur (0 = standaardtermijn), kortingsdatum =
      *     faktuurdatum plus de kortingsdagen; bijlbet en bijlbim
      *     rekenen met hetzelfde percentage over het faktuurtotaal ==
           if debbetdagen not numeric move zero to debbetdagen.
           if debkortpct not numeric move zero to debkortpct.
           if debkortdagen not numeric move zero to debkortdagen.
           move debbetdagen to betdagen.
           if betdagen = zero move standaardbetdagen to betdagen.
           move debkortpct to kortpct.
           move debkortdagen to kortdagen.
           if kortdagen = zero move zero to kortpct.
           move datum to rekendatum.
           perform dagerbij betdagen times.
           move rekendatum to vervaldatum.
           move datum to rekendatum.
           perform dagerbij kortdagen times.
           move rekendatum to kortdatum.

       DAGERBIJ.
           add 1 to rddag.
           move maanddagen(rdmaand) to rdlengte.
           if rdmaand = 2
              divide rdjaar by 4 giving rdquot remainder rdrest
              if rdrest = zero move 29 to rdlengte end-if
           end-if.
           if rddag > rdlengte
              move 1 to rddag
              add 1 to rdmaand
              if rdmaand > 12
                 move 1 to rdmaand
                 add 1 to rdjaar
              end-if
           end-if.

       HERSTELBOEKCHECK.
      *  == staat deze faktuur (debiteur + faktuurnummer) al in
      *     debmutfile? (zie STOPPROGRAM) ==
      *  == te maken faktuur: artmutfile-regels van deze debiteur,
      *     bedrag plus btw per regel volgens btwartnr, zelfde
      *     berekening als TEKSTOVERBRENG ==
           perform intracomcheck.
           move "N" to kredklaar.
           open input artmutfile.
           open input artikelfile.
                    move zero to btwartnr
                 end-read
                 move btwartnr to regelbtwpct
                 if intracom = "J" move zero to regelbtwpct end-if
                 compute kredbtw rounded =
                         kredbedrag * regelbtwpct / 100
                 add kredbedrag to krednieuw
                 add kredbtw to krednieuw
              end-if
           end-read.

       INTRACOMCHECK.
      *  == intracommunautaire levering: debiteur in een ander
      *     EU-land met een btw-nummer (regel in bijlicl); dan geldt
      *     0% voor alle regels, ongeacht btwartnr. het eigen
      *     btw-nummer komt uit bedrijf.zwa (bijlbdg) ==
           move "N" to intracom.
           open input debstamfile.
           move debnrin to debnr.
           read debstamfile record key debnr
              invalid key continue
              not invalid key
                 move debland to iclland
                 move debbtwnr to iclbtwnr
                 call "bijlicl.cob" using comm-icl end-call
                 move iclverlegd to intracom
           end-read.
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

       BTWVERLEGDREGELS.
      *  == verplichte vermeldingen bij een intracommunautaire
      *     levering: btw verlegd en beide btw-nummers ==
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
           if proformamode not = "J"
              move "K" to ublfunktie
              move "F" to ublsoort
              move faktuurnr to ublfktnr
              move zero to ublorigfktnr
              move datum to ubldatum
              move zero to ublvervaldatum
              move debnrin to ubldebnr
              move intracom to ublintracom
              call "bijlubl.cob" using comm-ubl end-call
              if ublstatus = "J" move "J" to ublactief end-if
           end-if.

       UBLDETAIL.
      *  == de regel zoals hij gedrukt wordt ==
           move "R" to ublfunktie.
           move tartnr to ublartnr.
           move tomschryving to ublomschryving.
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
           move vervaldatum to ublvervaldatum.
           move fktbedragincl to ubltotincl.
           call "bijlubl.cob" using comm-ubl end-call.
           if ublstatus = "J"
              display "E-factuur in de uitbox gezet voor debiteur"
              line 21 position 1 erase eol
              display debnrin line 21 position 45
           else
              display "LET OP: e-factuur NIET aangemaakt, debiteur"
              line 21 position 1 erase eol
              display debnrin line 21 position 46
              if batchmode not = "J"
                 accept x line 21 position 60 tab
              end-if
           end-if.
           move "N" to ublactief.
