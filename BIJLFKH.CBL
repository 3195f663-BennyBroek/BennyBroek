      *  (0%/6%/19%) -- EEN PROGRAMMA, OPZOEKEN OP FAKTUURNUMMER.
      *    2026 eerste versie: fkthisfile is indexed op fhfktnr,
      *    dus direct opzoeken i.p.v. het hele bestand doorlezen.
      *    2026 regels met fhbtwverlegd = J (intracommunautaire
      *    levering) worden tegen 0% herdrukt, met de tekst btw
      *    verlegd en beide btw-nummers, net als het origineel.
      *    2026 e-factuur: voor een debiteur met debefactuur = J
      *    schrijft bijlubl de herdrukte faktuur of creditnota
      *    (fhorigfktnr gevuld) opnieuw als UBL-bestand in de uitbox.
      *    2026 e-factuur herdruk: vervaldatum van een faktuur zoals
      *    geboekt in debmutfile (faktuur- of beginbalansregel);
      *    alleen als die er niet is faktuurdatum plus debbetdagen.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                                  access mode is dynamic
                                  record key is debnr.

           select debmutfile assign to disk
                                  "c:\cbl\bijl\debmut.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusdebmutfl.

           select bedrijffile assign to disk
                                  "c:\cbl\bijl\bedrijf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbedrijffl.

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
               02 drbedrag          pic zzz,zz9.99-.
               02 filler           pic x(5) value spaces.

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

      *  == vervaldatum rekenen zoals bijlfktp (zie DAGERBIJ) ==
       01  maandlengtes.
           02 filler    pic x(24) value "312831303130313130313031".
       01  maandtabel redefines maandlengtes.
           02 maanddagen occurs 12      pic 99.

       01  rekendatum.
           02 rdjaar                    pic 99.
           02 rdmaand                   pic 99.
           02 rddag                     pic 99.

        77      aantal                    pic s9(6)v99.
        77      artnrin                   pic x(5).
        77      bedrag                    pic s9(6)v99.
        77      bedragbtw                 pic s9(6)v99.
        77      bedragincl                pic s9(6)v99.
        77      betdagen                  pic 999.
        77      dag                       pic xx.
        77      datum                     pic 9(6).
        77      dbedrag                   pic -zzzzz9.99.
        77      daantal                   pic -zzzzz9.99.
        77      debmutklaar               pic x.
        77      detailregeltel            pic 99.
        77      dverkoopprys              pic zzz9.99.
        77      eerste                    pic x.
        77      eigenbtwnr                pic x(14).
        77      exc-num                   pic 99.
        77      fktnrin                   pic x(5).
        77      fktnrnum                  pic 9(5).
        77      gevonden                  pic x.
        77      intracom                  pic x.
        77      jaar                      pic xx.
        77      keuze                     pic x.
        77      maand                     pic xx.
        77      pregelcontrol             pic 999.
        77      pregeltel                 pic 999.
        77      printregel                pic x(132).
        77      rdlengte                  pic 99.
        77      rdquot                    pic 99.
        77      rdrest                    pic 9.
        77      regelbtwpct               pic 99v99.
        77      regelbedragbtw            pic s9(6)v99.
        77      spatie38                  pic x(38) value spaces.
        77      spatie40                  pic x(40) value spaces.
        77      spatie20                  pic x(20) value spaces.
        77      spatie10                  pic x(10) value spaces.
        77      standaardbetdagen         pic 999 value 30.
        77      statusartfl               pic x(2).
        77      statusdebmutfl            pic x(2).
        77      statusbedrijffl           pic x(2).
        77      statusfkthisfl            pic x(2).
        77      statusprintfl             pic x(2).
        77      tekstbedrag               pic -zzz,zz9.99.
        77      totbedrexcl               pic s9(6)v99.
        77      totbedrexclpr             pic -zzz,zz9.99.
        77      totbedragbtw              pic s9(6)v99.
        77      ublactief                 pic x.
        77      verkoopprys               pic 9(4)v99.
        77      x                         pic x.

           move zero to totbedrexcl.
           move zero to totbedragbtw.
           move "J" to eerste.
           move "N" to intracom.
           move "N" to ublactief.
           open output printfile.
           open extend archieffile.
           open input artikelfile.
           if gevonden = "J"
               perform faktuurtotaal
               perform faktuurvoet
               if ublactief = "J" perform ublvoet end-if
           end-if.
           close printfile.
           close archieffile.
                move zero to btwartnr
                end-read.
                move btwartnr to regelbtwpct.
                if fhbtwverlegd = "J"
                   move "J" to intracom
                   move zero to regelbtwpct
                end-if.
                compute regelbedragbtw rounded =
                        bedrag * regelbtwpct / 100.
                add regelbedragbtw to totbedragbtw.
                if eerste = "J" perform ublstart end-if.
                if ublactief = "J" perform ubldetail end-if.

                move fhverkoopprys to tekstverkoopprys.
                move fhaantal to tekstaantal.
                write archiefrecord from printregel end-write.
                move spaces to printregel.

                move bedragincl to ubltotincl.
                move zero to bedragbtw bedragincl.
                move zero to totbedrexcl.
                move zero to totbedragbtw.
                "  " delimited size into printregel.
                write printrecord from printregel end-write.
                write archiefrecord from printregel end-write.
                if intracom = "J" perform btwverlegdregels end-if.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.

       BTWVERLEGDREGELS.
      *  == verplichte vermeldingen, zoals op het origineel; het
      *     eigen btw-nummer uit bedrijf.zwa (bijlbdg) ==
           move spaces to eigenbtwnr.
           open input bedrijffile.
           if statusbedrijffl = "00"
              read bedrijffile next record
                 at end continue
                 not at end move bdbtwnr to eigenbtwnr
              end-read
              close bedrijffile
           end-if.
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
      *  == kop naar bijlubl bij de eerste regel; een regel met
      *     fhorigfktnr hoort bij een creditnota. de datum is die
      *     van de oorspronkelijke faktuur, de vervaldatum van
      *     een faktuur wordt daaruit opnieuw gerekend ==
           move "N" to ublactief.
           move "K" to ublfunktie.
           move "F" to ublsoort.
           move zero to ublorigfktnr.
           if fhorigfktnr numeric
              if fhorigfktnr not = zero
                 move "C" to ublsoort
                 move fhorigfktnr to ublorigfktnr
              end-if
           end-if.
           move fktnrnum to ublfktnr.
           if fhfktdatum numeric
              move fhfktdatum to ubldatum
           else
              move datum to ubldatum
           end-if.
           move zero to ublvervaldatum.
           if ublsoort = "F" perform ublverval thru ublverval9.
           move fhdeb to ubldebnr.
           move intracom to ublintracom.
           call "bijlubl.cob" using comm-ubl end-call.
           if ublstatus = "J" move "J" to ublactief end-if.

       UBLVERVAL.
      *  == de vervaldatum zoals bij de faktuur geboekt: de
      *     faktuurregel (dmtrek leeg) of na de jaarafsluiting de
      *     beginbalansregel (BBAL) in debmutfile. zo blijft hij
      *     gelijk aan de gedrukte faktuur, ook als de termijn van
      *     de debiteur later is gewijzigd ==
           move "N" to debmutklaar.
           open input debmutfile.
           if statusdebmutfl not = "00"
              move "J" to debmutklaar
           else
              perform ublverval0 until debmutklaar = "J"
              close debmutfile
           end-if.
           if ublvervaldatum not = zero go to ublverval9.
      *  == niet (meer) geboekt: faktuurdatum plus de termijn van
      *     de debiteur (0 = standaardtermijn), als BETAALCONDITIE
      *     in bijlfktp ==
           move zero to betdagen.
           open input debstamfile.
           move fhdeb to debnr.
           read debstamfile record key debnr invalid key
              move zero to debbetdagen
           end-read.
           close debstamfile.
           if debbetdagen not numeric move zero to debbetdagen.
           move debbetdagen to betdagen.
           if betdagen = zero move standaardbetdagen to betdagen.
           move ubldatum to rekendatum.
           perform dagerbij betdagen times.
           move rekendatum to ublvervaldatum.

       UBLVERVAL9.
           exit.

       UBLVERVAL0.
           read debmutfile next record at end
              move "J" to debmutklaar
           not at end
              if dmfktnr = fktnrnum and
                 (dmtrek = spaces or dmtrek = "BBAL")
                 move "J" to debmutklaar
                 if dmvervaldatum numeric
                    move dmvervaldatum to ublvervaldatum
                 end-if
              end-if
           end-read.

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

       UBLDETAIL.
      *  == de regel zoals hij herdrukt wordt ==
           move "R" to ublfunktie.
           move fhartnr to ublartnr.
           move fhomschryving to ublomschryving.
           move aantal to ublaantal.
           move verkoopprys to ublprys.
           move bedrag to ublbedrag.
           move regelbtwpct to ublbtwpct.
           move regelbedragbtw to ublbtwbedrag.
           call "bijlubl.cob" using comm-ubl end-call.

       UBLVOET.
      *  == bestand schrijven; het totaal is in faktuurtotaal
      *     bewaard (ubltotincl), bijlubl controleert de regels
      *     daartegen ==
           move "V" to ublfunktie.
           call "bijlubl.cob" using comm-ubl end-call.
           if ublstatus = "J"
              display "E-factuur opnieuw in de uitbox gezet"
              line 21 position 1 erase eol
           else
              display "LET OP: e-factuur NIET aangemaakt"
              line 21 position 1 erase eol
              accept x line 21 position 60 tab
           end-if.
           move "N" to ublactief.
