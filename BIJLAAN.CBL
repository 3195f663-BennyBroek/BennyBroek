      *  (1E HERINNERING, 2E HERINNERING, INGEBREKESTELLING); ELKE
      *  VOLGENDE RUN DRUKT DE EERSTVOLGENDE, STERKERE TEKST.
      *    2026 eerste versie.
      *    2026 aanmanen op vervaldatum i.p.v. grensperiode: een
      *    debiteur krijgt een brief als een open faktuur meer dan
      *    het opgegeven aantal dagen over zijn vervaldatum
      *    (dmvervaldatum) is; de brief vermeldt per faktuur de
      *    vervaldatum.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
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

      *  == laatst verstuurde aanmaningsniveau per debiteur ==
       FD  aanmfile        data record is aanmrecord.
           02 sdmtrek                                pic x(5).
           02 sdmaantal                  pic s9(6).
           02 sdmbedrag                  pic s9(7)v99.
           02 sdmvervaldatum             pic 9(6).

       WORKING-STORAGE SECTION.

              03 opdatum                pic 9(6).
              03 opperiode              pic 9(4).
              03 opbedrag               pic s9(7)v99.
              03 opverval               pic 9(6).

       01  aanmregelrec.
           02 filler                    pic x(4) value spaces.
           02 ardatum                   pic 9(6).
           02 filler                    pic x(6) value spaces.
           02 arbedrag                  pic -zzz,zz9.99.
           02 filler                    pic x(5) value spaces.
           02 arverval                  pic 9(6).

      *  == dagnummer rekenen (zie DAGNUMMER): dagen voor de
      *     eerste van elke maand in een gewoon jaar ==
       01  dagenvoortabel.
           02 filler       pic x(18) value "000031059090120151".
           02 filler       pic x(18) value "181212243273304334".
       01  dagenvoorr redefines dagenvoortabel.
           02 dagenvoor occurs 12       pic 999.

       01  rekendatum.
           02 rdjaar                    pic 99.
           02 rdmaand                   pic 99.
           02 rddag                     pic 99.

        77      aantalbrieven             pic 9(4).
        77      aantalbrievenpr           pic zzz9.
        77      brieftotaal               pic s9(8)v99.
        77      brieftotaalpr             pic -zzz,zzz,zz9.99.
        77      dag                       pic xx.
        77      dagenover                 pic s9(6).
        77      dagnr                     pic 9(6).
        77      datum                     pic 9(6).
        77      debtoropen                pic s9(8)v99.
        77      eerstebrief               pic x.
        77      exc-num                   pic 99.
        77      fktnrsaldo                pic s9(7)v99.
        77      grensdagen                pic 999.
        77      huidigdatum               pic 9(6).
        77      huidigdebnr               pic x(10) value spaces.
        77      huidigfktnr               pic 9(6).
        77      huidigperiode             pic 9(4).
        77      huidigverval              pic 9(6).
        77      jaar                      pic xx.
        77      keuze                     pic x.
        77      maand                     pic xx.
        77      openteller                pic 99.
        77      oudgenoeg                 pic x.
        77      printregel                pic x(132).
        77      rdhulp                    pic 999.
        77      rdquot                    pic 99.
        77      rdrest                    pic 9.
        77      spatie20                  pic x(20) value spaces.
        77      spatie40                  pic x(40) value spaces.
        77      statusaanmfl              pic x(2).
        77      statusprintfl             pic x(2).
        77      tabelvol                  pic x.
        77      telx                      pic 99.
        77      vandaagnr                 pic 9(6).
        77      x                         pic x.

       PROCEDURE DIVISION.
           erase eol.

       GRENSVRAAG.
      *  == aanmanen zodra een open faktuur meer dan dit aantal
      *     dagen over zijn vervaldatum is (0 = elke vervallen
      *     faktuur) ==
           display "Aanmanen: meer dan hoeveel dagen over de"
           " vervaldatum:" line 3 position 1 erase eol.
           move zero to grensdagen.
           accept grensdagen line 3 position 56 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "Brieven worden gemaakt..." line 5 position 1
           erase eol.
           move datum to rekendatum.
           perform dagnummer.
           move dagnr to vandaagnr.

       SORTEREN.
      *  == sorteren op debiteur / faktuurnummer, zodat per debiteur
               move wmfktnr to huidigfktnr
               move wmdatum to huidigdatum
               move wmperiode to huidigperiode
               move zero to huidigverval
               move zero to fktnrsaldo
           else
               if wmfktnr not = huidigfktnr
                   move wmfktnr to huidigfktnr
                   move wmdatum to huidigdatum
                   move wmperiode to huidigperiode
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
           add wmbedrag to fktnrsaldo.
           go to lezen.

      *     het debiteurtotaal telt buiten de tabel om door, zodat
      *     het ook klopt als er meer open fakturen zijn dan de
      *     tabel groot is ==
           if huidigverval = zero
               move huidigdatum to huidigverval
           end-if.
           if fktnrsaldo > zero
               add fktnrsaldo to debtoropen
               if openteller < 50
                   move huidigdatum to opdatum(openteller)
                   move huidigperiode to opperiode(openteller)
                   move fktnrsaldo to opbedrag(openteller)
                   move huidigverval to opverval(openteller)
               else
                   move "J" to tabelvol
               end-if
           end-if.

       DEBTORTOETS.
           move opverval(telx) to rekendatum.
           perform dagnummer.
           compute dagenover = vandaagnr - dagnr.
           if dagenover > zero and dagenover > grensdagen
               move "J" to oudgenoeg
           end-if.

       DAGNUMMER.
      *  == datum (jjmmdd) in rekendatum omrekenen naar een
      *     doorlopend dagnummer, zodat termijnen in dagen te
      *     vergelijken zijn over maand- en jaargrenzen heen ==
           if rdmaand < 1 or rdmaand > 12 move 1 to rdmaand.
           compute rdhulp = rdjaar + 3.
           divide rdhulp by 4 giving rdquot.
           compute dagnr = rdjaar * 365 + rdquot
                   + dagenvoor(rdmaand) + rddag.
           divide rdjaar by 4 giving rdquot remainder rdrest.
           if rdrest = zero and rdmaand > 2 add 1 to dagnr.

       NIVEAURESET.
      *  == debiteur staat per saldo niet meer open: het vastgelegde
      *     aanmaningsniveau vervalt, zodat een latere achterstand

           move spaces to printregel.
           string
           "    Faktuurnr    Datum       Bedrag         Vervaldatum"
           delimited size into printregel.
           write printrecord from printregel after advancing
           2 lines end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           perform briefregel varying telx from 1 by 1
           move opfktnr(telx) to arfktnr.
           move opdatum(telx) to ardatum.
           move opbedrag(telx) to arbedrag.
           move opverval(telx) to arverval.
           move spaces to printregel.
           move aanmregelrec to printregel.
           write printrecord from printregel end-write.
