      *  KOPPELT DEBMUTFILE AAN DEBSTAMFILE EN TOTALISEERT DMBEDRAG
      *  PER DEBITEUR PER PERIODE (DMPERIODE).
      *    2026 eerste versie.
      *    2026 ouderdom op vervaldatum i.p.v. periode: per
      *    faktuurnummer gesaldeerd, per open faktuur het aantal
      *    dagen over de vervaldatum (dmvervaldatum), en per
      *    debiteur en in totaal ingedeeld in ouderdomsklassen.

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

       FD printfile.
       01 printrecord             pic x(132).
           02 sdmtrek                                pic x(5).
           02 sdmaantal                  pic s9(6).
           02 sdmbedrag                  pic s9(7)v99.
           02 sdmvervaldatum             pic 9(6).

       WORKING-STORAGE SECTION.

      *  == ouderdomsklassen op dagen over de vervaldatum: per
      *     debiteur en over alle debiteuren ==
       01  klassetabel.
           02 klassepost occurs 5.
              03 kldebtor               pic s9(8)v99.
              03 klalgemeen             pic s9(8)v99.

       01  klassenamen.
           02 filler       pic x(20) value "nog niet vervallen  ".
           02 filler       pic x(20) value "1 t/m 30 dagen over ".
           02 filler       pic x(20) value "31 t/m 60 dagen over".
           02 filler       pic x(20) value "61 t/m 90 dagen over".
           02 filler       pic x(20) value "ruim 90 dagen over  ".
       01  klassenamenr redefines klassenamen.
           02 klassenaam occurs 5       pic x(20).

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

       01  openregelrec.
           02 filler                    pic x(8) value spaces.
           02 filler                    pic x(8) value "faktuur ".
           02 orfktnr                   pic 9(6).
           02 filler                    pic x(10) value
                                        "  vervalt ".
           02 ordd                      pic xx.
           02 filler                    pic x value "-".
           02 ormm                      pic xx.
           02 filler                    pic x value "-".
           02 orjj                      pic xx.
           02 filler                    pic x(2) value spaces.
           02 ordagen                   pic ----9.
           02 filler                    pic x(11) value
                                        " dagen over".
           02 filler                    pic x(4) value spaces.
           02 orbedrag                  pic -zzz,zz9.99.

        77      datum                     pic 9(6).
        77      dagenover                 pic s9(6).
        77      dagnr                     pic 9(6).
        77      eerstedebtor              pic x.
        77      keuze                     pic x.
        77      huidigdatum               pic 9(6).
        77      huidigdebnr               pic x(10) value spaces.
        77      huidigfktnr               pic 9(6).
        77      huidigverval              pic 9(6).
        77      algemeentotaal            pic s9(8)v99 value zero.
        77      algemeentotaalpr          pic -zzz,zzz,zz9.99.
        77      debtortotaal              pic s9(7)v99.
        77      debtortotaalpr            pic -zzz,zz9.99.
        77      fktnrsaldo                pic s9(7)v99.
        77      klassetotaalpr            pic -zzz,zzz,zz9.99.
        77      klx                       pic 9.
        77      pregeltel                 pic 999.
        77      printregel                pic x(132).
        77      rdhulp                    pic 999.
        77      rdquot                    pic 99.
        77      rdrest                    pic 9.
        77      statusprintfl             pic x(2).
        77      vandaagnr                 pic 9(6).
        77      vervalnr                  pic 9(6).

       PROCEDURE DIVISION.
       DECLARATIVES.
           accept datum from date end-accept.
           display "Openstaande-postenlijst wordt gemaakt..."
           line 12 position 20.
           move datum to rekendatum.
           perform dagnummer.
           move dagnr to vandaagnr.

       SORTEREN.
      *  == sorteren op debiteur / faktuurnummer, zodat per faktuur
      *     gesaldeerd kan worden en de ouderdom per open faktuur
      *     op de vervaldatum bepaald kan worden (control break) ==
           sort sortwerkfile ascending key sdmdebnr sdmfktnr
                using debmutfile giving debmutwerkfile.

       VOORBEREIDEN.
           move zero to algemeentotaal.
           move zero to debtortotaal.
           move zero to fktnrsaldo.
           move spaces to huidigdebnr.
           perform klassenulalg varying klx from 1 by 1
           until klx > 5.
           move 1 to pregeltel.
           move "J" to eerstedebtor.
           open output printfile.

           if wmdebnr not = huidigdebnr
               if eerstedebtor not = "J"
                   perform fktnrafsluit
                   perform debtorafdruk
               end-if
               move wmdebnr to huidigdebnr
               move zero to debtortotaal
               perform klassenuldeb varying klx from 1 by 1
               until klx > 5
               move "N" to eerstedebtor
               perform debtorkop
               perform fktnrstart
           else
               if wmfktnr not = huidigfktnr
                   perform fktnrafsluit
                   perform fktnrstart
               end-if
           end-if.

      *  == vervaldatum staat op de faktuurboeking (en op de
      *     beginbalansregel na de jaarafsluiting); faktuurdatum als
      *     terugval voor boekingen van voor de betalingscondities ==
           if wmvervaldatum not = zero
               move wmvervaldatum to huidigverval
           end-if.
           if wmtrek = spaces or wmtrek = "BBAL"
               move wmdatum to huidigdatum
           end-if.
           add wmbedrag to fktnrsaldo.
           go to lezen.

       LAATSTEPERIODE.
           if eerstedebtor not = "J"
               perform fktnrafsluit
               perform debtorafdruk
           end-if.
           perform algemeentotaalafdruk.
           close printfile.
           go to stopprogram.

       FKTNRSTART.
           move wmfktnr to huidigfktnr.
           move wmdatum to huidigdatum.
           move zero to huidigverval.
           move zero to fktnrsaldo.

       FKTNRAFSLUIT.
      *  == per saldo nul is afgeletterd en telt niet; al het andere
      *     gaat naar de ouderdomsklasse volgens het aantal dagen
      *     over de vervaldatum ==
           if fktnrsaldo not = zero
               if huidigverval = zero
                   move huidigdatum to huidigverval
               end-if
               move huidigverval to rekendatum
               perform dagnummer
               move dagnr to vervalnr
               compute dagenover = vandaagnr - vervalnr
               move 5 to klx
               if dagenover not > 90 move 4 to klx end-if
               if dagenover not > 60 move 3 to klx end-if
               if dagenover not > 30 move 2 to klx end-if
               if dagenover not > zero move 1 to klx end-if
               add fktnrsaldo to kldebtor(klx)
               add fktnrsaldo to klalgemeen(klx)
               add fktnrsaldo to debtortotaal
               add fktnrsaldo to algemeentotaal
               perform openregelafdruk
           end-if.

       OPENREGELAFDRUK.
           move huidigfktnr to orfktnr.
           move huidigverval to rekendatum.
           move rddag to ordd.
           move rdmaand to ormm.
           move rdjaar to orjj.
           move dagenover to ordagen.
           move fktnrsaldo to orbedrag.
           move spaces to printregel.
           move openregelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to pregeltel.

       KLASSENULDEB.
           move zero to kldebtor(klx).

       KLASSENULALG.
           move zero to kldebtor(klx).
           move zero to klalgemeen(klx).

       KOP.
           move spaces to printregel.
           string
           "    Openstaande-postenlijst (ouderdom op vervaldatum) per "
           datum
           delimited size into printregel.
           write printrecord from printregel end-write.
           add 1 to pregeltel.
           end-write.
           add 2 to pregeltel.

       KLASSEAFDRUKDEB.
           if kldebtor(klx) not = zero
               move kldebtor(klx) to klassetotaalpr
               move spaces to printregel
               string
               "        " klassenaam(klx)
               "     openstaand: " klassetotaalpr
               delimited size into printregel
               write printrecord from printregel end-write
               add 1 to pregeltel
           end-if.

       KLASSEAFDRUKALG.
           move klalgemeen(klx) to klassetotaalpr.
           move spaces to printregel.
           string
           "    " klassenaam(klx)
           "         openstaand: " klassetotaalpr
           delimited size into printregel.
           write printrecord from printregel end-write.

       DEBTORAFDRUK.
           perform klasseafdrukdeb varying klx from 1 by 1
           until klx > 5.
           move spaces to printregel.
           move debtortotaal to debtortotaalpr.
           string
           delimited size into printregel.
           write printrecord from printregel after advancing 2 lines
           end-write.
           perform klasseafdrukalg varying klx from 1 by 1
           until klx > 5.
           move spaces to printregel.
           string
           "    Totaal openstaand alle debiteuren: " algemeentotaalpr
           delimited size into printregel.
           write printrecord from printregel end-write.

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

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
