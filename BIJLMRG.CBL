        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlmrg.
      *  BRUTOMARGE: OMZET, KOSTPRIJS, BRUTOMARGE EN MARGE-% OVER EEN
      *  PERIODE (FAKTUURDATUM), RECHTSTREEKS UIT FKTHISFILE, NAAR
      *  KEUZE PER FAKTUUR (MET DE REGELS), PER DEBITEUR OF PER
      *  ARTIKEL. DE KOSTPRIJS IS DIE VAN HET MOMENT VAN FAKTUREREN
      *  (FHKOSTPRIJS, ZIE BIJLFKTP/BIJLCRD), ZODAT DE MARGE NIET
      *  VERSCHUIFT ALS BIJLGON DE KOSTPRIJS LATER BIJWERKT.
      *  CREDITNOTA'S TELLEN NEGATIEF MEE. REGELS VERKOCHT ONDER DE
      *  KOSTPRIJS WORDEN GEMARKEERD; BIJ DEBITEUR EN ARTIKEL STAAN
      *  ZE ONDER DE TOTAALREGEL. REGELS ZONDER KOSTPRIJS (VAN VOOR
      *  DE KOSTPRIJSREGISTRATIE) WORDEN APART GETELD.
      *    2026 eerste versie.

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

           select margewerkfile assign to disk
                                  "c:\cbl\bijl\mrgwerk.zwa"
                                  organization is sequential
                                  access mode is sequential.

           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr.

                select printfile assign to print "PRINTER"
                        file status is statusprintfl.

                select sortwerkfile assign to disk.

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

       FD  margewerkfile           data record is margewerkrecord.
       01  margewerkrecord.
           02 mwdeb                  pic x(10).
           02 mwfktnr                pic x(5).
           02 mwfktdatum             pic x(6).
           02 mwdatum                pic x(6).
           02 mworder                pic x(4).
           02 mwartnr                pic x(5).
           02 mwomschryving          pic x(15).
           02 mwaantal               pic -999999.99.
           02 mwverkoopprys          pic 9(4).99.
           02 mwbtwverlegd           pic x.
           02 mwkostprijs            pic 9(4)v99.
           02 mworigfktnr            pic x(5).

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

        SD      sortwerkfile.
        01      sortrecord.
           02 sodeb                  pic x(10).
           02 sofktnr                pic x(5).
           02 sofktdatum             pic x(6).
           02 sodatum                pic x(6).
           02 soorder                pic x(4).
           02 soartnr                pic x(5).
           02 soomschryving          pic x(15).
           02 soaantal               pic -999999.99.
           02 soverkoopprys          pic 9(4).99.
           02 sobtwverlegd           pic x.
           02 sokostprijs            pic 9(4)v99.
           02 soorigfktnr            pic x(5).

       WORKING-STORAGE SECTION.

      *  == regels onder de kostprijs binnen de lopende groep, om bij
      *     debiteur en artikel onder de totaalregel te drukken ==
       01  ondertabel.
           02 onderpost occurs 100.
              03 ondfktnr               pic x(5).
              03 ondfktdatum            pic x(6).
              03 onddeb                 pic x(10).
              03 ondartnr               pic x(5).
              03 ondomschryving         pic x(15).
              03 ondaantal              pic s9(6)v99.
              03 ondomzet               pic s9(9)v99.
              03 ondkost                pic s9(9)v99.

       01  detailregelrec.
           02 filler                    pic x(4) value spaces.
           02 drfktnr                   pic x(5).
           02 filler                    pic x(2) value spaces.
           02 drdatum                   pic x(6).
           02 filler                    pic x(2) value spaces.
           02 drartnr                   pic x(5).
           02 filler                    pic x(2) value spaces.
           02 dromschryving             pic x(15).
           02 filler                    pic x(2) value spaces.
           02 draantal                  pic -zzzzz9.99.
           02 filler                    pic x(2) value spaces.
           02 dromzet                   pic -zz,zzz,zz9.99.
           02 filler                    pic x(2) value spaces.
           02 drkost                    pic -zz,zzz,zz9.99.
           02 filler                    pic x(2) value spaces.
           02 drmarge                   pic -zz,zzz,zz9.99.
           02 filler                    pic x(2) value spaces.
           02 drpct                     pic -zzz9.9.
           02 filler                    pic x(2) value spaces.
           02 drmelding                 pic x(16).

       01  groepregelrec.
           02 filler                    pic x(4) value spaces.
           02 grsleutel                 pic x(10).
           02 filler                    pic x(2) value spaces.
           02 grnaam                    pic x(30).
           02 filler                    pic x(9) value spaces.
           02 gromzet                   pic -zz,zzz,zz9.99.
           02 filler                    pic x(2) value spaces.
           02 grkost                    pic -zz,zzz,zz9.99.
           02 filler                    pic x(2) value spaces.
           02 grmarge                   pic -zz,zzz,zz9.99.
           02 filler                    pic x(2) value spaces.
           02 grpct                     pic -zzz9.9.
           02 filler                    pic x(2) value spaces.
           02 grmelding                 pic x(16).

        77      aantal                    pic s9(6)v99.
        77      datum                     pic 9(6).
        77      exc-num                   pic 99.
        77      geenkosttel               pic 9(5).
        77      geenkosttelpr             pic zzzz9.
        77      groepkost                 pic s9(9)v99.
        77      groepomzet                pic s9(9)v99.
        77      groeponder                pic 9(5).
        77      groepsleutel              pic x(10).
        77      groepnaam                 pic x(30).
        77      huidigsleutel             pic x(10).
        77      keuze                     pic x.
        77      kostprijs                 pic 9(4)v99.
        77      margepct                  pic s9(5)v9.
        77      onderpr                   pic zzzz9.
        77      ondertel                  pic 999.
        77      onderx                    pic 999.
        77      pagteller                 pic 999.
        77      pregeltel                 pic 999.
        77      printregel                pic x(132).
        77      regelkost                 pic s9(9)v99.
        77      regelomzet                pic s9(9)v99.
        77      soortin                   pic x.
        77      soorttekst                pic x(12).
        77      statusfkthisfl            pic x(2).
        77      statusprintfl             pic x(2).
        77      totaalonder               pic 9(5).
        77      totkost                   pic s9(9)v99.
        77      totomzet                  pic s9(9)v99.
        77      totx                      pic x(6).
        77      vanx                      pic x(6).
        77      verkoopprys               pic 9(4)v99.
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

       SELECTIE.
           display space line 1 position 1 erase eos.
           display "Brutomarge-overzicht" line 1 position 30.
           display "Esc = einde programma" line 25 position 28
           erase eol.
           display "Faktuurdatum vanaf (jjmmdd):" line 3 position 1
           erase eol.
           move spaces to vanx.
           accept vanx line 3 position 36 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           display "Faktuurdatum t/m   (jjmmdd):" line 4 position 1
           erase eol.
           move datum to totx.
           accept totx line 4 position 36 tab update
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if vanx not numeric or totx not numeric or totx < vanx
              display "Ongeldige periode, opnieuw" line 5
              position 1 erase eol
              accept x line 5 position 30 tab
              go to selectie
           end-if.
           display
           "Per faktuur = F / per debiteur = D / per artikel = A"
           line 6 position 1 erase eol.
           accept soortin line 6 position 55 tab
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if soortin = "f" move "F" to soortin.
           if soortin = "d" move "D" to soortin.
           if soortin = "a" move "A" to soortin.
           if soortin not = "F" and not = "D" and not = "A"
              go to selectie.
           display "Overzicht wordt gemaakt..." line 8 position 1
           erase eol.

           open input fkthisfile.
           if statusfkthisfl not = "00"
              display "Geen faktuurhistorie aanwezig" line 8
              position 1 erase eol
              accept x line 8 position 40 tab
              go to selectie
           end-if.
           close fkthisfile.

       SORTEREN.
           if soortin = "F"
              move "faktuur" to soorttekst
              sort sortwerkfile ascending key sofktnr soartnr
                   using fkthisfile giving margewerkfile
           end-if.
           if soortin = "D"
              move "debiteur" to soorttekst
              sort sortwerkfile ascending key sodeb sofktnr
                   using fkthisfile giving margewerkfile
           end-if.
           if soortin = "A"
              move "artikel" to soorttekst
              sort sortwerkfile ascending key soartnr sofktnr
                   using fkthisfile giving margewerkfile
           end-if.

           move zero to totomzet totkost totaalonder geenkosttel.
           move zero to pagteller.
           move spaces to huidigsleutel.
           open input margewerkfile.
           open input debstamfile.
           open output printfile.
           perform kop.

       LEZEN.
           read margewerkfile next record at end
               go to leesklaar
           end-read.
           if mwfktdatum < vanx or mwfktdatum > totx go to lezen.
           if soortin = "F" move mwfktnr to groepsleutel.
           if soortin = "D" move mwdeb to groepsleutel.
           if soortin = "A" move mwartnr to groepsleutel.
           if groepsleutel not = huidigsleutel
               if huidigsleutel not = spaces perform groepafsluit
               end-if
               perform groepstart
           end-if.

           move mwaantal to aantal.
           move mwverkoopprys to verkoopprys.
           move mwkostprijs to kostprijs.
           if kostprijs not numeric move zero to kostprijs.
           compute regelomzet = aantal * verkoopprys.
           compute regelkost = aantal * kostprijs.
           add regelomzet to groepomzet.
           add regelkost to groepkost.
           if kostprijs = zero add 1 to geenkosttel.

      *  == per faktuur alle regels; anders alleen de regels onder
      *     de kostprijs, die onder de totaalregel komen ==
           if soortin = "F" perform detailafdruk.
           if kostprijs > verkoopprys
              add 1 to groeponder
              add 1 to totaalonder
              if soortin not = "F" perform onderbewaar end-if
           end-if.
           go to lezen.

       LEESKLAAR.
           if huidigsleutel not = spaces perform groepafsluit.
           close margewerkfile.
           close debstamfile.
           perform regeltelling.
           move spaces to printregel.
           string
           "    ==============================================="
           "==============================================="
           "========================="
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to grnaam grmelding.
           move "TOTAAL" to grsleutel.
           move totomzet to groepomzet.
           move totkost to groepkost.
           move zero to groeponder.
           perform margeberekening.
           move totaalonder to onderpr.
           if totaalonder not = zero
              string onderpr " ONDER KP"
              delimited size into grmelding
           end-if.
           move spaces to printregel.
           move groepregelrec to printregel.
           write printrecord from printregel end-write.
           if geenkosttel not = zero
              move geenkosttel to geenkosttelpr
              move spaces to printregel
              string
              "    LET OP: " geenkosttelpr " regel(s) zonder kostprijs"
              " (marge = omzet); zie goederenontvangst (bijlgon)"
              delimited size into printregel
              write printrecord from printregel after advancing
              2 lines end-write
           end-if.
           close printfile.
           display "Gereed; regels onder kostprijs:" line 9
           position 1 erase eol.
           display onderpr line 9 position 33.
           accept x line 9 position 40 tab.
           go to selectie.

       GROEPSTART.
           move groepsleutel to huidigsleutel.
           move zero to groepomzet groepkost groeponder ondertel.
           move spaces to groepnaam.
           if soortin = "A"
              move mwomschryving to groepnaam
           else
              move mwdeb to debnr
              read debstamfile record key debnr invalid key
                 move "ONBEKENDE DEBITEUR" to debnaam1
              end-read
              move debnaam1 to groepnaam
           end-if.

       GROEPAFSLUIT.
           perform regeltelling.
           if soortin = "F"
              move spaces to printregel
              string
              "    ----------------------------------------------"
              "----------------------------------------------"
              "-------------------------"
              delimited size into printregel
              write printrecord from printregel end-write
              add 1 to pregeltel
           end-if.
           move spaces to grmelding.
           move huidigsleutel to grsleutel.
           move groepnaam to grnaam.
           perform margeberekening.
           if groeponder not = zero
              move groeponder to onderpr
              string onderpr " ONDER KP"
              delimited size into grmelding
           end-if.
           move spaces to printregel.
           move groepregelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to pregeltel.
           if ondertel not = zero
              perform onderafdruk varying onderx from 1 by 1
              until onderx > ondertel
           end-if.
           if soortin = "F"
              move spaces to printregel
              write printrecord from printregel end-write
              add 1 to pregeltel
           end-if.
           add groepomzet to totomzet.
           add groepkost to totkost.

       MARGEBEREKENING.
      *  == marge en marge-% (van de omzet) in de groepregel ==
           move groepomzet to gromzet.
           move groepkost to grkost.
           compute grmarge = groepomzet - groepkost.
           move zero to margepct.
           if groepomzet not = zero
              compute margepct rounded =
                      (groepomzet - groepkost) * 100 / groepomzet
                      on size error move zero to margepct
              end-compute
           end-if.
           move margepct to grpct.

       DETAILAFDRUK.
           perform regeltelling.
           move spaces to drmelding.
           move mwfktnr to drfktnr.
           move mwfktdatum to drdatum.
           move mwartnr to drartnr.
           move mwomschryving to dromschryving.
           move aantal to draantal.
           move regelomzet to dromzet.
           move regelkost to drkost.
           compute drmarge = regelomzet - regelkost.
           move zero to margepct.
           if regelomzet not = zero
              compute margepct rounded =
                      (regelomzet - regelkost) * 100 / regelomzet
                      on size error move zero to margepct
              end-compute
           end-if.
           move margepct to drpct.
           if kostprijs > verkoopprys
              move "ONDER KOSTPRIJS" to drmelding
           end-if.
           if kostprijs = zero
              move "GEEN KOSTPRIJS" to drmelding
           end-if.
           move spaces to printregel.
           move detailregelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to pregeltel.

       ONDERBEWAAR.
           if ondertel < 100
              add 1 to ondertel
              move mwfktnr to ondfktnr(ondertel)
              move mwfktdatum to ondfktdatum(ondertel)
              move mwdeb to onddeb(ondertel)
              move mwartnr to ondartnr(ondertel)
              move mwomschryving to ondomschryving(ondertel)
              move aantal to ondaantal(ondertel)
              move regelomzet to ondomzet(ondertel)
              move regelkost to ondkost(ondertel)
           end-if.

       ONDERAFDRUK.
           perform regeltelling.
           move spaces to drmelding.
           move ondfktnr(onderx) to drfktnr.
           move ondfktdatum(onderx) to drdatum.
           move ondartnr(onderx) to drartnr.
           move ondomschryving(onderx) to dromschryving.
           if soortin = "A"
              move onddeb(onderx) to dromschryving
           end-if.
           move ondaantal(onderx) to draantal.
           move ondomzet(onderx) to dromzet.
           move ondkost(onderx) to drkost.
           compute drmarge = ondomzet(onderx) - ondkost(onderx).
           move zero to margepct.
           if ondomzet(onderx) not = zero
              compute margepct rounded =
                      (ondomzet(onderx) - ondkost(onderx)) * 100
                      / ondomzet(onderx)
                      on size error move zero to margepct
              end-compute
           end-if.
           move margepct to drpct.
           move "ONDER KOSTPRIJS" to drmelding.
           move spaces to printregel.
           move detailregelrec to printregel.
           write printrecord from printregel end-write.
           add 1 to pregeltel.

       REGELTELLING.
           if pregeltel > 60
              move spaces to printregel
              write printrecord from printregel
              after advancing page end-write
              perform kop
           end-if.

       KOP.
           add 1 to pagteller.
           move spaces to printregel.
           string
           "    Brutomarge per " soorttekst " faktuurdatum "
           vanx " t/m " totx "            pagina " pagteller
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------------"
           "-------------------------"
           delimited size into printregel.
           write printrecord from printregel after advancing 1 lines
           end-write.
           move spaces to printregel.
           string
           "    Fakt.  Datum   Art.   Omschrijving       "
           "  Aantal           Omzet       Kostprijs"
           "           Marge  Marge%"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    ----------------------------------------------"
           "----------------------------------------------"
           "-------------------------"
           delimited size into printregel.
           write printrecord from printregel end-write.
           move 5 to pregeltel.

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
