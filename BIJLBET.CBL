      *    2026 eerste versie.
      *    2026 boeken in debmutfile via bijldmw (meerdere
      *    gebruikers tegelijk).
      *    2026 betalingskorting: een betaling binnen de
      *    kortingsdagen van de debiteur die precies de korting
      *    minder is dan openstaand, lettert de faktuur volledig
      *    af; de korting wordt apart geboekt (kenmerk KORT).
      *    2026 een samengevoegde debiteur (bijldsv) wordt geweigerd;
      *    zijn fakturen staan onder het nummer waarin hij opging.

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

       SD  sortwerkfile.
       01  sortdebmutrecord.
           02 sdmtrek                                pic x(5).
           02 sdmaantal                  pic s9(6).
           02 sdmbedrag                  pic s9(7)v99.
           02 sdmvervaldatum             pic 9(6).

       WORKING-STORAGE SECTION.

           02 bktrek                    pic x(5).
           02 bkaantal                  pic s9(6).
           02 bkbedrag                  pic s9(7)v99.
           02 bkvervaldatum             pic 9(6).

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

        77      aantalopen                pic 9(3).
        77      betbedrag                 pic 9(6)v99.
        77      betfktnr                  pic 9(6).
        77      betperiode                pic 9(4).
        77      dagnr                     pic 9(6).
        77      datum                     pic 9(6).
        77      debnrin                   pic x(10).
        77      exc-num                   pic 99.
        77      fktbedrag                 pic s9(7)v99.
        77      fktdagnr                  pic 9(6).
        77      fktdatum                  pic 9(6).
        77      fktnrbezig                pic x.
        77      fktnropen                 pic s9(7)v99.
        77      fktnrsaldo                pic s9(7)v99.
        77      huidigdatum               pic 9(6).
        77      huidigfktnr               pic 9(6).
        77      kortbedrag                pic s9(7)v99.
        77      kortboek                  pic s9(7)v99.
        77      kortdagen                 pic 999.
        77      kortmogelijk              pic x.
        77      kortnetto                 pic s9(7)v99.
        77      kortpct                   pic 99v99.
        77      kortverschil              pic s9(6).
        77      openpr                    pic -zzz,zz9.99.
        77      rdhulp                    pic 999.
        77      rdquot                    pic 99.
        77      rdrest                    pic 9.
        77      schermregel               pic 99.
        77      x                         pic x.

              go to debselectie
           end-read.
           close debstamfile.
           if debsamengevoegd not = spaces and
              debsamengevoegd not = low-values
              display "Debiteur is samengevoegd met" line 4
              position 1 erase eol
              display debsamengevoegd line 4 position 30
              display "; betaling daarop invoeren" line 4
              position 40
              accept x line 4 position 68 tab
              go to debselectie
           end-if.
           display debnaam1 line 4 position 1 erase eol.
           if debkortpct not numeric move zero to debkortpct.
           if debkortdagen not numeric move zero to debkortdagen.
           move debkortpct to kortpct.
           move debkortdagen to kortdagen.

       SORTEREN.
      *  == sorteren op debiteur / faktuurnummer, zodat alle regels
      *     valt en de post in bijlops echt dichtloopt ==
           move zero to fktnrsaldo.
           move zero to betperiode.
           move zero to fktbedrag.
           move zero to fktdatum.
           open input debmutwerkfile.

       BETALING0.
              if betperiode = zero or wmperiode < betperiode
                 move wmperiode to betperiode
              end-if
      *  == faktuurboeking (of beginbalans na de jaarafsluiting):
      *     datum en bedrag vasthouden voor de betalingskorting ==
              if wmtrek = spaces or
                 (wmtrek = "BBAL" and fktdatum = zero)
                 move wmdatum to fktdatum
                 move wmbedrag to fktbedrag
              end-if
           end-if.
           go to betaling0.

              line 23 position 1 erase eol
              go to betaling
           end-if.
           perform kortingbepaal.
           if kortmogelijk = "J"
              move kortbedrag to openpr
              display "Korting bij betaling binnen de termijn:"
              line 21 position 1 erase eol
              display openpr line 21 position 41
           else
              display space line 21 position 1 erase eol
           end-if.
           move fktnrsaldo to openpr.
           display "Openstaand: " line 23 position 1 erase eol.
           display openpr line 23 position 13.
           on exception exc-num if exc-num = 27 go to stopprogram
           end-if.
           if betbedrag = zero go to betaling.
      *  == precies de korting te weinig betaald binnen de termijn:
      *     de faktuur geldt als volledig betaald ==
           move zero to kortboek.
           if kortmogelijk = "J"
              compute kortnetto = fktnrsaldo - kortbedrag
              if betbedrag = kortnetto
                 move kortbedrag to kortboek
              end-if
           end-if.
           if betbedrag > fktnrsaldo
              display "Meer dan openstaand; toch boeken = J"
              line 24 position 1 erase eol
           move "BET" to bktrek.
           move zero to bkaantal.
           compute bkbedrag = zero - betbedrag.
           move zero to bkvervaldatum.
           call "bijldmw.cob" using dmboekregel end-call.
           display "Geboekt." line 24 position 1 erase eol.
      *  == betalingskorting als eigen tegenboeking onder hetzelfde
      *     faktuurnummer, zodat de faktuur per saldo dichtloopt en
      *     de korting in de grootboekexport apart zichtbaar is ==
           if kortboek not = zero
              move "KORT" to bktrek
              compute bkbedrag = zero - kortboek
              call "bijldmw.cob" using dmboekregel end-call
              display "Geboekt, met betalingskorting." line 24
              position 1 erase eol
           end-if.
           go to sorteren.

       KORTINGBEPAAL.
      *  == betalingskorting: percentage van de debiteur over het
      *     faktuurbedrag (zelfde berekening als de faktuurvoet in
      *     bijlfktp), alleen zolang vandaag nog binnen de
      *     kortingsdagen na de faktuurdatum valt ==
           move "N" to kortmogelijk.
           move zero to kortbedrag.
           if kortpct not = zero and kortdagen not = zero and
              fktbedrag > zero and fktdatum not = zero
              move fktdatum to rekendatum
              perform dagnummer
              move dagnr to fktdagnr
              move datum to rekendatum
              perform dagnummer
              compute kortverschil = dagnr - fktdagnr
              if kortverschil not > kortdagen
                 compute kortbedrag rounded =
                         fktbedrag * kortpct / 100
                 if kortbedrag > zero and kortbedrag < fktnrsaldo
                    move "J" to kortmogelijk
                 end-if
              end-if
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

       STOPPROGRAM.
           call "bijlkies.cob" end-call.
           STOP RUN.
