      *    2026 eerste versie.
      *    2026 boeken in debmutfile via bijldmw (meerdere
      *    gebruikers tegelijk).
      *    2026 betalingskorting: een ontvangst binnen de
      *    kortingsdagen van de debiteur (afschriftdatum) die
      *    precies de korting minder is dan openstaand, geldt als
      *    volledige betaling; de korting wordt apart geboekt
      *    (kenmerk KORT), zoals in bijlbet.
      *    2026 voor de import wordt een backupgeneratie gemaakt
      *    (bijlgen); mislukt die, dan wordt er niet geimporteerd.
      *    2026 een ontvangst op een samengevoegd debiteurnummer
      *    (bijldsv) wordt afgeletterd onder het nummer waarin de
      *    debiteur is opgegaan; daar staan zijn fakturen nu.

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

      *  == backupgeneratie via bijlgen ==
       01  comm-gen.
           02 cgfunctie                 pic x.
           02 cgprogramma               pic x(8).
           02 cggennr                   pic 9(6).
           02 cgresultaat               pic x.
           02 cgmelding                 pic x(60).
           02 cgjaar                    pic xx.

      *  == boekregel voor debmutfile; het wegschrijven loopt via
      *     bijldmw, dat het bestand exclusief opent en wacht tot
      *     het vrij is (meerdere gebruikers) ==
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

      *  == in deze run al geboekte debiteur/faktuurnummer-paren:
      *     een tweede ontvangst op dezelfde faktuur op hetzelfde
        77      aantaluitzpr              pic zzzz9.
        77      algeboekt                 pic x.
        77      betperiode                pic 9(4).
        77      dagnr                     pic 9(6).
        77      datum                     pic 9(6).
        77      debbekend                 pic x.
        77      exc-num                   pic 99.
        77      fktbedrag                 pic s9(7)v99.
        77      fktdagnr                  pic 9(6).
        77      fktdatum                  pic 9(6).
        77      fktnrsaldo                pic s9(7)v99.
        77      gbteller                  pic 9(3).
        77      gbx                       pic 9(3).
        77      keuze                     pic x.
        77      kortbedrag                pic s9(7)v99.
        77      kortboek                  pic s9(7)v99.
        77      kortdagen                 pic 999.
        77      kortmogelijk              pic x.
        77      kortnetto                 pic s9(7)v99.
        77      kortpct                   pic 99v99.
        77      kortverschil              pic s9(6).
        77      ontvbedrag                pic s9(7)v99.
        77      openpr                    pic -zzz,zz9.99.
        77      rdhulp                    pic 999.
        77      rdquot                    pic 99.
        77      rdrest                    pic 9.
        77      printregel                pic x(132).
        77      statusbankfl              pic x(2).
        77      statusprintfl             pic x(2).
              close bankfile
              go to stopprogram
           end-if.
      *  == eerst een backupgeneratie; zonder backup geen import ==
           move "B" to cgfunctie.
           move "BIJLBIM" to cgprogramma.
           call "bijlgen.cob" using comm-gen end-call.
           if cgresultaat not = "J"
              display "Backup mislukt, er wordt niet geimporteerd:"
              line 4 position 1 erase eol
              display cgmelding line 5 position 1 erase eol
              accept x line 5 position 70 tab
              close bankfile
              go to stopprogram
           end-if.
           display "Bezig..." line 4 position 1 erase eol.

       SORTEREN.
           read debstamfile record key debnr invalid key
              move "N" to debbekend
           end-read.
           if debbekend = "J" and
              debsamengevoegd not = spaces and
              debsamengevoegd not = low-values
              move debsamengevoegd to bidebnr
              move bidebnr to debnr
              read debstamfile record key debnr invalid key
                 move "N" to debbekend
              end-read
           end-if.
           close debstamfile.
           move zero to kortpct.
           move zero to kortdagen.
           if debbekend = "J"
              if debkortpct numeric move debkortpct to kortpct
              end-if
              if debkortdagen numeric move debkortdagen to kortdagen
              end-if
           end-if.
           if debbekend = "N"
              move "debiteur onbekend in debstamfile" to uztekst
              perform uitzondering
      *     valt (zelfde werkwijze als BETALING0 in bijlbet) ==
           move zero to fktnrsaldo.
           move zero to betperiode.
           move zero to fktbedrag.
           move zero to fktdatum.
           open input debmutwerkfile.

       SALDO0.
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
           go to saldo0.

              perform uitzondering
              go to ontvangst
           end-if.
      *  == precies de korting te weinig ontvangen binnen de
      *     kortingsdagen: de faktuur geldt als volledig betaald ==
           move zero to kortboek.
           perform kortingbepaal.
           if kortmogelijk = "J"
              compute kortnetto = fktnrsaldo - kortbedrag
              if ontvbedrag = kortnetto
                 move kortbedrag to kortboek
              end-if
           end-if.
           if ontvbedrag not = fktnrsaldo and kortboek = zero
              move spaces to uztekst
              move fktnrsaldo to openpr
              string "bedrag wijkt af, openstaand: " openpr
           move "BET" to bktrek.
           move zero to bkaantal.
           compute bkbedrag = zero - ontvbedrag.
           move zero to bkvervaldatum.
           call "bijldmw.cob" using dmboekregel end-call.
      *  == betalingskorting als eigen tegenboeking onder hetzelfde
      *     faktuurnummer (zie bijlbet) ==
           if kortboek not = zero
              move "KORT" to bktrek
              compute bkbedrag = zero - kortboek
              call "bijldmw.cob" using dmboekregel end-call
           end-if.
           add 1 to aantalgeboekt.
           if gbteller < 500
              add 1 to gbteller
           end-if.
           go to ontvangst.

       KORTINGBEPAAL.
      *  == betalingskorting: percentage van de debiteur over het
      *     faktuurbedrag (zelfde berekening als bijlbet en de
      *     faktuurvoet in bijlfktp), alleen als de afschriftdatum
      *     binnen de kortingsdagen na de faktuurdatum valt ==
           move "N" to kortmogelijk.
           move zero to kortbedrag.
           if kortpct not = zero and kortdagen not = zero and
              fktbedrag > zero and fktdatum not = zero
              move fktdatum to rekendatum
              perform dagnummer
              move dagnr to fktdagnr
              move bidatum to rekendatum
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

       GEBOEKTZOEK.
           if gbdebnr(gbx) = bidebnr and gbfktnr(gbx) = bifktnr
              move "J" to algeboekt
