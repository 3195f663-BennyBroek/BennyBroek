      *  - WEIGERT TE DRAAIEN ZOLANG HET VEILIGHEIDSNET (KHERSTELFILE)
      *    EEN ONDERBROKEN FAKTUURRUN AANWIJST.
      *    2026 eerste versie.
      *    2026 de beginbalansregel neemt de vervaldatum van de
      *    faktuur over (debmutregel nu 57 tekens), zodat bijlops,
      *    bijlaan en bijlinc na de jaarafsluiting op dezelfde
      *    vervaldatum doorwerken.
      *    2026 voor de afsluiting wordt een backupgeneratie gemaakt
      *    (bijlgen); mislukt die, dan stopt de jaarafsluiting.
      *    2026 het jaar gaat mee naar de backupgeneratie; een leeg
      *    jaararchief (na terugzetten van die generatie door
      *    bijlgen leeggemaakt) geldt als afwezig.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                02 haantal               pic -999999.99.
                02 hverkoopprys          pic 9(4).99.
                02 hrun                  pic 9999.
                02 hkostprijs            pic 9(4)v99.

       FD  arthisarchfile.
       01  arthisarchrecord           pic x(67).

       FD  arthisblyffile.
       01  arthisblyfrecord           pic x(67).

       FD  fkthisfile              data record is fkthisrecord.
       01  fkthisrecord.
           02 fhomschryving          pic x(15).
           02 fhaantal               pic -999999.99.
           02 fhverkoopprys          pic 9(4).99.
           02 fhbtwverlegd           pic x.
           02 fhkostprijs            pic 9(4)v99.
           02 fhorigfktnr            pic x(5).

       FD  fkthisarchfile.
       01  fkthisarchrecord           pic x(80).

       FD  debmutfile      data record debmutrecord.
       01  debmutrecord.
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

       FD  debmutarchfile.
       01  debmutarchrecord           pic x(57).

       FD  debmutnieuwfile.
       01  debmutnieuwrecord          pic x(57).

       FD      kherstelfile    data record is kherstelrecord.
        01      kherstelrecord.
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

      *  == werkexemplaren om archiefregels (pic x) te kunnen
      *     ontleden bij de controletelling ==
       01  arthwerkregel.
           02 awaantal               pic -999999.99.
           02 awverkoopprys          pic 9(4).99.
           02 awrun                  pic 9999.
           02 awkostprijs            pic 9(4)v99.

       01  fkthwerkregel.
           02 fwdeb                  pic x(10).
           02 fwomschryving          pic x(15).
           02 fwaantal               pic -999999.99.
           02 fwverkoopprys          pic 9(4).99.
           02 fwbtwverlegd           pic x.
           02 fwkostprijs            pic 9(4)v99.
           02 fworigfktnr            pic x(5).

       01  bbalregel.
           02 bbdebnr                pic x(10).
           02 bbtrek                 pic x(5).
           02 bbaantal               pic s9(6).
           02 bbbedrag               pic s9(7)v99.
           02 bbvervaldatum          pic 9(6).

      *  == regels van de faktuur (groep) die onderhanden is; een
      *     faktuur met meer regels dan de tabel groot is gaat
      *     ongewijzigd mee naar de nieuwe debmutfile ==
       01  groeptabel.
           02 gregel occurs 200      pic x(57).

        77      archleeg                  pic x.
        77      artharchnaam              pic x(30).
        77      fktharchnaam              pic x(30).
        77      debmarchnaam              pic x(30).
        77      groepfktnr                pic 9(6).
        77      groepnet                  pic s9(8)v99.
        77      groepperiode              pic 9(4).
        77      groepverval               pic 9(6).
        77      groeptel                  pic 999.
        77      gx                        pic 999.
        77      jaar                      pic xx.
       ARCHIEFCHECK.
      *  == bestaande jaararchieven nooit overschrijven: opnieuw
      *     draaien met hetzelfde (of een vertikte) jaar zou anders
      *     het enige exemplaar van die jaarhistorie vernietigen.
      *     een leeg archief telt niet: dat laat bijlgen achter na
      *     het terugzetten van de generatie van deze afsluiting ==
           move "J" to archleeg.
           open input arthisarchfile.
           if statusartharch = "00"
              read arthisarchfile next record at end
                 continue
              not at end
                 move "N" to archleeg
              end-read
              close arthisarchfile
           end-if.
           open input fkthisarchfile.
           if statusfktharch = "00"
              read fkthisarchfile next record at end
                 continue
              not at end
                 move "N" to archleeg
              end-read
              close fkthisarchfile
           end-if.
           open input debmutarchfile.
           if statusdebmarch = "00"
              read debmutarchfile next record at end
                 continue
              not at end
                 move "N" to archleeg
              end-read
              close debmutarchfile
           end-if.
           if archleeg = "N" go to archieffout.
      *  == eerst een backupgeneratie; zonder backup geen
      *     afsluiting ==
           move "B" to cgfunctie.
           move "BIJLJAF" to cgprogramma.
           move jaar to cgjaar.
           call "bijlgen.cob" using comm-gen end-call.
           if cgresultaat not = "J"
              display "Backup mislukt, de jaarafsluiting stopt:"
              line 8 position 1 erase eol
              display cgmelding line 9 position 1 erase eol
              accept x line 9 position 70 tab
              go to stopprogram
           end-if.
           display "Bezig..." line 6 position 1 erase eol.
           go to arthsplits.
              end-if
           end-if.
           add wmbedrag to groepnet.
           if wmvervaldatum not = zero
              move wmvervaldatum to groepverval
           end-if.
           if wmperiode < groepperiode
              move wmperiode to groepperiode
              move wmdatum to groepdatum
           move wmfktnr to groepfktnr.
           move wmperiode to groepperiode.
           move wmdatum to groepdatum.
           move zero to groepverval.
           move zero to groepnet.
           move zero to groeptel.
           move "N" to groepdoorlaat.
                    move "BBAL" to bbtrek
                    move zero to bbaantal
                    move groepnet to bbbedrag
                    move groepverval to bbvervaldatum
                    write debmutnieuwrecord from bbalregel end-write
                    add 1 to dmbbaltel
                    add groepnet to dmnieuwsom
