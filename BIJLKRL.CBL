      *  (BIJLFKTP) TOETST DEZELFDE LIMIET BIJ KLANTSELECTIE EN IN
      *  DE BATCHRUN (ZIE KREDIETCHECK ALDAAR).
      *    2026 eerste versie.
      *    2026 een gewijzigde limiet wordt via bijlwlg in het
      *    wijzigingslog vastgelegd (wie, wanneer, oud, nieuw).

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

      *  == wijzigingslog via bijlwlg ==
       01  comm-wlg.
           02 cwbestand                 pic x(8).
           02 cwsleutel                 pic x(15).
           02 cwveld                    pic x(15).
           02 cwsoort                   pic x.
           02 cwoud                     pic x(35).
           02 cwnieuw                   pic x(35).
           02 cwgebruiker               pic x(20).

       01  limietregelrec.
           02 filler                    pic x(4) value spaces.
           02 lrdebnr                   pic x(10).
        77      keuze                     pic x.
        77      limietin                  pic 9(7).
        77      limietpr                  pic z,zzz,zz9.
        77      oudlimiet                 pic 9(7).
        77      overlimiet                pic s9(8)v99.
        77      printregel                pic x(132).
        77      statusprintfl             pic x(2).
           display "Akkoord = J" line 9 position 1 erase eol.
           accept x line 9 position 15 tab.
           if x = "J" or "j"
              move debkredlimiet to oudlimiet
              move limietin to debkredlimiet
              rewrite debstamrecord invalid key
                 move limietin to oudlimiet
              end-rewrite
      *  == gewijzigd: in het wijzigingslog ==
              if limietin not = oudlimiet
                 move "DEBSTAM" to cwbestand
                 move debnr to cwsleutel
                 move "DEBKREDLIMIET" to cwveld
                 move "W" to cwsoort
                 move oudlimiet to cwoud
                 move debkredlimiet to cwnieuw
                 call "bijlwlg.cob" using comm-wlg end-call
              end-if
              display "Vastgelegd" line 10 position 1 erase eol
           end-if.
           close debstamfile.
