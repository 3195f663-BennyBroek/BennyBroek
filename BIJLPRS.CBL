      *  CONTROLEERT TIJDENS OVERZET OF DE INGETIKTE MVERKOOPPRYS
      *  AFWIJKT VAN DE HIER VASTGELEGDE GAANDE PRIJS.
      *    2026 eerste versie.
      *    2026 elke nieuwe, gewijzigde of verwijderde prijs wordt
      *    via bijlwlg in het wijzigingslog vastgelegd.
      *    2026 geen afspraakprijs voor een samengevoegde debiteur
      *    (bijldsv).

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                02 btwartnr                     pic 99v99.
                02 artvoorraad                  pic -999999.99.
                02 artminvoorraad               pic -999999.99.
                02 artkostprijs                 pic 9(4)v99.

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

      *  == standaardprijs: prdebnr leeg; afspraakprijs: prdebnr
      *     gevuld, geldig vanaf prgeldigvanaf (jjmmdd) ==

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

        77      artnrin                   pic x(5).
        77      datum                     pic 9(6).
        77      debnrin                   pic x(10).
        77      exc-num                   pic 99.
        77      gevonden                  pic x.
        77      oudprys                   pic 9(4).99.
        77      oudvanaf                  pic 9(6).
        77      prijsin                   pic 9(4)v99.
        77      prijspr                   pic zzz9.99.
        77      statusartfl               pic x(2).
                 go to debvraag
              end-read
              close debstamfile
              if debsamengevoegd not = spaces and
                 debsamengevoegd not = low-values
                 display "Debiteur is samengevoegd met" line 7
                 position 1 erase eol
                 display debsamengevoegd line 7 position 30
                 go to debvraag
              end-if
              display debnaam1 line 7 position 1 erase eol
           else
              display "Standaardprijs voor alle debiteuren"
           end-if.
           if x = "V" or "v"
              if gevonden = "J"
                 move "V" to cwsoort
                 move "PRPRYS" to cwveld
                 move prprys to cwoud
                 move spaces to cwnieuw
                 delete prijsfile record end-delete
                 perform wijzlog
                 display "Verwijderd" line 13 position 1 erase eol
              else
                 display "Niets te verwijderen" line 13 position 1
           accept x line 15 position 15 tab.
           if x not = "J" and not = "j" go to huidig.

           if gevonden = "J"
              move prprys to oudprys
              move prgeldigvanaf to oudvanaf
           end-if.
           move debnrin to prdebnr.
           move artnrin to prartnr.
           move vanafin to prgeldigvanaf.
           move prijsin to prprys.
           if gevonden = "J"
              rewrite prijsrecord end-rewrite
              move "W" to cwsoort
              if prprys not = oudprys
                 move "PRPRYS" to cwveld
                 move oudprys to cwoud
                 move prprys to cwnieuw
                 perform wijzlog
              end-if
              if prgeldigvanaf not = oudvanaf
                 move "PRGELDIGVANAF" to cwveld
                 move oudvanaf to cwoud
                 move prgeldigvanaf to cwnieuw
                 perform wijzlog
              end-if
           else
              write prijsrecord end-write
              move "N" to cwsoort
              move spaces to cwoud
              move "PRPRYS" to cwveld
              move prprys to cwnieuw
              perform wijzlog
              move "PRGELDIGVANAF" to cwveld
              move prgeldigvanaf to cwnieuw
              perform wijzlog
           end-if.
           display "Vastgelegd" line 15 position 1 erase eol.
           go to artvraag.

       WIJZLOG.
      *  == een regel in het wijzigingslog (soort en waarden zijn
      *     al gezet) ==
           move "PRIJS" to cwbestand.
           move prsleutel to cwsleutel.
           call "bijlwlg.cob" using comm-wlg end-call.

       STOPPROGRAM.
           close prijsfile.
           call "bijlkies.cob" end-call.
