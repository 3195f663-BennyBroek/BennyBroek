      *  GEGENEREERD, EN DE FREQUENTIE BEPAALT WANNEER HET CONTRACT
      *  WEER AAN DE BEURT IS.
      *    2026 eerste versie.
      *    2026 elk nieuw, gewijzigd of verwijderd contract wordt via
      *    bijlwlg in het wijzigingslog vastgelegd.
      *    2026 geen contract voor een samengevoegde debiteur
      *    (bijldsv).

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                02 btwartnr                     pic 99v99.
                02 artvoorraad                  pic -999999.99.
                02 artminvoorraad               pic -999999.99.
                02 artkostprijs                 pic 9(4)v99.

        FD      artmutfile              data record is artmutrecord.
       01  artmutrecord.
           02 debbic                    pic x(11).
           02 debmachtiging             pic x(35).
           02 debkredlimiet             pic 9(7).
           02 debbetdagen               pic 999.
           02 debkortpct                pic 99v99.
           02 debkortdagen              pic 999.
           02 debefactuur               pic x.
           02 debefactid                pic x(35).
           02 debsamengevoegd           pic x(10).

        FD      kontrolefile    data record is kontrolerecord.
        01      kontrolerecord.

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

      *  == jjmm uit elkaar om maanden tussen twee periodes te
      *     kunnen rekenen ==
       01  periodesplit.
        77      gevonden                  pic x.
        77      maandental                pic s9(4).
        77      ordernr                   pic 9999.
        77      oudaantal                 pic 9(6)v99.
        77      oudfrequentie             pic 99.
        77      oudprijs                  pic 9(4)v99.
        77      periodein                 pic 9(4).
        77      prijsaanwezig             pic x.
        77      prijsgevonden             pic x.
              go to debvraag
           end-read.
           close debstamfile.
           if debsamengevoegd not = spaces and
              debsamengevoegd not = low-values
              display "Debiteur is samengevoegd met" line 6
              position 1 erase eol
              display debsamengevoegd line 6 position 30
              accept x line 6 position 45 tab
              go to debvraag
           end-if.
           display debnaam1 line 6 position 1 erase eol.

       ARTVRAAG.
           end-if.
           if x = "V" or "v"
              if gevonden = "J"
                 move "V" to cwsoort
                 move "COAANTAL" to cwveld
                 move coaantal to aantalpr
                 move aantalpr to cwoud
                 move spaces to cwnieuw
                 perform wijzlog
                 delete contractfile record end-delete
                 display "Verwijderd" line 14 position 1 erase eol
              else
           accept x line 17 position 15 tab.
           if x not = "J" and not = "j" go to huidig.

           move zero to oudaantal oudprijs oudfrequentie.
           if gevonden = "J"
              move coaantal to oudaantal
              move coprijs to oudprijs
              move cofrequentie to oudfrequentie
           end-if.
           move debnrin to codebnr.
           move artnrin to coartnr.
           move aantalin to coaantal.
           move frequentiein to cofrequentie.
           if gevonden = "J"
              rewrite contractrecord end-rewrite
              move "W" to cwsoort
           else
              move zero to colaatste
              write contractrecord end-write
              move "N" to cwsoort
           end-if.
           perform contractlog.
           display "Vastgelegd" line 17 position 1 erase eol.
           go to debvraag.

       CONTRACTLOG.
      *  == gewijzigde (of bij een nieuw contract alle) velden in
      *     het wijzigingslog ==
           if coaantal not = oudaantal or cwsoort = "N"
              move "COAANTAL" to cwveld
              move oudaantal to aantalpr
              move aantalpr to cwoud
              move coaantal to aantalpr
              move aantalpr to cwnieuw
              perform wijzlog
           end-if.
           if coprijs not = oudprijs or cwsoort = "N"
              move "COPRIJS" to cwveld
              move oudprijs to prijspr
              move prijspr to cwoud
              move coprijs to prijspr
              move prijspr to cwnieuw
              perform wijzlog
           end-if.
           if cofrequentie not = oudfrequentie or cwsoort = "N"
              move "COFREQUENTIE" to cwveld
              move oudfrequentie to cwoud
              move cofrequentie to cwnieuw
              perform wijzlog
           end-if.

       WIJZLOG.
           move "CONTRACT" to cwbestand.
           move cosleutel to cwsleutel.
           if cwsoort = "N" move spaces to cwoud.
           call "bijlwlg.cob" using comm-wlg end-call.

       PERIODEVRAAG.
           display space line 4 position 1 erase eos.
           display "Esc = einde programma" line 25 position 28
