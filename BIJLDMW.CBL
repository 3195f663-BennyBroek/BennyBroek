      *  DAN WORDT GEWACHT TOT HET VRIJ IS, ZODAT BETALINGSINVOER
      *  EN EEN FAKTUURRUN TEGELIJK KUNNEN DRAAIEN.
      *    2026 eerste versie.
      *    2026 periodeafsluiting: valt de periode (dmperiode) van
      *    de boekregel in een afgesloten periode (perstat.zwa, zie
      *    bijlper), dan gaat de regel naar de eerste open periode
      *    daarna; de omboeking wordt vastgelegd in peromb.zwa voor
      *    de omboekingenlijst en de nieuwe periode gaat via de
      *    linkage terug naar het aanroepende programma.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusdebmutfl.
           select perstatfile assign to disk
                                  "c:\cbl\bijl\perstat.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is psperiode
                                  file status is statusperstatfl.
           select perombfile assign to disk
                                  "c:\cbl\bijl\peromb.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusperombfl.

       DATA DIVISION.
       FILE SECTION.
       FD  debmutfile      data record debmutrecord.
       01  debmutrecord               pic x(57).

      *  == status per periode (jjmm): O = open, A = afgesloten ==
       FD  perstatfile     data record is perstatrecord.
       01  perstatrecord.
           02 psperiode                 pic 9(4).
           02 psstatus                  pic x.
           02 psafsldatum               pic 9(6).
           02 psafslgebruiker           pic x(20).
           02 psheropdatum              pic 9(6).
           02 psheropgebruiker          pic x(20).
           02 psheropreden              pic x(35).
           02 psheropteller             pic 99.

      *  == omgeboekte regels: wanneer, door wie, van welke naar
      *     welke periode, en de regel zoals geboekt ==
       FD  perombfile      data record is perombrecord.
       01  perombrecord.
           02 omdatum                   pic 9(6).
           02 omtijd                    pic 9(6).
           02 omgebruiker               pic x(20).
           02 omvanperiode              pic 9(4).
           02 omnaarperiode             pic 9(4).
           02 omregel                   pic x(57).

       WORKING-STORAGE SECTION.

       01  zoekperiode.
           02 zpjaar                    pic 99.
           02 zpmaand                   pic 99.

        77      datum                     pic 9(6).
        77      gebruiker                 pic x(20).
        77      omboeken                  pic x.
        77      omteller                  pic 999.
        77      statusdebmutfl            pic x(2).
        77      statusperombfl            pic x(2).
        77      statusperstatfl           pic x(2).
        77      tijd                      pic 9(8).
        77      vanperiode                pic 9(4).
        77      wachtkeuze                pic x.
        77      wachtteller               pic 9(5).

       LINKAGE SECTION.
      *  == een debmutregel, zelfde opbouw (57 tekens) als
      *     debmutrecord in de boekende programma's ==
       01  comm-debmutregel.
           02 filler                    pic x(27).
           02 cdperiode                 pic 9(4).
           02 filler                    pic x(26).

       PROCEDURE DIVISION using comm-debmutregel.
       HOOFD SECTION.

       SCHRYVEN.
           move zero to wachtteller.
           move "N" to omboeken.
           move cdperiode to vanperiode.

       PERIODE.
      *  == zolang er geen periode is afgesloten bestaat perstat.zwa
      *     niet en is er niets te toetsen ==
           open input perstatfile.
           if statusperstatfl = "35" go to openen.
           if statusperstatfl not = "00"
              add 1 to wachtteller
              if wachtteller > 20000
                 display
                 "Periodebestand niet beschikbaar, status: "
                 line 24 position 1 erase eol
                 display statusperstatfl line 24 position 42
                 display "Opnieuw proberen = J / Stoppen = S"
                 line 25 position 1 erase eol
                 accept wachtkeuze line 25 position 40 tab
                 if wachtkeuze = "S" or "s"
                    display
                    "Boekregel NIET geboekt; programma stopt."
                    line 25 position 1 erase eol
                    stop run
                 end-if
                 display space line 24 position 1 erase eol
                 move zero to wachtteller
              end-if
              go to periode
           end-if.
           move cdperiode to zoekperiode.
           move zero to omteller.

       PERIODE0.
      *  == afgesloten: door naar de volgende maand, tot een open
      *     (of nog niet vastgelegde) periode ==
           move zoekperiode to psperiode.
           read perstatfile record key psperiode invalid key
              move "O" to psstatus
           end-read.
           if psstatus = "A" and omteller < 240
              add 1 to omteller
              if zpmaand < 12
                 add 1 to zpmaand
              else
                 move 1 to zpmaand
                 if zpjaar < 99
                    add 1 to zpjaar
                 else
                    move zero to zpjaar
                 end-if
              end-if
              go to periode0
           end-if.
           close perstatfile.
           if zoekperiode not = vanperiode
              move zoekperiode to cdperiode
              move "J" to omboeken
           end-if.
           move zero to wachtteller.

       OPENEN.
           open extend debmutfile.
           write debmutrecord from comm-debmutregel end-write.
           close debmutfile.
           display space line 25 position 1 erase eol.
           if omboeken not = "J" go to terug.
           accept datum from date end-accept.
           accept tijd from time end-accept.
           move spaces to gebruiker.
           display "USERNAME" upon environment-name.
           accept gebruiker from environment-value.
           if gebruiker = spaces move "ONBEKEND" to gebruiker.
           inspect gebruiker converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move zero to wachtteller.

       OMBOEKING.
           open extend perombfile.
           if statusperombfl not = "00"
              if statusperombfl = "35"
                 open output perombfile
                 close perombfile
                 go to omboeking
              end-if
              add 1 to wachtteller
              if wachtteller > 20000
                 display
                 "Omboekingenbestand niet beschikbaar, status: "
                 line 24 position 1 erase eol
                 display statusperombfl line 24 position 46
                 display "Opnieuw proberen = J / Stoppen = S"
                 line 25 position 1 erase eol
                 accept wachtkeuze line 25 position 40 tab
                 if wachtkeuze = "S" or "s"
                    display
                    "Omboeking NIET vastgelegd; programma stopt."
                    line 25 position 1 erase eol
                    stop run
                 end-if
                 display space line 24 position 1 erase eol
                 move zero to wachtteller
              end-if
              go to omboeking
           end-if.
           move datum to omdatum.
           move tijd(1:6) to omtijd.
           move gebruiker to omgebruiker.
           move vanperiode to omvanperiode.
           move cdperiode to omnaarperiode.
           move comm-debmutregel to omregel.
           write perombrecord end-write.
           close perombfile.
           display "Periode afgesloten, geboekt in periode"
           line 24 position 1 erase eol.
           display cdperiode line 24 position 40.

       TERUG.
           exit program.
