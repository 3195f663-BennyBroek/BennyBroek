        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlwlg.
      *  WIJZIGINGSLOG-SCHRIJVER: LEGT EEN WIJZIGING OP DE
      *  STAMGEGEVENS (DEBSTAMFILE, PRIJSFILE, CONTRACTFILE) VAST IN
      *  WIJZLOG.ZWA: WIE, WANNEER, BESTAND, SLEUTEL, VELD, OUDE EN
      *  NIEUWE WAARDE. HET AANROEPENDE PROGRAMMA LEVERT BESTAND,
      *  SLEUTEL, VELD, SOORT EN DE WAARDEN AAN; DATUM, TIJD EN
      *  GEBRUIKER (AANMELDNAAM, OMGEVINGSVARIABELE USERNAME) VULT
      *  DIT PROGRAMMA ZELF IN EN GEEFT DE GEBRUIKER TERUG.
      *  HET BESTAND WORDT, ZOALS DEBMUTFILE IN BIJLDMW, EXCLUSIEF
      *  GEOPEND, DE REGEL GESCHREVEN EN DIRECT WEER GESLOTEN; IS HET
      *  BIJ EEN ANDERE GEBRUIKER IN GEBRUIK, DAN WORDT GEWACHT.
      *  SOORT: W = WIJZIGING, N = NIEUW RECORD, V = VERWIJDERD,
      *  G = GOEDGEKEURD (BANKGEGEVENS), I = EERSTE VASTLEGGING.
      *    2026 eerste versie.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select wijzlogfile assign to disk
                                  "c:\cbl\bijl\wijzlog.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statuswijzlogfl.

       DATA DIVISION.
       FILE SECTION.
       FD  wijzlogfile     data record is wijzlogrecord.
       01  wijzlogrecord.
           02 wldatum                   pic 9(6).
           02 wltijd                    pic 9(6).
           02 wlgebruiker               pic x(20).
           02 wlbestand                 pic x(8).
           02 wlsleutel                 pic x(15).
           02 wlveld                    pic x(15).
           02 wlsoort                   pic x.
           02 wloud                     pic x(35).
           02 wlnieuw                   pic x(35).

       WORKING-STORAGE SECTION.

        77      datum                     pic 9(6).
        77      gebruiker                 pic x(20).
        77      statuswijzlogfl           pic x(2).
        77      tijd                      pic 9(8).
        77      wachtkeuze                pic x.
        77      wachtteller               pic 9(5).

       LINKAGE SECTION.
      *  == zelfde opbouw als comm-wlg in de aanroepende
      *     programma's ==
       01  comm-wlg.
           02 cwbestand                 pic x(8).
           02 cwsleutel                 pic x(15).
           02 cwveld                    pic x(15).
           02 cwsoort                   pic x.
           02 cwoud                     pic x(35).
           02 cwnieuw                   pic x(35).
           02 cwgebruiker               pic x(20).

       PROCEDURE DIVISION using comm-wlg.
       HOOFD SECTION.

       SCHRYVEN.
           accept datum from date end-accept.
           accept tijd from time end-accept.
           move spaces to gebruiker.
           display "USERNAME" upon environment-name.
           accept gebruiker from environment-value.
           if gebruiker = spaces move "ONBEKEND" to gebruiker.
           inspect gebruiker converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move gebruiker to cwgebruiker.
           move zero to wachtteller.

       OPENEN.
           open extend wijzlogfile.
           if statuswijzlogfl not = "00"
              if statuswijzlogfl = "35"
                 open output wijzlogfile
                 close wijzlogfile
                 go to openen
              end-if
      *  == blijft het bestand onbeschikbaar, dan de status tonen
      *     en de keuze aan de gebruiker laten (zoals bijldmw) ==
              add 1 to wachtteller
              if wachtteller > 20000
                 display
                 "Wijzigingslog niet beschikbaar, status: "
                 line 24 position 1 erase eol
                 display statuswijzlogfl line 24 position 41
                 display "Opnieuw proberen = J / Stoppen = S"
                 line 25 position 1 erase eol
                 accept wachtkeuze line 25 position 40 tab
                 if wachtkeuze = "S" or "s"
                    display
                    "Wijziging NIET gelogd; programma stopt."
                    line 25 position 1 erase eol
                    stop run
                 end-if
                 display space line 24 position 1 erase eol
                 move zero to wachtteller
              end-if
              go to openen
           end-if.
           move datum to wldatum.
           move tijd(1:6) to wltijd.
           move gebruiker to wlgebruiker.
           move cwbestand to wlbestand.
           move cwsleutel to wlsleutel.
           move cwveld to wlveld.
           move cwsoort to wlsoort.
           move cwoud to wloud.
           move cwnieuw to wlnieuw.
           write wijzlogrecord end-write.
           close wijzlogfile.
           display space line 25 position 1 erase eol.

       TERUG.
           exit program.
