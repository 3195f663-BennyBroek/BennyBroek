        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlicl.
      *  INTRACOMMUNAUTAIRE LEVERING: BEPAALT UIT HET LAND (DEBLAND)
      *  EN HET BTW-NUMMER (DEBBTWNR) VAN EEN DEBITEUR OF ZIJN
      *  FAKTUREN ALS INTRACOMMUNAUTAIRE LEVERING MOETEN GELDEN:
      *  EEN EU-LAND ANDERS DAN NEDERLAND EN EEN GEVULD BTW-NUMMER.
      *  DAN IS DE HELE FAKTUUR 0% MET "BTW VERLEGD", ONGEACHT
      *  BTWARTNR VAN DE ARTIKELEN. GEEFT OOK DE LANDCODE TERUG
      *  (ZOALS VOOR HET BTW-NUMMER, GRIEKENLAND = EL) VOOR DE
      *  ICP-OPGAAF. GEBRUIKT DOOR BIJLFKTP, BIJLCRD EN BIJLICP,
      *  ZODAT DE REGEL OP EEN PLEK STAAT.
      *  HET LAND MAG ALS NAAM (NEDERLANDS OF EIGEN TAAL) OF ALS
      *  TWEELETTERIGE CODE IN DEBLAND STAAN; LEEG = NEDERLAND.
      *    2026 eerste versie.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  == EU-lidstaten buiten Nederland: naam (14) en landcode (2) ==
       01  eulandwaarden.
           02 filler    pic x(16) value "BELGIE        BE".
           02 filler    pic x(16) value "BELGIQUE      BE".
           02 filler    pic x(16) value "BELGIEN       BE".
           02 filler    pic x(16) value "BELGIUM       BE".
           02 filler    pic x(16) value "DUITSLAND     DE".
           02 filler    pic x(16) value "DEUTSCHLAND   DE".
           02 filler    pic x(16) value "GERMANY       DE".
           02 filler    pic x(16) value "FRANKRIJK     FR".
           02 filler    pic x(16) value "FRANCE        FR".
           02 filler    pic x(16) value "LUXEMBURG     LU".
           02 filler    pic x(16) value "LUXEMBOURG    LU".
           02 filler    pic x(16) value "OOSTENRIJK    AT".
           02 filler    pic x(16) value "AUSTRIA       AT".
           02 filler    pic x(16) value "ITALIE        IT".
           02 filler    pic x(16) value "ITALIA        IT".
           02 filler    pic x(16) value "SPANJE        ES".
           02 filler    pic x(16) value "ESPANA        ES".
           02 filler    pic x(16) value "PORTUGAL      PT".
           02 filler    pic x(16) value "IERLAND       IE".
           02 filler    pic x(16) value "IRELAND       IE".
           02 filler    pic x(16) value "DENEMARKEN    DK".
           02 filler    pic x(16) value "DANMARK       DK".
           02 filler    pic x(16) value "ZWEDEN        SE".
           02 filler    pic x(16) value "SVERIGE       SE".
           02 filler    pic x(16) value "FINLAND       FI".
           02 filler    pic x(16) value "POLEN         PL".
           02 filler    pic x(16) value "POLSKA        PL".
           02 filler    pic x(16) value "TSJECHIE      CZ".
           02 filler    pic x(16) value "SLOWAKIJE     SK".
           02 filler    pic x(16) value "HONGARIJE     HU".
           02 filler    pic x(16) value "SLOVENIE      SI".
           02 filler    pic x(16) value "KROATIE       HR".
           02 filler    pic x(16) value "ROEMENIE      RO".
           02 filler    pic x(16) value "BULGARIJE     BG".
           02 filler    pic x(16) value "GRIEKENLAND   EL".
           02 filler    pic x(16) value "GR            EL".
           02 filler    pic x(16) value "CYPRUS        CY".
           02 filler    pic x(16) value "MALTA         MT".
           02 filler    pic x(16) value "ESTLAND       EE".
           02 filler    pic x(16) value "LETLAND       LV".
           02 filler    pic x(16) value "LITOUWEN      LT".
       01  eulandtabel redefines eulandwaarden.
           02 euland occurs 41.
              03 eulandnaam             pic x(14).
              03 eulandcode             pic x(2).

        77      eulandtel                 pic 99 value 41.
        77      gevonden                  pic x.
        77      landwerk                  pic x(30).
        77      zoekx                     pic 99.

       LINKAGE SECTION.
      *  == heen: land en btw-nummer van de debiteur; terug:
      *     J/N intracommunautair en de landcode (NL voor
      *     binnenland, spaties buiten de EU) ==
       01  comm-icl.
           02 iclland                   pic x(30).
           02 iclbtwnr                  pic x(14).
           02 iclverlegd                pic x.
           02 icllandcode               pic x(2).

       PROCEDURE DIVISION using comm-icl.
       HOOFD SECTION.

       BEPALEN.
           move "N" to iclverlegd.
           move spaces to icllandcode.
           move iclland to landwerk.
           inspect landwerk converting
           "abcdefghijklmnopqrstuvwxyz" to
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if landwerk = spaces or "NEDERLAND" or "NL" or "HOLLAND"
              move "NL" to icllandcode
              go to terug
           end-if.
           move "N" to gevonden.
           perform landzoek varying zoekx from 1 by 1
           until zoekx > eulandtel or gevonden = "J".
           if gevonden = "J" and iclbtwnr not = spaces
              move "J" to iclverlegd
           end-if.

       TERUG.
           exit program.

       LANDZOEK.
      *  == op naam, of op de landcode zelf (BE, DE, ...) ==
           if landwerk = eulandnaam(zoekx) or
              landwerk = eulandcode(zoekx)
              move "J" to gevonden
              move eulandcode(zoekx) to icllandcode
           end-if.
