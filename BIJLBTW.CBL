      *  PERIODE. DE BTW WORDT PER REGEL AFGEROND OPGETELD, PRECIES
      *  ZOALS BIJLFKTP HEM OP DE FAKTUUR BEREKENT.
      *    2026 eerste versie.
      *    2026 intracommunautaire leveringen (fhbtwverlegd = J,
      *    0% btw verlegd) als aparte rubriek, niet onder het
      *    0%-tarief; ze tellen wel mee in het eindtotaal.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                02 btwartnr                     pic 99v99.
                02 artvoorraad                  pic -999999.99.
                02 artminvoorraad               pic -999999.99.
                02 artkostprijs                 pic 9(4)v99.

       FD  fkthisfile              data record is fkthisrecord.
       01  fkthisrecord.
           02 fhomschryving          pic x(15).
           02 fhaantal               pic -999999.99.
           02 fhverkoopprys          pic 9(4).99.
           02 fhbtwverlegd           pic x.
           02 fhkostprijs            pic 9(4)v99.
           02 fhorigfktnr            pic x(5).

       FD printfile.
       01 printrecord             pic x(132).
        77      datumvan                  pic 9(6).
        77      datumtot                  pic 9(6).
        77      exc-num                   pic 99.
        77      iclgrondslag              pic s9(8)v99.
        77      keuze                     pic x.
        77      printregel                pic x(132).
        77      regelbtwpct               pic 99v99.
           move zero to btwtel.
           move zero to regeltel.
           move zero to wegvaltel.
           move zero to iclgrondslag.
           open input fkthisfile.
           if statusfkthisfl not = "00"
              display "Geen faktuurhistorie aanwezig" line 6
           compute regelbedragbtw rounded =
                   bedrag * regelbtwpct / 100.

      *  == intracommunautaire levering: hele faktuur 0% btw
      *     verlegd, apart in de rubriek intracommunautaire
      *     leveringen i.p.v. bij een tarief ==
           if fhbtwverlegd = "J"
              add bedrag to iclgrondslag
              add 1 to regeltel
              go to lezen
           end-if.

           perform tariefboek.
           add 1 to regeltel.
           go to lezen.
           perform tariefafdruk varying zoekx from 1 by 1
           until zoekx > btwtel.

      *  == rubriek intracommunautaire leveringen (btw verlegd) ==
           move iclgrondslag to brgrondslag.
           move zero to brbtw.
           move iclgrondslag to brincl.
           move spaces to printregel.
           string
           "    Intracom. lev" brgrondslag "    " brbtw
           "    " brincl
           delimited size into printregel.
           write printrecord from printregel end-write.
           move spaces to printregel.
           string
           "    (intracommunautaire leveringen, btw verlegd; zie"
           " ook de ICP-opgaaf)"
           delimited size into printregel.
           write printrecord from printregel end-write.
           add iclgrondslag to totgrondslag.
           add iclgrondslag to totincl.

           move spaces to printregel.
           string
           "    ----------------------------------------------"
