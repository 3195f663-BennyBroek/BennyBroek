      *  WERKWIJZE ALS DE JAARARCHIEVEN IN BIJLJAF). VAN ELKE EXPORT
      *  WORDT EEN REGISTER GEPRINT.
      *    2026 eerste versie.
      *    2026 intracommunautaire leveringen (fhbtwverlegd = J)
      *    als eigen journaalregel ICL i.p.v. onder het 0%-tarief.

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

       FD  debmutfile      data record debmutrecord.
       01  debmutrecord.
           02 dmtrek                                pic x(5).
           02 dmaantal                  pic s9(6).
           02 dmbedrag                  pic s9(7)v99.
           02 dmvervaldatum             pic 9(6).

      *  == journaalregel: soort OMZ/BTW (per tarief), ICL
      *     (intracommunautaire leveringen, btw verlegd), DEB (per
      *     kenmerk) en TOT (controleregel: aantal regels en
      *     telsom van de bedragen) ==
       FD  exportfile      data record is exportrecord.
        77      exportregels              pic 9(6).
        77      exporttelsom              pic s9(9)v99.
        77      exc-num                   pic 99.
        77      iclgrondslag              pic s9(8)v99.
        77      keuze                     pic x.
        77      klaarlees                 pic x.
        77      periodein                 pic 9(4).
           move zero to btwtel.
           move zero to trektel.
           move zero to wegvaltel.
           move zero to iclgrondslag.
           open input fkthisfile.
           if statusfkthisfl not = "00"
              display "Geen faktuurhistorie aanwezig" line 5
           compute regelbedragbtw rounded =
                   bedrag * regelbtwpct / 100.

      *  == intracommunautaire levering: eigen rubriek, zoals in
      *     bijlbtw ==
           if fhbtwverlegd = "J"
              add bedrag to iclgrondslag
              go to omzetlezen
           end-if.

           perform tariefboek.
           go to omzetlezen.

           until zoekx > btwtel.
           perform btwexport varying zoekx from 1 by 1
           until zoekx > btwtel.
           perform iclexport.
           perform trekexport varying zoekx from 1 by 1
           until zoekx > trektel.

           add btbedragbtw(zoekx) to exporttelsom.
           perform registerregel.

       ICLEXPORT.
      *  == omzet intracommunautaire leveringen, 0% btw verlegd ==
           move spaces to exportrecord.
           move "ICL " to exsoort.
           move spaces to exkenmerk.
           move zero to expct.
           move iclgrondslag to exbedrag.
           move zero to exaantal.
           write exportrecord end-write.
           add 1 to exportregels.
           add iclgrondslag to exporttelsom.
           perform registerregel.

       TREKEXPORT.
           move spaces to exportrecord.
           move "DEB " to exsoort.
