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

       FD  kfktfile            data record is kfktrecord.
       01  kfktrecord.
           02 sdmtrek                                pic x(5).
           02 sdmaantal                  pic s9(6).
           02 sdmbedrag                  pic s9(7)v99.
           02 sdmvervaldatum             pic 9(6).

       WORKING-STORAGE SECTION.

