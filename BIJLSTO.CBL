           02 dmtrek                                pic x(5).
           02 dmaantal                  pic s9(6).
           02 dmbedrag                  pic s9(7)v99.
           02 dmvervaldatum             pic 9(6).

       FD  incbatchfile    data record is incbatchrecord.
       01  incbatchrecord.
           02 debbic                    pic x(11).
           02 debmachtiging             pic x(35).
           02 debkredlimiet             pic 9(7).
           02 debbetdagen               pic 999.
           02 debkortpct                pic 99v99.
           02 debkortdagen              pic 999.
           02 debefactuur               pic x.
           02 debefactid                pic x(35).
           02 debsamengevoegd           pic x(10).

       WORKING-STORAGE SECTION.

           02 bktrek                    pic x(5).
           02 bkaantal                  pic s9(6).
           02 bkbedrag                  pic s9(7)v99.
           02 bkvervaldatum             pic 9(6).


        77      alstorno                  pic x.
           move stoperiode to bkperiode.
           move "STOR" to bktrek.
           move zero to bkaantal.
           move zero to bkvervaldatum.
           move stobedrag to bkbedrag.
           call "bijldmw.cob" using dmboekregel end-call.

