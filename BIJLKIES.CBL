           position 3.
           display "Contractfakturatie (abonn.)   = M" line 20
           position 3.
           display "Debiteur samenv./hernummeren  = 0" line 21
           position 3.

           display "Historie opvragen             = H" line 5
           position 44.
           position 44.
           display "Jaarafsluiting                = J" line 11
           position 44.
           display "Betalingscond. / e-factuur    = 1" line 15
           position 44.
           display "Bedrijfsgegevens              = 2" line 16
           position 44.
           display "ICP-opgaaf per kwartaal       = 3" line 17
           position 44.
           display "Rekeningoverzicht (afschrift) = 4" line 18
           position 44.
           display "Brutomarge-overzicht          = 5" line 19
           position 44.
           display "Orderimport (webshop/EDI)     = 6" line 20
           position 44.
           display "Wijzigingslog / goedkeuring   = 7" line 21
           position 44.
           display "Backup terugzetten            = 8" line 22
           position 44.
           display "Periodeafsluiting             = 9" line 23
           position 44.

           display "Alt + F4  =  Einde" line 25 position 30.

           if x = "E" or "e" call "bijlgbe.cob" end-if.
           if x = "U" or "u" call "bijlsta.cob" end-if.
           if x = "Q" or "q" call "bijlchk.cob" end-if.
           if x = "1" call "bijlbcd.cob" end-if.
           if x = "2" call "bijlbdg.cob" end-if.
           if x = "3" call "bijlicp.cob" end-if.
           if x = "4" call "bijlrko.cob" end-if.
           if x = "5" call "bijlmrg.cob" end-if.
           if x = "6" call "bijloim.cob" end-if.
           if x = "7" call "bijlwyl.cob" end-if.
           if x = "8" call "bijltrz.cob" end-if.
           if x = "9" call "bijlper.cob" end-if.
           if x = "0" call "bijldsv.cob" end-if.

           go to kiesprogram.

