      *  PER ARTIKEL EN EEN GEDRUKTE HERBESTELLIJST VAN ELK ARTNR DAT
      *  OP OF ONDER ZIJN MINIMUM STAAT.
      *    2026 eerste versie.
      *    2026 bij een ontvangst wordt de inkoopprijs per stuk
      *    gevraagd en in het journaal vastgelegd; artkostprijs wordt
      *    het gewogen gemiddelde van de oude voorraad tegen de oude
      *    kostprijs en de ontvangst tegen de inkoopprijs.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
                02 btwartnr                     pic 99v99.
                02 artvoorraad                  pic -999999.99.
                02 artminvoorraad               pic -999999.99.
                02 artkostprijs                 pic 9(4)v99.

       FD  goedontvfile    data record is goedontvrecord.
       01  goedontvrecord.
           02 goaantal                  pic -999999.99.
           02 gooud                     pic -999999.99.
           02 gonieuw                   pic -999999.99.
      *  == inkoopprijs per stuk van de ontvangst en de kostprijs
      *     van het artikel na de boeking (bij CORR ongewijzigd) ==
           02 goinkoopprijs             pic 9(4)v99.
           02 gokostprijs               pic 9(4)v99.

       FD printfile.
       01 printrecord             pic x(132).
        77      artnrin                   pic x(5).
        77      datum                     pic 9(6).
        77      exc-num                   pic 99.
        77      inkoopprijsin             pic 9(4)v99.
        77      kostnieuw                 pic 9(4)v99.
        77      kostoud                   pic 9(4)v99.
        77      kostpr                    pic zzz9.99.
        77      kostwaarde                pic s9(10)v9999.
        77      keuze                     pic x.
        77      minimumin                 pic s9(6)v99.
        77      mutaantal                 pic s9(6)v99.
           move voorraadoud to voorraadpr.
           display "Huidige voorraad:" line 7 position 1 erase eol.
           display voorraadpr line 7 position 20.
           if artkostprijs not numeric move zero to artkostprijs.
           move artkostprijs to kostoud.
           move kostoud to kostnieuw.
           move zero to inkoopprijsin.
           move kostoud to kostpr.
           display "Kostprijs:" line 7 position 35.
           display kostpr line 7 position 46.

       REDENVRAAG.
      *  == O = goederenontvangst (aantal erbij), C = telcorrectie
           add voorraadoud to aantalin giving voorraadnieuw.
           move aantalin to mutaantal.
           move "ONTV" to goreden.

       INKOOPPRIJS.
           display "Inkoopprijs per stuk:" line 10 position 35.
           move kostoud to inkoopprijsin.
           accept inkoopprijsin line 10 position 58 tab update
           on exception exc-num if exc-num = 27
              close artikelfile
              go to stopprogram
           end-if.
           if inkoopprijsin = zero
              display "Inkoopprijs nul? Akkoord = J" line 11
              position 1 erase eol
              accept x line 11 position 31 tab
              if x not = "J" and not = "j" go to inkoopprijs end-if
           end-if.
      *  == gewogen gemiddelde: oude voorraad tegen de oude
      *     kostprijs plus de ontvangst tegen de inkoopprijs. staat
      *     de oude voorraad op of onder nul, dan telt alleen de
      *     inkoopprijs (ook als er nog geen kostprijs bekend is);
      *     een retour (negatief aantal) laat de
      *     kostprijs ongewijzigd ==
           if aantalin < zero go to boekvoorraad.
           if voorraadoud not > zero or voorraadnieuw not > zero
              or kostoud = zero
              move inkoopprijsin to kostnieuw
              go to boekvoorraad
           end-if.
           compute kostwaarde = voorraadoud * kostoud
                              + aantalin * inkoopprijsin.
           compute kostnieuw rounded = kostwaarde / voorraadnieuw.
           go to boekvoorraad.

       CORRECTIE.
           display "Nieuwe voorraad wordt:" line 11 position 1
           erase eol.
           display voorraadpr line 11 position 25.
           if kostnieuw not = kostoud
              move kostnieuw to kostpr
              display "Nieuwe kostprijs:" line 11 position 40
              display kostpr line 11 position 58
           end-if.
           display "Akkoord = J" line 12 position 1 erase eol.
           accept x line 12 position 15 tab.
           if x not = "J" and not = "j"
           end-if.

           move voorraadnieuw to artvoorraad.
           move kostnieuw to artkostprijs.
           rewrite artikelrecord invalid key
              continue
           end-rewrite.
           move mutaantal to goaantal.
           move voorraadoud to gooud.
           move voorraadnieuw to gonieuw.
           move inkoopprijsin to goinkoopprijs.
           move kostnieuw to gokostprijs.
           write goedontvrecord end-write.
           close goedontvfile.
           display "Geboekt." line 13 position 1 erase eol.
