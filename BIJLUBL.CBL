        IDENTIFICATION DIVISION.
        PROGRAM-ID.  bijlubl.
      *  E-FACTUUR: SCHRIJFT EEN FAKTUUR OF CREDITNOTA ALS UBL-BESTAND
      *  (UBL 2.1, NLCIUS/PEPPOL BIS 3) IN DE UITBOX
      *  C:\CBL\BIJL\UITBOX, EEN BESTAND PER DOCUMENT (F + NUMMER OF
      *  C + NUMMER, .XML). ALLEEN VOOR DEBITEUREN MET DEBEFACTUUR =
      *  J. GEBRUIKT DOOR BIJLFKTP, BIJLCRD EN BIJLFKH, ZODAT DE
      *  OPMAAK OP EEN PLEK STAAT. DRIE AANROEPEN PER DOCUMENT:
      *    K = KOP: DEBITEUR, NUMMER, DATUMS; STATUS J ALS DE
      *        DEBITEUR EEN E-FACTUUR WIL, ANDERS N
      *    R = REGEL: ZOALS GEDRUKT (AANTAL, PRIJS, BEDRAG, BTW-% EN
      *        BTW-BEDRAG VAN DE REGEL), WORDT HIER BEWAARD
      *    V = VOET: TOTAAL INCL. ZOALS GEDRUKT (EN DE VERVALDATUM
      *        ALS DIE PAS NA DE KOP BEKEND IS); HET BESTAND WORDT
      *        GESCHREVEN. KLOPT DE SOM VAN DE REGELS NIET MET HET
      *        GEDRUKTE TOTAAL, DAN GEEN BESTAND EN STATUS F.
      *  BTW-TOTALEN PER TARIEF ZIJN DE SOM VAN DE BTW PER REGEL, NET
      *  ALS OP DE GEDRUKTE FAKTUUR, ZODAT DE TOTALEN PRECIES
      *  AANSLUITEN. EEN CREDITNOTA (SOORT C) VERWIJST NAAR HET
      *  GECREDITEERDE FAKTUURNUMMER; AANTALLEN EN BEDRAGEN STAAN
      *  DAARIN POSITIEF, ZOALS UBL DAT VOORSCHRIJFT.
      *    2026 eerste versie.

       AUTHOR.   EGC BROEK.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  RMCOBOL-85.
       OBJECT-COMPUTER.  RMCOBOL-85.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select debstamfile assign to disk
                                  "c:\cbl\bijl\debstam.zwa"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is debnr.

           select bedrijffile assign to disk
                                  "c:\cbl\bijl\bedrijf.zwa"
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusbedrijffl.

           select ublfile assign to disk ublnaam
                                  organization is sequential
                                  access mode is sequential
                                  file status is statusublfl.

       DATA DIVISION.
       FILE SECTION.
       FD  debstamfile     data record is debstamrecord.
       01  debstamrecord.
           02 debnr                     pic x(10).
           02 debnaam1                  pic x(30).
           02 debnaam2                  pic x(25).
           02 debcode                   pic x(5).
           02 debstraat                 pic x(30).
           02 debstrnr                  pic x(4).
           02 debpostkode               pic x(6).
           02 debpostbus                pic x(6).
           02 debpkpostbus              pic x(6).
           02 debwnplts                 pic x(30).
           02 debland                   pic x(30).
           02 debtlf                    pic x(15).
           02 debfax                    pic x(15).
           02 debbank1                  pic x(9).
           02 debbtwnr                  pic x(14).
           02 debiban                   pic x(34).
           02 debbic                    pic x(11).
           02 debmachtiging             pic x(35).
           02 debkredlimiet             pic 9(7).
           02 debbetdagen               pic 999.
           02 debkortpct                pic 99v99.
           02 debkortdagen              pic 999.
           02 debefactuur               pic x.
           02 debefactid                pic x(35).
           02 debsamengevoegd           pic x(10).

       FD  bedrijffile     data record is bedrijfrecord.
       01  bedrijfrecord.
           02 bdnaam                    pic x(30).
           02 bdstraat                  pic x(30).
           02 bdstrnr                   pic x(4).
           02 bdpostkode                pic x(6).
           02 bdwnplts                  pic x(30).
           02 bdbtwnr                   pic x(14).
           02 bdkvknr                   pic x(8).
           02 bdiban                    pic x(34).
           02 bdbic                     pic x(11).

       FD  ublfile         data record is ublrecord.
       01  ublrecord                    pic x(250).

       WORKING-STORAGE SECTION.

       01  comm-icl.
           02 iclland                   pic x(30).
           02 iclbtwnr                  pic x(14).
           02 iclverlegd                pic x.
           02 icllandcode               pic x(2).

      *  == kop van het lopende document, bewaard bij aanroep K ==
       01  bewaarkop.
           02 bksoort                   pic x.
           02 bkfktnr                   pic 9(6).
           02 bkorigfktnr               pic 9(6).
           02 bkdatum                   pic 9(6).
           02 bkvervaldatum             pic 9(6).
           02 bkdebnr                   pic x(10).
           02 bkintracom                pic x.

      *  == regels van het lopende document, zoals gedrukt ==
       01  regeltabel.
           02 regelpost occurs 500.
              03 rtartnr                pic x(5).
              03 rtomschryving          pic x(15).
              03 rtaantal               pic s9(6)v99.
              03 rtprys                 pic 9(4)v99.
              03 rtbedrag               pic s9(6)v99.
              03 rtbtwpct               pic 99v99.
              03 rtbtwbedrag            pic s9(6)v99.

      *  == grondslag en btw per tarief ==
       01  tarieftabel.
           02 tariefpost occurs 10.
              03 tfpct                  pic 99v99.
              03 tfgrondslag            pic s9(9)v99.
              03 tfbtw                  pic s9(9)v99.

        77      aantalpr                  pic -(6)9.99.
        77      bedragpr                  pic -(9)9.99.
        77      bedragwerk                pic s9(9)v99.
        77      categoriecode             pic x.
        77      datumwerk                 pic 9(6).
        77      elattr                    pic x(40).
        77      elnaam                    pic x(40).
        77      elwaarde                  pic x(100).
        77      getaltekst                pic x(16).
        77      idnummer                  pic x(35).
        77      idschema                  pic x(10).
        77      lengteklaar               pic x.
        77      nummerpr                  pic z(5)9.
        77      nummerwerk                pic 9(6).
        77      overloop                  pic x.
        77      pctpr                     pic z9.99.
        77      pctwerk                   pic 99v99.
        77      regelptr                  pic 999.
        77      regeltel                  pic 999.
        77      regelx                    pic 999.
        77      spatietel                 pic 99.
        77      statusbedrijffl           pic x(2).
        77      statusublfl               pic x(2).
        77      tariefgevonden            pic x.
        77      tarieftel                 pic 99.
        77      tariefx                   pic 99.
        77      teken                     pic s9 value +1.
        77      tekstlengte               pic 999.
        77      tekstwerk                 pic x(100).
        77      tekstx                    pic 999.
        77      totbtw                    pic s9(9)v99.
        77      totexcl                   pic s9(9)v99.
        77      totincl                   pic s9(9)v99.
        77      ublnaam                   pic x(40).
        77      xmlptr                    pic 999.
        77      xmlregel                  pic x(250).
        77      xmlteken                  pic x.
        77      xmlwaarde                 pic x(250).
        77      xmlwaardelen              pic 999.

       LINKAGE SECTION.
      *  == zie de kopregels bovenaan voor het gebruik per functie ==
       01  comm-ubl.
           02 ublfunktie                pic x.
           02 ublkop.
              03 ublsoort               pic x.
              03 ublfktnr               pic 9(6).
              03 ublorigfktnr           pic 9(6).
              03 ubldatum               pic 9(6).
              03 ublvervaldatum         pic 9(6).
              03 ubldebnr               pic x(10).
              03 ublintracom            pic x.
           02 ublregel.
              03 ublartnr               pic x(5).
              03 ublomschryving         pic x(15).
              03 ublaantal              pic s9(6)v99.
              03 ublprys                pic 9(4)v99.
              03 ublbedrag              pic s9(6)v99.
              03 ublbtwpct              pic 99v99.
              03 ublbtwbedrag           pic s9(6)v99.
           02 ubltotincl                pic s9(7)v99.
           02 ublstatus                 pic x.

       PROCEDURE DIVISION using comm-ubl.
       HOOFD SECTION.

       VERDEEL.
           if ublfunktie = "K" go to kop.
           if ublfunktie = "R" go to regel.
           if ublfunktie = "V" go to voet.
           move "F" to ublstatus.
           go to terug.

       KOP.
      *  == nieuw document: wil de debiteur een e-factuur? ==
           move zero to regeltel.
           move "N" to overloop.
           move ublkop to bewaarkop.
           move "N" to ublstatus.
           open input debstamfile.
           move ubldebnr to debnr.
           read debstamfile record key debnr invalid key
              move "N" to debefactuur
           end-read.
           close debstamfile.
           if debefactuur = "J" or "j" move "J" to ublstatus.
           go to terug.

       REGEL.
           if regeltel < 500
              add 1 to regeltel
              move ublartnr to rtartnr(regeltel)
              move ublomschryving to rtomschryving(regeltel)
              move ublaantal to rtaantal(regeltel)
              move ublprys to rtprys(regeltel)
              move ublbedrag to rtbedrag(regeltel)
              move ublbtwpct to rtbtwpct(regeltel)
              move ublbtwbedrag to rtbtwbedrag(regeltel)
           else
              move "J" to overloop
           end-if.
           move "J" to ublstatus.
           go to terug.

       VOET.
           move "F" to ublstatus.
           if overloop = "J" or regeltel = zero go to terug.
      *  == totalen uit de regels, per tarief, zoals gedrukt ==
           move zero to totexcl totbtw tarieftel.
           perform tariefboek varying regelx from 1 by 1
           until regelx > regeltel.
           if tariefgevonden = "F" go to terug.
           add totexcl to totbtw giving totincl.
           if totincl not = ubltotincl go to terug.
           if ublvervaldatum not = zero
              move ublvervaldatum to bkvervaldatum
           end-if.
           if bksoort = "C"
              move -1 to teken
           else
              move +1 to teken
           end-if.

           open input debstamfile.
           move bkdebnr to debnr.
           read debstamfile record key debnr invalid key
              close debstamfile
              go to terug
           end-read.
           close debstamfile.
           move spaces to bedrijfrecord.
           open input bedrijffile.
           if statusbedrijffl = "00"
              read bedrijffile next record at end
                 move spaces to bedrijfrecord
              end-read
              close bedrijffile
           end-if.

           move spaces to ublnaam.
           if bksoort = "C"
              string "c:\cbl\bijl\uitbox\C" bkfktnr ".xml"
              delimited size into ublnaam
           else
              string "c:\cbl\bijl\uitbox\F" bkfktnr ".xml"
              delimited size into ublnaam
           end-if.
           open output ublfile.
           if statusublfl not = "00" go to terug.

           perform documentkop.
           perform leverancier.
           perform afnemer.
           perform betaling.
           perform btwtotaal.
           perform eindtotaal.
           perform documentregel varying regelx from 1 by 1
           until regelx > regeltel.
           move spaces to xmlregel.
           if bksoort = "C"
              move "</CreditNote>" to xmlregel
           else
              move "</Invoice>" to xmlregel
           end-if.
           write ublrecord from xmlregel end-write.
           close ublfile.
           move "J" to ublstatus.

       TERUG.
           exit program.

       TARIEFBOEK.
           add rtbedrag(regelx) to totexcl.
           add rtbtwbedrag(regelx) to totbtw.
           move rtbtwpct(regelx) to pctwerk.
           move "N" to tariefgevonden.
           perform tariefzoek varying tariefx from 1 by 1
           until tariefx > tarieftel or tariefgevonden = "J".
           if tariefgevonden = "N"
              if tarieftel < 10
                 add 1 to tarieftel
                 move tarieftel to tariefx
                 move pctwerk to tfpct(tariefx)
                 move zero to tfgrondslag(tariefx) tfbtw(tariefx)
                 move "J" to tariefgevonden
              else
                 move "F" to tariefgevonden
                 move regeltel to regelx
              end-if
           else
              subtract 1 from tariefx
           end-if.
           if tariefgevonden = "J"
              add rtbedrag(regelx) to tfgrondslag(tariefx)
              add rtbtwbedrag(regelx) to tfbtw(tariefx)
           end-if.

       TARIEFZOEK.
           if tfpct(tariefx) = pctwerk move "J" to tariefgevonden.

       DOCUMENTKOP.
           move spaces to xmlregel.
           string "<?xml version=""1.0"" encoding=""UTF-8""?>"
           delimited size into xmlregel.
           write ublrecord from xmlregel end-write.
           move spaces to xmlregel.
           if bksoort = "C"
              string "<CreditNote xmlns=""urn:oasis:names:"
              "specification:ubl:schema:xsd:CreditNote-2"""
              delimited size into xmlregel
           else
              string "<Invoice xmlns=""urn:oasis:names:"
              "specification:ubl:schema:xsd:Invoice-2"""
              delimited size into xmlregel
           end-if.
           write ublrecord from xmlregel end-write.
           move spaces to xmlregel.
           string " xmlns:cac=""urn:oasis:names:specification:ubl:"
           "schema:xsd:CommonAggregateComponents-2"""
           delimited size into xmlregel.
           write ublrecord from xmlregel end-write.
           move spaces to xmlregel.
           string " xmlns:cbc=""urn:oasis:names:specification:ubl:"
           "schema:xsd:CommonBasicComponents-2"">"
           delimited size into xmlregel.
           write ublrecord from xmlregel end-write.

           move spaces to elattr.
           move "cbc:CustomizationID" to elnaam.
           move spaces to elwaarde.
           string "urn:cen.eu:en16931:2017#compliant#urn:fdc:"
           "peppol.eu:2017:poacc:billing:3.0"
           delimited size into elwaarde.
           perform element.
           move "cbc:ProfileID" to elnaam.
           move "urn:fdc:peppol.eu:2017:poacc:billing:01:1.0"
           to elwaarde.
           perform element.
           move "cbc:ID" to elnaam.
           move bkfktnr to nummerwerk.
           perform nummertekst.
           perform element.
           move "cbc:IssueDate" to elnaam.
           move bkdatum to datumwerk.
           perform datumtekst.
           perform element.
           if bksoort = "C"
              move "cbc:CreditNoteTypeCode" to elnaam
              move "381" to elwaarde
              perform element
           else
              if bkvervaldatum not = zero
                 move "cbc:DueDate" to elnaam
                 move bkvervaldatum to datumwerk
                 perform datumtekst
                 perform element
              end-if
              move "cbc:InvoiceTypeCode" to elnaam
              move "380" to elwaarde
              perform element
           end-if.
           move "cbc:DocumentCurrencyCode" to elnaam.
           move "EUR" to elwaarde.
           perform element.
           move "cbc:BuyerReference" to elnaam.
           move bkdebnr to elwaarde.
           perform element.
      *  == creditnota: verwijzing naar de gecrediteerde faktuur ==
           if bksoort = "C"
              move "cac:BillingReference" to elnaam
              perform tagopen
              move "cac:InvoiceDocumentReference" to elnaam
              perform tagopen
              move "cbc:ID" to elnaam
              move bkorigfktnr to nummerwerk
              perform nummertekst
              perform element
              move "cac:InvoiceDocumentReference" to elnaam
              perform tagsluit
              move "cac:BillingReference" to elnaam
              perform tagsluit
           end-if.

       LEVERANCIER.
           move "cac:AccountingSupplierParty" to elnaam.
           perform tagopen.
           move "cac:Party" to elnaam.
           perform tagopen.
           move "cbc:EndpointID" to elnaam.
           if bdkvknr not = spaces
              move "schemeID=""0106""" to elattr
              move bdkvknr to elwaarde
           else
              move "schemeID=""9944""" to elattr
              move bdbtwnr to elwaarde
           end-if.
           perform element.
           move spaces to elattr.
           move "cac:PartyName" to elnaam.
           perform tagopen.
           move "cbc:Name" to elnaam.
           move bdnaam to elwaarde.
           perform element.
           move "cac:PartyName" to elnaam.
           perform tagsluit.
           move "cac:PostalAddress" to elnaam.
           perform tagopen.
           move "cbc:StreetName" to elnaam.
           move spaces to elwaarde.
           string bdstraat delimited "  " " " bdstrnr delimited size
           into elwaarde.
           perform element.
           move "cbc:CityName" to elnaam.
           move bdwnplts to elwaarde.
           perform element.
           move "cbc:PostalZone" to elnaam.
           move bdpostkode to elwaarde.
           perform element.
           move "NL" to idschema.
           perform land.
           move "cac:PostalAddress" to elnaam.
           perform tagsluit.
           move bdbtwnr to idnummer.
           perform btwschema.
           move "cac:PartyLegalEntity" to elnaam.
           perform tagopen.
           move "cbc:RegistrationName" to elnaam.
           move bdnaam to elwaarde.
           perform element.
           if bdkvknr not = spaces
              move "cbc:CompanyID" to elnaam
              move "schemeID=""0106""" to elattr
              move bdkvknr to elwaarde
              perform element
              move spaces to elattr
           end-if.
           move "cac:PartyLegalEntity" to elnaam.
           perform tagsluit.
           move "cac:Party" to elnaam.
           perform tagsluit.
           move "cac:AccountingSupplierParty" to elnaam.
           perform tagsluit.

       AFNEMER.
      *  == ontvanger-id staat als schema:nummer in debefactid ==
           move spaces to idschema idnummer.
           unstring debefactid delimited by ":"
           into idschema idnummer.
           if idnummer = spaces
              move debefactid to idnummer
              move "0106" to idschema
           end-if.
           move "cac:AccountingCustomerParty" to elnaam.
           perform tagopen.
           move "cac:Party" to elnaam.
           perform tagopen.
           move "cbc:EndpointID" to elnaam.
           move spaces to elattr.
           string "schemeID=""" idschema delimited space
           """" delimited size into elattr.
           move idnummer to elwaarde.
           perform element.
           move spaces to elattr.
           move "cac:PartyName" to elnaam.
           perform tagopen.
           move "cbc:Name" to elnaam.
           move debnaam1 to elwaarde.
           perform element.
           move "cac:PartyName" to elnaam.
           perform tagsluit.
           move "cac:PostalAddress" to elnaam.
           perform tagopen.
           move "cbc:StreetName" to elnaam.
           move spaces to elwaarde.
           string debstraat delimited "  " " " debstrnr
           delimited size into elwaarde.
           perform element.
           move "cbc:CityName" to elnaam.
           move debwnplts to elwaarde.
           perform element.
           move "cbc:PostalZone" to elnaam.
           move debpostkode to elwaarde.
           perform element.
      *  == landcode zoals voor het btw-nummer (bijlicl); buiten de
      *     EU de eerste twee letters van debland ==
           move debland to iclland.
           move debbtwnr to iclbtwnr.
           call "bijlicl.cob" using comm-icl end-call.
           move icllandcode to idschema.
           if idschema = spaces
              move debland(1:2) to idschema
              inspect idschema converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           end-if.
           perform land.
           move "cac:PostalAddress" to elnaam.
           perform tagsluit.
           if debbtwnr not = spaces
              move debbtwnr to idnummer
              perform btwschema
           end-if.
           move "cac:PartyLegalEntity" to elnaam.
           perform tagopen.
           move "cbc:RegistrationName" to elnaam.
           move debnaam1 to elwaarde.
           perform element.
           move "cac:PartyLegalEntity" to elnaam.
           perform tagsluit.
           move "cac:Party" to elnaam.
           perform tagsluit.
           move "cac:AccountingCustomerParty" to elnaam.
           perform tagsluit.

       LAND.
           move "cac:Country" to elnaam.
           perform tagopen.
           move "cbc:IdentificationCode" to elnaam.
           move idschema to elwaarde.
           perform element.
           move "cac:Country" to elnaam.
           perform tagsluit.

       BTWSCHEMA.
           move "cac:PartyTaxScheme" to elnaam.
           perform tagopen.
           move "cbc:CompanyID" to elnaam.
           move idnummer to elwaarde.
           perform element.
           move "cac:TaxScheme" to elnaam.
           perform tagopen.
           move "cbc:ID" to elnaam.
           move "VAT" to elwaarde.
           perform element.
           move "cac:TaxScheme" to elnaam.
           perform tagsluit.
           move "cac:PartyTaxScheme" to elnaam.
           perform tagsluit.

       BETALING.
      *  == met machtiging: incasso (59) van de rekening van de
      *     debiteur, anders overmaken (30) naar onze rekening ==
           move "cac:PaymentMeans" to elnaam.
           perform tagopen.
           move "cbc:PaymentMeansCode" to elnaam.
           if debmachtiging not = spaces and debiban not = spaces
              move "59" to elwaarde
           else
              move "30" to elwaarde
           end-if.
           perform element.
           move "cbc:PaymentID" to elnaam.
           move bkfktnr to nummerwerk.
           perform nummertekst.
           perform element.
           if debmachtiging not = spaces and debiban not = spaces
              move "cac:PaymentMandate" to elnaam
              perform tagopen
              move "cbc:ID" to elnaam
              move debmachtiging to elwaarde
              perform element
              move "cac:PayerFinancialAccount" to elnaam
              perform tagopen
              move "cbc:ID" to elnaam
              move debiban to elwaarde
              perform element
              move "cac:PayerFinancialAccount" to elnaam
              perform tagsluit
              move "cac:PaymentMandate" to elnaam
              perform tagsluit
           else
              move "cac:PayeeFinancialAccount" to elnaam
              perform tagopen
              move "cbc:ID" to elnaam
              move bdiban to elwaarde
              perform element
              if bdbic not = spaces
                 move "cac:FinancialInstitutionBranch" to elnaam
                 perform tagopen
                 move "cbc:ID" to elnaam
                 move bdbic to elwaarde
                 perform element
                 move "cac:FinancialInstitutionBranch" to elnaam
                 perform tagsluit
              end-if
              move "cac:PayeeFinancialAccount" to elnaam
              perform tagsluit
           end-if.
           move "cac:PaymentMeans" to elnaam.
           perform tagsluit.
           if bksoort not = "C" and bkvervaldatum not = zero
              move "cac:PaymentTerms" to elnaam
              perform tagopen
              move "cbc:Note" to elnaam
              move bkvervaldatum to datumwerk
              perform datumtekst
              move elwaarde to tekstwerk
              move spaces to elwaarde
              string "Te voldoen uiterlijk " tekstwerk
              delimited size into elwaarde
              perform element
              move "cac:PaymentTerms" to elnaam
              perform tagsluit
           end-if.

       BTWTOTAAL.
           move "cac:TaxTotal" to elnaam.
           perform tagopen.
           move "cbc:TaxAmount" to elnaam.
           compute bedragwerk = totbtw * teken.
           perform bedragtekst.
           perform element.
           perform btwtarief varying tariefx from 1 by 1
           until tariefx > tarieftel.
           move spaces to elattr.
           move "cac:TaxTotal" to elnaam.
           perform tagsluit.

       BTWTARIEF.
           move "cac:TaxSubtotal" to elnaam.
           move spaces to elattr.
           perform tagopen.
           move "cbc:TaxableAmount" to elnaam.
           compute bedragwerk = tfgrondslag(tariefx) * teken.
           perform bedragtekst.
           perform element.
           move "cbc:TaxAmount" to elnaam.
           compute bedragwerk = tfbtw(tariefx) * teken.
           perform bedragtekst.
           perform element.
           move spaces to elattr.
           move tfpct(tariefx) to pctwerk.
           move "cac:TaxCategory" to elnaam.
           perform tagopen.
           perform btwcategorie.
           if categoriecode = "K"
              move "cbc:TaxExemptionReasonCode" to elnaam
              move "VATEX-EU-IC" to elwaarde
              perform element
              move "cbc:TaxExemptionReason" to elnaam
              move "Intracommunautaire levering, btw verlegd"
              to elwaarde
              perform element
           end-if.
           move "cac:TaxScheme" to elnaam.
           perform tagopen.
           move "cbc:ID" to elnaam.
           move "VAT" to elwaarde.
           perform element.
           move "cac:TaxScheme" to elnaam.
           perform tagsluit.
           move "cac:TaxCategory" to elnaam.
           perform tagsluit.
           move "cac:TaxSubtotal" to elnaam.
           perform tagsluit.

       BTWCATEGORIE.
      *  == K = intracommunautair (btw verlegd), Z = 0%, S = overig;
      *     daarna het percentage van pctwerk ==
           move "S" to categoriecode.
           if pctwerk = zero move "Z" to categoriecode.
           if bkintracom = "J" move "K" to categoriecode.
           move "cbc:ID" to elnaam.
           move categoriecode to elwaarde.
           perform element.
           move "cbc:Percent" to elnaam.
           move pctwerk to pctpr.
           move pctpr to getaltekst.
           perform getalstrip.
           perform element.

       EINDTOTAAL.
           move "cac:LegalMonetaryTotal" to elnaam.
           perform tagopen.
           compute bedragwerk = totexcl * teken.
           perform bedragtekst.
           move "cbc:LineExtensionAmount" to elnaam.
           perform element.
           move "cbc:TaxExclusiveAmount" to elnaam.
           perform element.
           compute bedragwerk = totincl * teken.
           perform bedragtekst.
           move "cbc:TaxInclusiveAmount" to elnaam.
           perform element.
           move "cbc:PayableAmount" to elnaam.
           perform element.
           move spaces to elattr.
           move "cac:LegalMonetaryTotal" to elnaam.
           perform tagsluit.

       DOCUMENTREGEL.
           if bksoort = "C"
              move "cac:CreditNoteLine" to elnaam
           else
              move "cac:InvoiceLine" to elnaam
           end-if.
           perform tagopen.
           move "cbc:ID" to elnaam.
           move regelx to nummerwerk.
           perform nummertekst.
           perform element.
      *  == aantallen in kilogram, zoals op de faktuur (Kgs) ==
           if bksoort = "C"
              move "cbc:CreditedQuantity" to elnaam
           else
              move "cbc:InvoicedQuantity" to elnaam
           end-if.
           move "unitCode=""KGM""" to elattr.
           compute bedragwerk = rtaantal(regelx) * teken.
           move bedragwerk to aantalpr.
           move aantalpr to getaltekst.
           perform getalstrip.
           perform element.
           move "cbc:LineExtensionAmount" to elnaam.
           compute bedragwerk = rtbedrag(regelx) * teken.
           perform bedragtekst.
           perform element.
           move spaces to elattr.
           move "cac:Item" to elnaam.
           perform tagopen.
           move "cbc:Name" to elnaam.
           move rtomschryving(regelx) to elwaarde.
           perform element.
           move "cac:SellersItemIdentification" to elnaam.
           perform tagopen.
           move "cbc:ID" to elnaam.
           move rtartnr(regelx) to elwaarde.
           perform element.
           move "cac:SellersItemIdentification" to elnaam.
           perform tagsluit.
           move "cac:ClassifiedTaxCategory" to elnaam.
           perform tagopen.
           move rtbtwpct(regelx) to pctwerk.
           perform btwcategorie.
           move "cac:TaxScheme" to elnaam.
           perform tagopen.
           move "cbc:ID" to elnaam.
           move "VAT" to elwaarde.
           perform element.
           move "cac:TaxScheme" to elnaam.
           perform tagsluit.
           move "cac:ClassifiedTaxCategory" to elnaam.
           perform tagsluit.
           move "cac:Item" to elnaam.
           perform tagsluit.
           move "cac:Price" to elnaam.
           perform tagopen.
           move "cbc:PriceAmount" to elnaam.
           move rtprys(regelx) to bedragwerk.
           perform bedragtekst.
           perform element.
           move spaces to elattr.
           move "cac:Price" to elnaam.
           perform tagsluit.
           if bksoort = "C"
              move "cac:CreditNoteLine" to elnaam
           else
              move "cac:InvoiceLine" to elnaam
           end-if.
           perform tagsluit.

       BEDRAGTEKST.
      *  == bedrag als 1234.56 (punt, geen voorloopspaties), met
      *     valuta-attribuut ==
           move bedragwerk to bedragpr.
           move bedragpr to getaltekst.
           perform getalstrip.
           move "currencyID=""EUR""" to elattr.

       NUMMERTEKST.
      *  == nummer zonder voorloopnullen, zoals op de faktuur ==
           move nummerwerk to nummerpr.
           move nummerpr to getaltekst.
           perform getalstrip.

       GETALSTRIP.
           move zero to spatietel.
           inspect getaltekst tallying spatietel for leading spaces.
           move spaces to elwaarde.
           move getaltekst(spatietel + 1:) to elwaarde.

       DATUMTEKST.
      *  == jjmmdd naar 20jj-mm-dd ==
           move spaces to elwaarde.
           string "20" datumwerk(1:2) "-" datumwerk(3:2) "-"
           datumwerk(5:2) delimited size into elwaarde.

       ELEMENT.
      *  == <elnaam elattr>elwaarde</elnaam> op een regel; de waarde
      *     zonder spaties achteraan en met & < > als entiteit ==
           move elwaarde to tekstwerk.
           perform entiteiten.
           move spaces to xmlregel.
           move 1 to regelptr.
           string "<" elnaam delimited space
           into xmlregel with pointer regelptr.
           if elattr not = spaces
              string " " elattr delimited space
              into xmlregel with pointer regelptr
           end-if.
           string ">" delimited size
           into xmlregel with pointer regelptr.
           if xmlwaardelen > zero
              string xmlwaarde(1:xmlwaardelen) delimited size
              into xmlregel with pointer regelptr
           end-if.
           string "</" elnaam delimited space ">" delimited size
           into xmlregel with pointer regelptr.
           write ublrecord from xmlregel end-write.

       TAGOPEN.
           move spaces to xmlregel.
           string "<" elnaam delimited space ">" delimited size
           into xmlregel.
           write ublrecord from xmlregel end-write.

       TAGSLUIT.
           move spaces to xmlregel.
           string "</" elnaam delimited space ">" delimited size
           into xmlregel.
           write ublrecord from xmlregel end-write.

       ENTITEITEN.
           move 100 to tekstlengte.
           move "N" to lengteklaar.
           perform lengte until lengteklaar = "J".
           move spaces to xmlwaarde.
           move 1 to xmlptr.
           perform entiteitteken varying tekstx from 1 by 1
           until tekstx > tekstlengte.
           subtract 1 from xmlptr giving xmlwaardelen.

       LENGTE.
           if tekstlengte = zero
              move "J" to lengteklaar
           else
              if tekstwerk(tekstlengte:1) not = space
                 move "J" to lengteklaar
              else
                 subtract 1 from tekstlengte
              end-if
           end-if.

       ENTITEITTEKEN.
           move tekstwerk(tekstx:1) to xmlteken.
           if xmlteken = "&"
              string "&amp;" delimited size
              into xmlwaarde with pointer xmlptr
           else
              if xmlteken = "<"
                 string "&lt;" delimited size
                 into xmlwaarde with pointer xmlptr
              else
                 if xmlteken = ">"
                    string "&gt;" delimited size
                    into xmlwaarde with pointer xmlptr
                 else
                    string xmlteken delimited size
                    into xmlwaarde with pointer xmlptr
                 end-if
              end-if
           end-if.
