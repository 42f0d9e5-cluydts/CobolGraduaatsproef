      *> layout, article code included (VATCalculation re-checks the
      *> rate against the master) and closed with the
      *> TRAILER,<count>,<hash> control row the intake validation
      *> verifies. An article kept in stock (Voorraad.csv) shows its
      *> shortage while the line is keyed -- the order is still taken,
      *> the customer may accept a back order -- and once the order
      *> file is written every line is issued from stock through
      *> StockMutation.
      *> The same screen keeps the quotes (offertes): soort F prices
      *> the lines exactly like an order but saves them under the
      *> next quote number, with a validity date, on Offertes.csv
      *> ("Offertenummer,Klantnummer,Datum,GeldigTot,Status,
      *> OmgezetOp,Artikelcode,Aantal,Prijs,Tarief", one row per
      *> line) and prints Offerte-<nummer>.txt in the customer's Taal
      *> via Teksten.csv. Soort A takes an accepted quote that is
      *> still OPEN and valid and turns it into the order -- at the
      *> quoted prices, through the same Order-Input.csv writer and
      *> stock issue -- and marks it OMGEZET. QuoteReport lists them.
      *> Before an order is written the customer's credit is checked
      *> (see CreditCheck): blocked, over the Kredietlimiet with this
      *> order incl. BTW, or too deep in the reminders, and the order
      *> is refused -- unless the operator has the KREDIET function
      *> and confirms the override, which goes to RUNLOG.TXT.
      *>----------------------------------------------------------------
       identification division.
       program-id. OrderEntry.
           select ORDER-FILE assign to "Order-Input.csv"
               organization is line sequential
               file status is WS-ORDER-STATUS.
           select OFFERTE-FILE assign to "Offertes.csv"
               organization is line sequential
               file status is WS-OFFERTE-STATUS.
           select DOC-FILE assign dynamic DYNAMIC-DOCFILE
               organization is line sequential
               file status is WS-DOC-STATUS.
           select TEKSTEN-FILE assign to "Teksten.csv"
               organization is line sequential
               file status is WS-TEKSTEN-STATUS.
           select CONFIG-FILE assign to "Intervat-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.
           fd ORDER-FILE.
           01 ORDER-REGEL pic x(100).

           fd OFFERTE-FILE.
           01 OFFERTE-REGEL pic x(120).

           fd DOC-FILE.
           01 DOC-REGEL pic x(80).

           fd TEKSTEN-FILE.
           01 TEKSTEN-REGEL pic x(60).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

           01 WS-ARTIKEL-STATUS pic xx.
           01 WS-ORDER-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-OFFERTE-STATUS pic xx.
           01 WS-DOC-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).

      *>    customer master -- number and name for the screen, the
      *>    address and Taal for the quote document.
           01 WS-CUSTOMER-EOF pic x(01).
           01 WS-CUSTOMER-COUNT pic 9(5) value 0.
           01 WS-CUSTOMER-LEESREGEL pic x(120).
           01 WS-CUST-SKIP pic x(20).
           01 WS-CUST-TAAL-S pic x(04).
           01 CUSTOMER-TABLE.
               05 CUSTOMER-ENTRY OCCURS 500 TIMES
                       INDEXED BY CUSTOMER-IDX.
                   10 CUST-NUMMER pic x(10).
                   10 CUST-NAAM pic x(30).
                   10 CUST-ADRES pic x(30).
                   10 CUST-POSTCODE pic x(06).
                   10 CUST-PLAATS pic x(20).
                   10 CUST-TAAL pic x(02).
           01 WS-CUSTOMER-FOUND pic x(01).

      *>    article master with the price list
                   10 ORD-CODE pic x(10).
                   10 ORD-PRIJS pic 9(9)V99.
                   10 ORD-TARIEF pic 9(02).
                   10 ORD-AANTAL pic 9(4).
           01 WS-SCHERM-RIJ pic 9(02).
           01 WS-SENT-HASH pic S9(11)V99 value 0.
           01 DISPLAY-PRIJS pic Z(7)9.99.
           01 DISPLAY-HASH pic -(10)9.99.
           01 DISPLAY-TARIEF pic Z9.

      *>    O = order, F = offerte, A = accepted quote to order
           01 WS-SOORT pic x(01).

      *>    the quotes -- Offertes.csv, one row per quote line
           01 WS-OFF-COUNT pic 9(04) value 0.
           01 WS-OFF-LEESREGEL pic x(120).
           01 WS-OFF-NUMMER-S pic x(08).
           01 WS-OFF-AANTAL-S pic x(06).
           01 WS-OFF-PRIJS-S pic x(14).
           01 WS-OFF-TARIEF-S pic x(04).
           01 OFFERTE-TABLE.
               05 OFF-ENTRY OCCURS 1000 TIMES INDEXED BY OFF-IDX.
                   10 OFF-NUMMER pic 9(06).
                   10 OFF-KLANTNR pic x(10).
                   10 OFF-DATUM pic x(10).
                   10 OFF-GELDIG pic x(10).
                   10 OFF-STATUS pic x(08).
                   10 OFF-OMGEZET pic x(10).
                   10 OFF-CODE pic x(10).
                   10 OFF-AANTAL pic 9(4).
                   10 OFF-PRIJS pic 9(9)V99.
                   10 OFF-TARIEF pic 9(02).
           01 WS-OFFERTE-NR pic 9(06) value 0.
           01 WS-OFFERTE-NR-S pic x(06).
           01 WS-GELDIG-TOT pic x(10).
           01 WS-GELDIG-DAGEN pic 9(03) value 30.
           01 WS-DATE-YMD-N pic 9(08).
           01 WS-DATE-YMD-X redefines WS-DATE-YMD-N pic x(08).
           01 WS-DAY-INT pic 9(07).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-LOG-OUTPUT pic x(30) value "Order-Input.csv".

      *>    the quote document
           01 DYNAMIC-DOCFILE pic x(40).
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-FIRM-NAAM pic x(40) value spaces.
           01 WS-FIRM-BTWNUMMER pic x(14) value spaces.
           01 WS-DATUM-LABEL pic x(22).
           01 WS-DOC-CUST-IDX pic 9(03).
           01 WS-DOC-EXCL pic 9(9)V99.
           01 WS-DOC-BTW pic 9(9)V99.
           01 WS-REGEL-BTW pic 9(9)V99.
           01 WS-DOC-TOTAAL pic 9(9)V99.
           01 DISPLAY-AANTAL pic Z(3)9.
           01 WS-ART-OMSCHRIJVING-DOC pic x(31).
      *>    per-language document labels -- see TEKSTEN.cpy.
           copy "TEKSTEN.cpy".

      *>    stock -- StockMutation parameters
           01 WS-SM-ACTIE pic x(10).
           01 WS-SM-ARTIKEL pic x(10).
           01 WS-SM-AANTAL pic s9(7).
           01 WS-SM-PRIJS pic 9(7)v9999.
           01 WS-SM-REDEN pic x(20).
           01 WS-SM-REFERENTIE pic x(30).
           01 WS-SM-RESULTAAT pic x(01).
           01 WS-SM-STAND pic s9(7).
           01 WS-SM-MINIMUM pic 9(7).

      *>    the credit check -- CreditCheck parameters
           01 WS-CC-ACTIE pic x(10).
           01 WS-CC-BEDRAG pic s9(9)v99.
           01 WS-CC-REFERENTIE pic x(30).
           01 WS-CC-RESULTAAT pic x(01).
           01 WS-CC-REDEN pic x(30).
           01 WS-CC-OPENSTAAND pic s9(9)v99.
           01 WS-CC-LIMIET pic 9(9)v99.
           01 WS-CC-NIVEAU pic 9(01).
           01 WS-CC-MAG-VRIJGEVEN pic x(01).
           01 WS-CC-GEWEIGERD pic x(01) value "N".
           01 WS-CC-ANTWOORD pic x(01).
           01 DISPLAY-KREDIET pic -(8)9.99.
           01 WS-AL-BESTELD pic 9(7).
           01 WS-TEKORT pic s9(7).
           01 DISPLAY-STAND pic -(6)9.
           01 DISPLAY-TEKORT pic z(6)9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

                           add 1 to WS-CUSTOMER-COUNT
                           move spaces to CUSTOMER-ENTRY(
                               WS-CUSTOMER-COUNT)
                           move spaces to WS-CUST-TAAL-S
                           unstring function trim(
                                   WS-CUSTOMER-LEESREGEL)
                               delimited by ","
                               into CUST-NUMMER(WS-CUSTOMER-COUNT)
                                    CUST-NAAM(WS-CUSTOMER-COUNT)
                                    CUST-ADRES(WS-CUSTOMER-COUNT)
                                    CUST-POSTCODE(WS-CUSTOMER-COUNT)
                                    CUST-PLAATS(WS-CUSTOMER-COUNT)
                                    WS-CUST-SKIP WS-CUST-SKIP
                                    WS-CUST-SKIP WS-CUST-TAAL-S
                           end-unstring
                           move function upper-case(
                               function trim(WS-CUST-TAAL-S))
                               to CUST-TAAL(WS-CUSTOMER-COUNT)
                           if CUST-TAAL(WS-CUSTOMER-COUNT) not = "FR"
                               and CUST-TAAL(WS-CUSTOMER-COUNT)
                                   not = "DE"
                               move "NL" to CUST-TAAL(
                                   WS-CUSTOMER-COUNT)
                           end-if
                       end-if
           end-perform
           close CUSTOMER-FILE

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string

           display " " at 0101
           display "Orderinvoer" at 0101
           display "O = order, F = offerte, A = aanvaarde offerte: "
               at 0201
           accept WS-SOORT at 0249
           move function upper-case(WS-SOORT) to WS-SOORT
           if WS-SOORT not = "F" and WS-SOORT not = "A"
               move "O" to WS-SOORT
           end-if
           if WS-SOORT not = "O"
               perform 4000-LOAD-OFFERTES thru 4000-EXIT
           end-if

           if WS-SOORT = "A"
               perform 5000-PICK-QUOTE thru 5000-EXIT
               if WS-RETURN-CODE not = 0
                   move WS-RETURN-CODE to return-code
                   goback
               end-if
           else
               display "Klantnummer: " at 0301
               accept WS-ORDER-KLANTNR at 0314
               move "N" to WS-CUSTOMER-FOUND
               perform varying CUSTOMER-IDX from 1 by 1
                       until CUSTOMER-IDX > WS-CUSTOMER-COUNT
                   if function trim(CUST-NUMMER(CUSTOMER-IDX))
                           = function trim(WS-ORDER-KLANTNR)
                       move "Y" to WS-CUSTOMER-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-CUSTOMER-FOUND not = "Y"
                   display "Onbekend klantnummer." at 0401
                   move 1 to return-code
                   goback
               end-if
               display "Klant: " at 0401
               display CUST-NAAM(CUSTOMER-IDX) at 0408

      *>        order lines -- a blank article code closes the order
               move 6 to WS-SCHERM-RIJ
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   display "Artikelcode (leeg = klaar): "
                       at line WS-SCHERM-RIJ column 1
                   accept WS-INVOER-CODE
                       at line WS-SCHERM-RIJ column 30
                   if function trim(WS-INVOER-CODE) = spaces
                       move "1" to EOF-FLAG
                   else
                       perform 1000-ONE-ORDER-LINE thru 1000-EXIT
                   end-if
               end-perform
           end-if

           if WS-ORDER-COUNT = 0
               display "Geen orderregels -- niets geschreven."
               goback
           end-if

           if WS-SOORT not = "F"
               perform 6000-CREDIT-CHECK thru 6000-EXIT
               cancel "CreditCheck"
           end-if

           evaluate true
               when WS-CC-GEWEIGERD = "J"
                   move "Klanten.csv" to WS-LOG-OUTPUT
               when WS-SOORT = "F"
                   perform 4100-SAVE-QUOTE thru 4100-EXIT
                   move "Offertes.csv" to WS-LOG-OUTPUT
               when other
                   perform 2000-WRITE-ORDER-FILE thru 2000-EXIT
                   if WS-RETURN-CODE = 0
                       perform 3000-ISSUE-FROM-STOCK thru 3000-EXIT
                       if WS-SOORT = "A"
                           perform 5100-MARK-CONVERTED thru 5100-EXIT
                       end-if
                   end-if

                   add 2 to WS-SCHERM-RIJ
                   display "Order-Input.csv geschreven -- verwerk het"
                       " via" at line WS-SCHERM-RIJ column 1
                   add 1 to WS-SCHERM-RIJ
                   display "de gewone VAT-berekening (menu 1)."
                       at line WS-SCHERM-RIJ column 1
           end-evaluate

      *>    shared audit trail -- one line per run, see RUNLOG.cpy.
           move function current-date to WS-CURRENT-DATETIME
           move "OrderEntry" to LOG-PROGRAM-NAME
           move LINK-OPERATOR-ID to LOG-OPERATOR-ID
           move "Artikelen.csv" to LOG-INPUT-FILE
           move WS-LOG-OUTPUT to LOG-OUTPUT-FILE
           move WS-ORDER-COUNT to LOG-RECORDS-IN
           move WS-ORDER-COUNT to LOG-RECORDS-OUT
           evaluate true
               when WS-CC-GEWEIGERD = "J"
                   move "REFUSED" to LOG-FINAL-STATUS
               when WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               when other
                   move "ERROR" to LOG-FINAL-STATUS
           end-evaluate
           move spaces to LOG-REGEL
           string
               function trim(LOG-PROGRAM-NAME) delimited by size
                   add 1 to WS-SCHERM-RIJ
                   go to 1000-EXIT
               end-if
               perform 1100-CHECK-STOCK thru 1100-EXIT
               compute WS-REGEL-PRIJS
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = ART-PRIJS(WS-ARTIKEL-FOUND-IDX) * WS-AANTAL
               add 1 to WS-ORDER-COUNT
               move function trim(WS-INVOER-CODE)
                   to ORD-CODE(WS-ORDER-COUNT)
               move WS-AANTAL to ORD-AANTAL(WS-ORDER-COUNT)
               move WS-REGEL-PRIJS to ORD-PRIJS(WS-ORDER-COUNT)
               move ART-TARIEF(WS-ARTIKEL-FOUND-IDX)
                   to ORD-TARIEF(WS-ORDER-COUNT)
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-CHECK-STOCK: what is on the shelf, less what this order
      *> already took, against the quantity keyed -- a warning only.
      *> An article not kept in stock has nothing to check.
      *>----------------------------------------------------------------
           1100-CHECK-STOCK.
               move "STAND" to WS-SM-ACTIE
               move function trim(WS-INVOER-CODE) to WS-SM-ARTIKEL
               move 0 to WS-SM-AANTAL
               move 0 to WS-SM-PRIJS
               move spaces to WS-SM-REDEN
               move spaces to WS-SM-REFERENTIE
               call "StockMutation" using WS-SM-ACTIE WS-SM-ARTIKEL
                   WS-SM-AANTAL WS-SM-PRIJS WS-SM-REDEN
                   WS-SM-REFERENTIE LINK-OPERATOR-ID
                   WS-SM-RESULTAAT WS-SM-STAND WS-SM-MINIMUM
               if WS-SM-RESULTAAT not = "J"
                   go to 1100-EXIT
               end-if
               move 0 to WS-AL-BESTELD
               perform varying ORDER-IDX from 1 by 1
                       until ORDER-IDX > WS-ORDER-COUNT
                   if ORD-CODE(ORDER-IDX) = WS-SM-ARTIKEL
                       add ORD-AANTAL(ORDER-IDX) to WS-AL-BESTELD
                   end-if
               end-perform
               compute WS-TEKORT =
                   WS-AANTAL - (WS-SM-STAND - WS-AL-BESTELD)
               if WS-TEKORT > 0
                   move WS-SM-STAND to DISPLAY-STAND
                   if WS-TEKORT > WS-AANTAL
                       move WS-AANTAL to DISPLAY-TEKORT
                   else
                       move WS-TEKORT to DISPLAY-TEKORT
                   end-if
                   add 1 to WS-SCHERM-RIJ
                   display "LET OP: voorraad "
                       at line WS-SCHERM-RIJ column 3
                   display DISPLAY-STAND
                       at line WS-SCHERM-RIJ column 20
                   display "-- tekort " at line WS-SCHERM-RIJ column 28
                   display DISPLAY-TEKORT
                       at line WS-SCHERM-RIJ column 38
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-WRITE-ORDER-FILE: the priced rows in the VATCalculation
      *> input layout (the article code rides in the optional column
               close ORDER-FILE.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-ISSUE-FROM-STOCK: the order written, its lines leave the
      *> shelf. Lines of articles not kept in stock pass untouched.
      *>----------------------------------------------------------------
           3000-ISSUE-FROM-STOCK.
               move spaces to WS-SM-REFERENTIE
               string "ORDER " delimited by size
                      function trim(WS-ORDER-KLANTNR) delimited by size
                   into WS-SM-REFERENTIE
               end-string
               perform varying ORDER-IDX from 1 by 1
                       until ORDER-IDX > WS-ORDER-COUNT
                   move "UITGIFTE" to WS-SM-ACTIE
                   move ORD-CODE(ORDER-IDX) to WS-SM-ARTIKEL
                   move ORD-AANTAL(ORDER-IDX) to WS-SM-AANTAL
                   move 0 to WS-SM-PRIJS
                   move "VERKOOP" to WS-SM-REDEN
                   call "StockMutation" using WS-SM-ACTIE
                       WS-SM-ARTIKEL WS-SM-AANTAL WS-SM-PRIJS
                       WS-SM-REDEN WS-SM-REFERENTIE LINK-OPERATOR-ID
                       WS-SM-RESULTAAT WS-SM-STAND WS-SM-MINIMUM
                   if WS-SM-RESULTAAT = "J"
                       and WS-SM-STAND < WS-SM-MINIMUM
                       add 1 to WS-SCHERM-RIJ
                       display "Onder minimum, bijbestellen: "
                           at line WS-SCHERM-RIJ column 1
                       display WS-SM-ARTIKEL
                           at line WS-SCHERM-RIJ column 31
                   end-if
               end-perform.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-LOAD-OFFERTES: Offertes.csv into OFFERTE-TABLE, and the
      *> highest quote number so far.
      *>----------------------------------------------------------------
           4000-LOAD-OFFERTES.
               move 0 to WS-OFF-COUNT
               move 0 to WS-OFFERTE-NR
               open input OFFERTE-FILE
               if WS-OFFERTE-STATUS not = "00"
                   go to 4000-EXIT
               end-if
               read OFFERTE-FILE into WS-OFF-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read OFFERTE-FILE into WS-OFF-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-OFF-COUNT >= 1000
                               display "Offertetabel vol, "
                                   "overgeslagen: " WS-OFF-LEESREGEL
                           else
                               perform 4010-ONE-QUOTE-ROW
                                   thru 4010-EXIT
                           end-if
                   end-read
               end-perform
               close OFFERTE-FILE
               move "0" to EOF-FLAG.
           4000-EXIT.
               exit.

           4010-ONE-QUOTE-ROW.
               add 1 to WS-OFF-COUNT
               set OFF-IDX to WS-OFF-COUNT
               move spaces to OFF-ENTRY(OFF-IDX)
               move spaces to WS-OFF-NUMMER-S WS-OFF-AANTAL-S
                   WS-OFF-PRIJS-S WS-OFF-TARIEF-S
               unstring function trim(WS-OFF-LEESREGEL)
                   delimited by ","
                   into WS-OFF-NUMMER-S OFF-KLANTNR(OFF-IDX)
                        OFF-DATUM(OFF-IDX) OFF-GELDIG(OFF-IDX)
                        OFF-STATUS(OFF-IDX) OFF-OMGEZET(OFF-IDX)
                        OFF-CODE(OFF-IDX) WS-OFF-AANTAL-S
                        WS-OFF-PRIJS-S WS-OFF-TARIEF-S
               end-unstring
               move function numval(WS-OFF-NUMMER-S)
                   to OFF-NUMMER(OFF-IDX)
               move function numval(WS-OFF-AANTAL-S)
                   to OFF-AANTAL(OFF-IDX)
               move function numval-c(WS-OFF-PRIJS-S)
                   to OFF-PRIJS(OFF-IDX)
               move function numval(WS-OFF-TARIEF-S)
                   to OFF-TARIEF(OFF-IDX)
               if OFF-NUMMER(OFF-IDX) > WS-OFFERTE-NR
                   move OFF-NUMMER(OFF-IDX) to WS-OFFERTE-NR
               end-if.
           4010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-SAVE-QUOTE: the keyed lines under the next quote number
      *> with their validity date (today plus 30 days unless the
      *> operator keys one), appended to Offertes.csv, and the quote
      *> document printed.
      *>----------------------------------------------------------------
           4100-SAVE-QUOTE.
               move spaces to WS-DATE-YMD-X
               string WS-RUN-DATE-ISO(1:4) WS-RUN-DATE-ISO(6:2)
                      WS-RUN-DATE-ISO(9:2)
                   into WS-DATE-YMD-X
               end-string
               compute WS-DAY-INT =
                   function integer-of-date(WS-DATE-YMD-N)
                   + WS-GELDIG-DAGEN
               move function date-of-integer(WS-DAY-INT)
                   to WS-DATE-YMD-N
               move spaces to WS-GELDIG-TOT
               string WS-DATE-YMD-X(1:4) "-"
                      WS-DATE-YMD-X(5:2) "-"
                      WS-DATE-YMD-X(7:2)
                   into WS-GELDIG-TOT
               end-string
               add 2 to WS-SCHERM-RIJ
               display "Geldig tot (JJJJ-MM-DD, leeg = "
                   at line WS-SCHERM-RIJ column 1
               display WS-GELDIG-TOT at line WS-SCHERM-RIJ column 33
               display "): " at line WS-SCHERM-RIJ column 43
               move spaces to WS-INVOER-CODE
               accept WS-INVOER-CODE at line WS-SCHERM-RIJ column 46
               if WS-INVOER-CODE not = spaces
                   if WS-INVOER-CODE(5:1) not = "-"
                       or WS-INVOER-CODE(8:1) not = "-"
                       or WS-INVOER-CODE(1:4) not numeric
                       or WS-INVOER-CODE(6:2) not numeric
                       or WS-INVOER-CODE(9:2) not numeric
                       or WS-INVOER-CODE(1:10) < WS-RUN-DATE-ISO
                       add 1 to WS-SCHERM-RIJ
                       display "Ongeldige datum -- offerte niet"
                           " bewaard." at line WS-SCHERM-RIJ column 1
                       move 1 to WS-RETURN-CODE
                       go to 4100-EXIT
                   end-if
                   move WS-INVOER-CODE(1:10) to WS-GELDIG-TOT
               end-if

               add 1 to WS-OFFERTE-NR
               move WS-OFFERTE-NR to WS-OFFERTE-NR-S
               open extend OFFERTE-FILE
               if WS-OFFERTE-STATUS not = "00"
                   open output OFFERTE-FILE
                   if WS-OFFERTE-STATUS not = "00"
                       display "Error opening Offertes.csv: "
                           WS-OFFERTE-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 4100-EXIT
                   end-if
                   move spaces to OFFERTE-REGEL
                   string "Offertenummer,Klantnummer,Datum,GeldigTot,"
                              delimited by size
                          "Status,OmgezetOp,Artikelcode,Aantal,Prijs,"
                              delimited by size
                          "Tarief" delimited by size
                       into OFFERTE-REGEL
                   end-string
                   write OFFERTE-REGEL
               end-if
               perform varying ORDER-IDX from 1 by 1
                       until ORDER-IDX > WS-ORDER-COUNT
                   move ORD-PRIJS(ORDER-IDX) to DISPLAY-PRIJS
                   move ORD-TARIEF(ORDER-IDX) to DISPLAY-TARIEF
                   move ORD-AANTAL(ORDER-IDX) to DISPLAY-AANTAL
                   move spaces to OFFERTE-REGEL
                   string WS-OFFERTE-NR-S delimited by size
                          "," delimited by size
                          function trim(WS-ORDER-KLANTNR)
                              delimited by size
                          "," delimited by size
                          WS-RUN-DATE-ISO delimited by size
                          "," delimited by size
                          WS-GELDIG-TOT delimited by size
                          ",OPEN,," delimited by size
                          function trim(ORD-CODE(ORDER-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AANTAL)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-PRIJS)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-TARIEF)
                              delimited by size
                       into OFFERTE-REGEL
                   end-string
                   write OFFERTE-REGEL
               end-perform
               close OFFERTE-FILE

               perform 4200-WRITE-QUOTE-DOC thru 4200-EXIT
               add 2 to WS-SCHERM-RIJ
               display "Offerte " at line WS-SCHERM-RIJ column 1
               display WS-OFFERTE-NR-S at line WS-SCHERM-RIJ column 9
               display " bewaard -- document: "
                   at line WS-SCHERM-RIJ column 15
               display DYNAMIC-DOCFILE at line WS-SCHERM-RIJ column 37.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-WRITE-QUOTE-DOC: Offerte-<nummer>.txt in the customer's
      *> Taal, the built-in NL the fallback -- see TEKSTEN.cpy.
      *>----------------------------------------------------------------
           4200-WRITE-QUOTE-DOC.
               perform 4300-LOAD-DOC-TABLES thru 4300-EXIT
               move 0 to WS-DOC-CUST-IDX
               move "NL" to WS-DOC-TAAL
               perform varying CUSTOMER-IDX from 1 by 1
                       until CUSTOMER-IDX > WS-CUSTOMER-COUNT
                   if function trim(CUST-NUMMER(CUSTOMER-IDX))
                           = function trim(WS-ORDER-KLANTNR)
                       set WS-DOC-CUST-IDX to CUSTOMER-IDX
                       move CUST-TAAL(CUSTOMER-IDX) to WS-DOC-TAAL
                       exit perform
                   end-if
               end-perform

               move spaces to DYNAMIC-DOCFILE
               string "Offerte-" delimited by size
                      WS-OFFERTE-NR-S delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-DOCFILE
               end-string
               open output DOC-FILE
               if WS-DOC-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-DOCFILE) ": "
                       WS-DOC-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4200-EXIT
               end-if

               move "========================================"
                   to DOC-REGEL
               write DOC-REGEL
               move "Datum:" to WS-TEKST-LABEL
               move "DATUM" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move WS-TEKST-LABEL to WS-DATUM-LABEL
               move "OFFERTE Nr:" to WS-TEKST-LABEL
               move "OFFERTE" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to DOC-REGEL
               string function trim(WS-TEKST-LABEL) delimited by size
                      " " delimited by size
                      WS-OFFERTE-NR-S delimited by size
                      "          " delimited by size
                      function trim(WS-DATUM-LABEL) delimited by size
                      " " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move spaces to DOC-REGEL
               string function trim(WS-FIRM-NAAM) delimited by size
                      "   BTW " delimited by size
                      function trim(WS-FIRM-BTWNUMMER)
                          delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move spaces to DOC-REGEL
               write DOC-REGEL

               if WS-DOC-CUST-IDX > 0
                   move "Klant:" to WS-TEKST-LABEL
                   move "KLANT" to WS-TEKST-SLEUTEL
                   perform 4500-GET-TEKST thru 4500-EXIT
                   move spaces to DOC-REGEL
                   string WS-TEKST-LABEL(1:8) delimited by size
                          function trim(CUST-NAAM(WS-DOC-CUST-IDX))
                              delimited by size
                       into DOC-REGEL
                   end-string
                   write DOC-REGEL
                   move spaces to DOC-REGEL
                   string "        " delimited by size
                          function trim(CUST-ADRES(WS-DOC-CUST-IDX))
                              delimited by size
                       into DOC-REGEL
                   end-string
                   write DOC-REGEL
                   move spaces to DOC-REGEL
                   string "        " delimited by size
                          function trim(
                              CUST-POSTCODE(WS-DOC-CUST-IDX))
                              delimited by size
                          " " delimited by size
                          function trim(CUST-PLAATS(WS-DOC-CUST-IDX))
                              delimited by size
                       into DOC-REGEL
                   end-string
                   write DOC-REGEL
                   move spaces to DOC-REGEL
                   write DOC-REGEL
               end-if

               move 0 to WS-DOC-EXCL
               move 0 to WS-DOC-BTW
               perform varying ORDER-IDX from 1 by 1
                       until ORDER-IDX > WS-ORDER-COUNT
                   perform 4210-QUOTE-DOC-LINE thru 4210-EXIT
               end-perform
               move spaces to DOC-REGEL
               write DOC-REGEL
               compute WS-DOC-TOTAAL = WS-DOC-EXCL + WS-DOC-BTW

               move "Bedrag excl. BTW:" to WS-TEKST-LABEL
               move "EXCL" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move WS-DOC-EXCL to DISPLAY-PRIJS
               move spaces to DOC-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(DISPLAY-PRIJS) delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move "BTW-bedrag:" to WS-TEKST-LABEL
               move "BTWBEDRAG" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move WS-DOC-BTW to DISPLAY-PRIJS
               move spaces to DOC-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(DISPLAY-PRIJS) delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move "Totaal incl. BTW:" to WS-TEKST-LABEL
               move "TOTAALINCL" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move WS-DOC-TOTAAL to DISPLAY-PRIJS
               move spaces to DOC-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(DISPLAY-PRIJS) delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move spaces to DOC-REGEL
               write DOC-REGEL
               move "Geldig tot:" to WS-TEKST-LABEL
               move "GELDIGTOT" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to DOC-REGEL
               string WS-TEKST-LABEL delimited by size
                      WS-GELDIG-TOT delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move "========================================"
                   to DOC-REGEL
               write DOC-REGEL
               close DOC-FILE.
           4200-EXIT.
               exit.

      *>    one priced line: code, description, quantity, amount excl.
      *>    and rate; the VAT summed per line, rounded like the run.
           4210-QUOTE-DOC-LINE.
               move spaces to WS-ART-OMSCHRIJVING-DOC
               perform varying ARTIKEL-IDX from 1 by 1
                       until ARTIKEL-IDX > WS-ARTIKEL-COUNT
                   if ART-CODE(ARTIKEL-IDX) = ORD-CODE(ORDER-IDX)
                       move ART-OMSCHRIJVING(ARTIKEL-IDX)
                           to WS-ART-OMSCHRIJVING-DOC
                       exit perform
                   end-if
               end-perform
               compute WS-REGEL-BTW rounded =
                   ORD-PRIJS(ORDER-IDX) * ORD-TARIEF(ORDER-IDX) / 100
               add ORD-PRIJS(ORDER-IDX) to WS-DOC-EXCL
               add WS-REGEL-BTW to WS-DOC-BTW
               move ORD-AANTAL(ORDER-IDX) to DISPLAY-AANTAL
               move ORD-PRIJS(ORDER-IDX) to DISPLAY-PRIJS
               move ORD-TARIEF(ORDER-IDX) to DISPLAY-TARIEF
               move spaces to DOC-REGEL
               string ORD-CODE(ORDER-IDX) delimited by size
                      WS-ART-OMSCHRIJVING-DOC delimited by size
                      DISPLAY-AANTAL delimited by size
                      " " delimited by size
                      DISPLAY-PRIJS delimited by size
                      " " delimited by size
                      DISPLAY-TARIEF delimited by size
                      "%" delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL.
           4210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4300-LOAD-DOC-TABLES: the label texts and the firm's name
      *> and BTW number for the document heading. Either file absent
      *> simply leaves the built-in NL and a blank heading.
      *>----------------------------------------------------------------
           4300-LOAD-DOC-TABLES.
               move 0 to WS-TEKST-COUNT
               open input TEKSTEN-FILE
               if WS-TEKSTEN-STATUS = "00"
                   read TEKSTEN-FILE into WS-TEKST-LEESREGEL *> header
                   move "0" to WS-TEKSTEN-EOF
                   perform until WS-TEKSTEN-EOF = "1"
                       read TEKSTEN-FILE into WS-TEKST-LEESREGEL
                           at end
                               move "1" to WS-TEKSTEN-EOF
                           not at end
                               if WS-TEKST-COUNT < 300
                                   add 1 to WS-TEKST-COUNT
                                   move spaces to TEKST-ENTRY(
                                       WS-TEKST-COUNT)
                                   unstring function trim(
                                           WS-TEKST-LEESREGEL)
                                       delimited by ","
                                       into TXT-TAAL(WS-TEKST-COUNT)
                                          TXT-SLEUTEL(WS-TEKST-COUNT)
                                          TXT-TEKST(WS-TEKST-COUNT)
                                   end-unstring
                               end-if
                       end-read
                   end-perform
                   close TEKSTEN-FILE
               end-if

               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE into CONFIG-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read CONFIG-FILE into CONFIG-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CONFIG-SLEUTEL
                                   WS-CONFIG-WAARDE
                               unstring function trim(CONFIG-REGEL)
                                   delimited by ","
                                   into WS-CONFIG-SLEUTEL
                                        WS-CONFIG-WAARDE
                               end-unstring
                               if function trim(WS-CONFIG-SLEUTEL)
                                       = "NAAM"
                                   move WS-CONFIG-WAARDE
                                       to WS-FIRM-NAAM
                               end-if
                               if function trim(WS-CONFIG-SLEUTEL)
                                       = "BTWNUMMER"
                                   move WS-CONFIG-WAARDE
                                       to WS-FIRM-BTWNUMMER
                               end-if
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if.
           4300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4500-GET-TEKST: WS-TEKST-LABEL already holds the built-in
      *> NL label; when Teksten.csv has a row for the customer's
      *> WS-DOC-TAAL and WS-TEKST-SLEUTEL it replaces it.
      *>----------------------------------------------------------------
           4500-GET-TEKST.
               if WS-DOC-TAAL = "NL" or WS-TEKST-COUNT = 0
                   go to 4500-EXIT
               end-if
               perform varying TEKST-IDX from 1 by 1
                       until TEKST-IDX > WS-TEKST-COUNT
                   if TXT-TAAL(TEKST-IDX) = WS-DOC-TAAL
                       and function trim(TXT-SLEUTEL(TEKST-IDX))
                           = function trim(WS-TEKST-SLEUTEL)
                       move TXT-TEKST(TEKST-IDX) to WS-TEKST-LABEL
                       exit perform
                   end-if
               end-perform.
           4500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-PICK-QUOTE: soort A -- the accepted quote by number; it
      *> must still be OPEN and within its validity date. Its lines
      *> become the order at the quoted prices and rates.
      *>----------------------------------------------------------------
           5000-PICK-QUOTE.
               display "Offertenummer: " at 0301
               move spaces to WS-INVOER-CODE
               accept WS-INVOER-CODE at 0316
               if function test-numval(function trim(WS-INVOER-CODE))
                       not = 0
                   display "Ongeldig offertenummer." at 0401
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move function numval(function trim(WS-INVOER-CODE))
                   to WS-OFFERTE-NR
               move WS-OFFERTE-NR to WS-OFFERTE-NR-S
               move 0 to WS-ORDER-COUNT
               perform varying OFF-IDX from 1 by 1
                       until OFF-IDX > WS-OFF-COUNT
                   if OFF-NUMMER(OFF-IDX) = WS-OFFERTE-NR
                       if function trim(OFF-STATUS(OFF-IDX))
                               not = "OPEN"
                           display "Offerte is al omgezet op "
                               at 0401
                           display OFF-OMGEZET(OFF-IDX) at 0426
                           move 1 to WS-RETURN-CODE
                           go to 5000-EXIT
                       end-if
                       if OFF-GELDIG(OFF-IDX) < WS-RUN-DATE-ISO
                           display "Offerte verlopen op " at 0401
                           display OFF-GELDIG(OFF-IDX) at 0421
                           display " -- maak een nieuwe offerte."
                               at 0431
                           move 1 to WS-RETURN-CODE
                           go to 5000-EXIT
                       end-if
                       if WS-ORDER-COUNT < 50
                           add 1 to WS-ORDER-COUNT
                           move OFF-KLANTNR(OFF-IDX)
                               to WS-ORDER-KLANTNR
                           move OFF-CODE(OFF-IDX)
                               to ORD-CODE(WS-ORDER-COUNT)
                           move OFF-AANTAL(OFF-IDX)
                               to ORD-AANTAL(WS-ORDER-COUNT)
                           move OFF-PRIJS(OFF-IDX)
                               to ORD-PRIJS(WS-ORDER-COUNT)
                           move OFF-TARIEF(OFF-IDX)
                               to ORD-TARIEF(WS-ORDER-COUNT)
                       end-if
                   end-if
               end-perform
               if WS-ORDER-COUNT = 0
                   display "Onbekende offerte." at 0401
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               display "Klant: " at 0401
               display WS-ORDER-KLANTNR at 0408
               move 6 to WS-SCHERM-RIJ
               perform varying ORDER-IDX from 1 by 1
                       until ORDER-IDX > WS-ORDER-COUNT
                   move ORD-AANTAL(ORDER-IDX) to DISPLAY-AANTAL
                   move ORD-PRIJS(ORDER-IDX) to DISPLAY-PRIJS
                   display ORD-CODE(ORDER-IDX)
                       at line WS-SCHERM-RIJ column 3
                   display DISPLAY-AANTAL
                       at line WS-SCHERM-RIJ column 15
                   display DISPLAY-PRIJS
                       at line WS-SCHERM-RIJ column 36
                   add 1 to WS-SCHERM-RIJ
               end-perform.
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-MARK-CONVERTED: the order written, every line of the
      *> quote goes to OMGEZET with today's date -- Offertes.csv
      *> rewritten from the table.
      *>----------------------------------------------------------------
           5100-MARK-CONVERTED.
               perform varying OFF-IDX from 1 by 1
                       until OFF-IDX > WS-OFF-COUNT
                   if OFF-NUMMER(OFF-IDX) = WS-OFFERTE-NR
                       move "OMGEZET" to OFF-STATUS(OFF-IDX)
                       move WS-RUN-DATE-ISO to OFF-OMGEZET(OFF-IDX)
                   end-if
               end-perform
               open output OFFERTE-FILE
               if WS-OFFERTE-STATUS not = "00"
                   display "Error writing Offertes.csv: "
                       WS-OFFERTE-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5100-EXIT
               end-if
               move spaces to OFFERTE-REGEL
               string "Offertenummer,Klantnummer,Datum,GeldigTot,"
                          delimited by size
                      "Status,OmgezetOp,Artikelcode,Aantal,Prijs,"
                          delimited by size
                      "Tarief" delimited by size
                   into OFFERTE-REGEL
               end-string
               write OFFERTE-REGEL
               perform varying OFF-IDX from 1 by 1
                       until OFF-IDX > WS-OFF-COUNT
                   move OFF-NUMMER(OFF-IDX) to WS-OFF-NUMMER-S
                   move OFF-AANTAL(OFF-IDX) to DISPLAY-AANTAL
                   move OFF-PRIJS(OFF-IDX) to DISPLAY-PRIJS
                   move OFF-TARIEF(OFF-IDX) to DISPLAY-TARIEF
                   move spaces to OFFERTE-REGEL
                   string WS-OFF-NUMMER-S(1:6) delimited by size
                          "," delimited by size
                          function trim(OFF-KLANTNR(OFF-IDX))
                              delimited by size
                          "," delimited by size
                          OFF-DATUM(OFF-IDX) delimited by size
                          "," delimited by size
                          OFF-GELDIG(OFF-IDX) delimited by size
                          "," delimited by size
                          function trim(OFF-STATUS(OFF-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(OFF-OMGEZET(OFF-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(OFF-CODE(OFF-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AANTAL)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-PRIJS)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-TARIEF)
                              delimited by size
                       into OFFERTE-REGEL
                   end-string
                   write OFFERTE-REGEL
               end-perform
               close OFFERTE-FILE
               move "Order-Input.csv / Offertes.csv" to WS-LOG-OUTPUT.
           5100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-CREDIT-CHECK: the order's total incl. BTW against the
      *> customer's credit. A refusal stops the order, unless an
      *> operator allowed to override says so on the screen.
      *>----------------------------------------------------------------
           6000-CREDIT-CHECK.
               move "N" to WS-CC-GEWEIGERD
               move 0 to WS-CC-BEDRAG
               perform varying ORDER-IDX from 1 by 1
                       until ORDER-IDX > WS-ORDER-COUNT
                   compute WS-CC-BEDRAG rounded = WS-CC-BEDRAG
                       + ORD-PRIJS(ORDER-IDX)
                       * (100 + ORD-TARIEF(ORDER-IDX)) / 100
               end-perform
               move "TOETS" to WS-CC-ACTIE
               move spaces to WS-CC-REFERENTIE
               if WS-SOORT = "A"
                   string "OFFERTE " delimited by size
                          WS-OFFERTE-NR-S delimited by size
                       into WS-CC-REFERENTIE
                   end-string
               else
                   move "ORDER" to WS-CC-REFERENTIE
               end-if
               call "CreditCheck" using WS-CC-ACTIE WS-ORDER-KLANTNR
                   WS-CC-BEDRAG WS-CC-REFERENTIE LINK-OPERATOR-ID
                   WS-CC-RESULTAAT WS-CC-REDEN WS-CC-OPENSTAAND
                   WS-CC-LIMIET WS-CC-NIVEAU WS-CC-MAG-VRIJGEVEN
               if WS-CC-RESULTAAT = "J"
                   go to 6000-EXIT
               end-if

               add 2 to WS-SCHERM-RIJ
               display "Kredietcontrole: "
                   at line WS-SCHERM-RIJ column 1
               display WS-CC-REDEN at line WS-SCHERM-RIJ column 18
               add 1 to WS-SCHERM-RIJ
               move WS-CC-OPENSTAAND to DISPLAY-KREDIET
               display "Openstaand: " at line WS-SCHERM-RIJ column 1
               display DISPLAY-KREDIET at line WS-SCHERM-RIJ column 13
               move WS-CC-LIMIET to DISPLAY-KREDIET
               display "Limiet: " at line WS-SCHERM-RIJ column 27
               display DISPLAY-KREDIET at line WS-SCHERM-RIJ column 35
               move WS-CC-BEDRAG to DISPLAY-KREDIET
               display "Order: " at line WS-SCHERM-RIJ column 49
               display DISPLAY-KREDIET at line WS-SCHERM-RIJ column 56
               add 1 to WS-SCHERM-RIJ
               if WS-CC-MAG-VRIJGEVEN not = "J"
                   display "Order geweigerd -- alleen een operator met"
                       " de KREDIET-functie kan ze doorlaten."
                       at line WS-SCHERM-RIJ column 1
                   move "J" to WS-CC-GEWEIGERD
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               display "Toch doorlaten (J/N)? "
                   at line WS-SCHERM-RIJ column 1
               move "N" to WS-CC-ANTWOORD
               accept WS-CC-ANTWOORD at line WS-SCHERM-RIJ column 23
               if WS-CC-ANTWOORD not = "J" and WS-CC-ANTWOORD not = "j"
                   add 1 to WS-SCHERM-RIJ
                   display "Order geweigerd."
                       at line WS-SCHERM-RIJ column 1
                   move "J" to WS-CC-GEWEIGERD
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move "VRIJGEVEN" to WS-CC-ACTIE
               call "CreditCheck" using WS-CC-ACTIE WS-ORDER-KLANTNR
                   WS-CC-BEDRAG WS-CC-REFERENTIE LINK-OPERATOR-ID
                   WS-CC-RESULTAAT WS-CC-REDEN WS-CC-OPENSTAAND
                   WS-CC-LIMIET WS-CC-NIVEAU WS-CC-MAG-VRIJGEVEN.
           6000-EXIT.
               exit.
