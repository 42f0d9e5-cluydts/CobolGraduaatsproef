      *>----------------------------------------------------------------
      *> StockMutation -- Artikelen.csv knows a price and a rate but
      *> not how many of an article are on the shelf. Voorraad.csv
      *> (Artikelcode,Aantal,Minimum,GemKostprijs) holds the stock of
      *> every article that is kept in stock -- an article without a
      *> row there (consultancy, a maintenance contract) is not -- and
      *> this is the one shared routine that reads or moves it, so
      *> OrderEntry, VATCalculation and StockLedger all book the same
      *> way:
      *>     call "StockMutation" using <actie> <artikelcode> <aantal>
      *>              <prijs> <reden> <referentie> <operator>
      *>              <resultaat> <stand> <minimum>
      *> actie
      *>   STAND      only answer: stand and minimum come back.
      *>   ONTVANGST  <aantal> in at unit cost <prijs>; the weighted
      *>              average cost is recomputed over what is on hand.
      *>   UITGIFTE   <aantal> out at the average cost.
      *>   CORRECTIE  <aantal> (signed) in or out, reden required.
      *>   TELLING    the stock counted is <aantal>; the difference
      *>              is booked, reden required.
      *>   MINIMUM    the reorder level becomes <aantal>; an article
      *>              not yet kept in stock is taken in with stock 0.
      *> Every movement is appended to Voorraad-Mutaties.csv
      *> (Datum,Artikelcode,Soort,Aantal,Kostprijs,Reden,Referentie,
      *> Operator,StandNa). resultaat J = done, N = article not kept
      *> in stock (nothing booked), F = refused (no reason given, a
      *> quantity that is not allowed, or the file not writable).
      *> The file is read afresh on every call -- other programs
      *> change it between two calls of the same run.
      *>----------------------------------------------------------------
       identification division.
       program-id. StockMutation.
       environment division.
       input-output section.
       file-control.
           select VOORRAAD-FILE assign to "Voorraad.csv"
               organization is line sequential
               file status is WS-VOORRAAD-STATUS.
           select MUTATIE-FILE assign to "Voorraad-Mutaties.csv"
               organization is line sequential
               file status is WS-MUTATIE-STATUS.

       data division.

       file section.
           fd VOORRAAD-FILE.
           01 VOORRAAD-REGEL pic x(80).

           fd MUTATIE-FILE.
           01 MUTATIE-REGEL pic x(160).

       working-storage section.

           01 WS-VOORRAAD-STATUS pic xx.
           01 WS-MUTATIE-STATUS pic xx.
           01 EOF-FLAG pic x(01).

           01 WS-VRD-COUNT pic 9(03) value 0.
           01 WS-VRD-LEESREGEL pic x(80).
           01 WS-VRD-AANTAL-S pic x(12).
           01 WS-VRD-MINIMUM-S pic x(12).
           01 WS-VRD-KOSTPRIJS-S pic x(14).
           01 VRD-TABLE.
               05 VRD-ENTRY occurs 500 times indexed by VRD-IDX.
                   10 VRD-CODE pic x(10).
                   10 VRD-AANTAL pic s9(7).
                   10 VRD-MINIMUM pic 9(7).
                   10 VRD-KOSTPRIJS pic 9(7)v9999.
           01 WS-VRD-FOUND-IDX pic 9(03).

           01 WS-ACTIE pic x(10).
           01 WS-MUTATIE-AANTAL pic s9(7).
           01 WS-MUTATIE-PRIJS pic 9(7)v9999.
           01 WS-OUDE-WAARDE pic s9(11)v9999.
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-CURRENT-DATETIME pic x(21).
           01 DISPLAY-AANTAL pic -(7)9.
           01 DISPLAY-STAND pic -(7)9.
           01 DISPLAY-MINIMUM pic z(6)9.
           01 DISPLAY-KOSTPRIJS pic z(6)9.9999.

       linkage section.
           01 LINK-ACTIE pic x(10).
           01 LINK-ARTIKEL pic x(10).
           01 LINK-AANTAL pic s9(7).
           01 LINK-PRIJS pic 9(7)v9999.
           01 LINK-REDEN pic x(20).
           01 LINK-REFERENTIE pic x(30).
           01 LINK-OPERATOR-ID pic x(12).
           01 LINK-RESULTAAT pic x(01).
           01 LINK-STAND pic s9(7).
           01 LINK-MINIMUM pic 9(7).

       procedure division using LINK-ACTIE LINK-ARTIKEL LINK-AANTAL
               LINK-PRIJS LINK-REDEN LINK-REFERENTIE LINK-OPERATOR-ID
               LINK-RESULTAAT LINK-STAND LINK-MINIMUM.

           move "F" to LINK-RESULTAAT
           move 0 to LINK-STAND
           move 0 to LINK-MINIMUM
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE
           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string

           perform 1000-LOAD-VOORRAAD thru 1000-EXIT

           move 0 to WS-VRD-FOUND-IDX
           perform varying VRD-IDX from 1 by 1
                   until VRD-IDX > WS-VRD-COUNT
               if function trim(VRD-CODE(VRD-IDX))
                       = function trim(LINK-ARTIKEL)
                   set WS-VRD-FOUND-IDX to VRD-IDX
                   exit perform
               end-if
           end-perform

           if WS-VRD-FOUND-IDX = 0
               if WS-ACTIE not = "MINIMUM"
                   move "N" to LINK-RESULTAAT
                   goback
               end-if
               if WS-VRD-COUNT >= 500
                   display "Voorraad.csv vol (500 artikelen)."
                   goback
               end-if
               add 1 to WS-VRD-COUNT
               move WS-VRD-COUNT to WS-VRD-FOUND-IDX
               move function trim(LINK-ARTIKEL)
                   to VRD-CODE(WS-VRD-FOUND-IDX)
               move 0 to VRD-AANTAL(WS-VRD-FOUND-IDX)
               move 0 to VRD-MINIMUM(WS-VRD-FOUND-IDX)
               move 0 to VRD-KOSTPRIJS(WS-VRD-FOUND-IDX)
           end-if
           set VRD-IDX to WS-VRD-FOUND-IDX

           evaluate WS-ACTIE
               when "STAND"
                   move "J" to LINK-RESULTAAT
               when "ONTVANGST"
                   perform 2100-ONTVANGST thru 2100-EXIT
               when "UITGIFTE"
                   perform 2200-UITGIFTE thru 2200-EXIT
               when "CORRECTIE"
                   perform 2300-CORRECTIE thru 2300-EXIT
               when "TELLING"
                   perform 2400-TELLING thru 2400-EXIT
               when "MINIMUM"
                   perform 2500-MINIMUM thru 2500-EXIT
               when other
                   display "StockMutation: onbekende actie "
                       function trim(LINK-ACTIE)
           end-evaluate

           move VRD-AANTAL(VRD-IDX) to LINK-STAND
           move VRD-MINIMUM(VRD-IDX) to LINK-MINIMUM
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-VOORRAAD: the stock file into VRD-TABLE. A missing
      *> file is an empty one -- nothing is kept in stock yet.
      *>----------------------------------------------------------------
           1000-LOAD-VOORRAAD.
               move 0 to WS-VRD-COUNT
               open input VOORRAAD-FILE
               if WS-VOORRAAD-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read VOORRAAD-FILE into WS-VRD-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read VOORRAAD-FILE into WS-VRD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-VRD-COUNT >= 500
                               display "Voorraad.csv vol,"
                                   " overgeslagen: " WS-VRD-LEESREGEL
                           else
                               add 1 to WS-VRD-COUNT
                               set VRD-IDX to WS-VRD-COUNT
                               move spaces to VRD-ENTRY(VRD-IDX)
                               move spaces to WS-VRD-AANTAL-S
                                   WS-VRD-MINIMUM-S WS-VRD-KOSTPRIJS-S
                               unstring function trim(
                                       WS-VRD-LEESREGEL)
                                   delimited by ","
                                   into VRD-CODE(VRD-IDX)
                                        WS-VRD-AANTAL-S
                                        WS-VRD-MINIMUM-S
                                        WS-VRD-KOSTPRIJS-S
                               end-unstring
                               move function numval(WS-VRD-AANTAL-S)
                                   to VRD-AANTAL(VRD-IDX)
                               move function numval(WS-VRD-MINIMUM-S)
                                   to VRD-MINIMUM(VRD-IDX)
                               move function numval(
                                   WS-VRD-KOSTPRIJS-S)
                                   to VRD-KOSTPRIJS(VRD-IDX)
                           end-if
                   end-read
               end-perform
               close VOORRAAD-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-ONTVANGST: goods in. The average is taken over the
      *> stock actually on hand -- a shelf that went negative (sold
      *> before the purchase was keyed) takes the new price as is.
      *>----------------------------------------------------------------
           2100-ONTVANGST.
               if LINK-AANTAL not > 0
                   go to 2100-EXIT
               end-if
               if VRD-AANTAL(VRD-IDX) > 0
                   compute WS-OUDE-WAARDE =
                       VRD-AANTAL(VRD-IDX) * VRD-KOSTPRIJS(VRD-IDX)
                   compute VRD-KOSTPRIJS(VRD-IDX) rounded =
                       (WS-OUDE-WAARDE + LINK-AANTAL * LINK-PRIJS)
                       / (VRD-AANTAL(VRD-IDX) + LINK-AANTAL)
               else
                   move LINK-PRIJS to VRD-KOSTPRIJS(VRD-IDX)
               end-if
               add LINK-AANTAL to VRD-AANTAL(VRD-IDX)
               move LINK-AANTAL to WS-MUTATIE-AANTAL
               move LINK-PRIJS to WS-MUTATIE-PRIJS
               perform 8000-BOOK-MUTATION thru 8000-EXIT.
           2100-EXIT.
               exit.

           2200-UITGIFTE.
               if LINK-AANTAL not > 0
                   go to 2200-EXIT
               end-if
               subtract LINK-AANTAL from VRD-AANTAL(VRD-IDX)
               compute WS-MUTATIE-AANTAL = 0 - LINK-AANTAL
               move VRD-KOSTPRIJS(VRD-IDX) to WS-MUTATIE-PRIJS
               perform 8000-BOOK-MUTATION thru 8000-EXIT.
           2200-EXIT.
               exit.

           2300-CORRECTIE.
               if LINK-AANTAL = 0 or LINK-REDEN = spaces
                   go to 2300-EXIT
               end-if
               add LINK-AANTAL to VRD-AANTAL(VRD-IDX)
               move LINK-AANTAL to WS-MUTATIE-AANTAL
               move VRD-KOSTPRIJS(VRD-IDX) to WS-MUTATIE-PRIJS
               perform 8000-BOOK-MUTATION thru 8000-EXIT.
           2300-EXIT.
               exit.

      *>    a count equal to the books is still logged -- the count
      *>    itself is the evidence for the year-end valuation
           2400-TELLING.
               if LINK-AANTAL < 0 or LINK-REDEN = spaces
                   go to 2400-EXIT
               end-if
               compute WS-MUTATIE-AANTAL =
                   LINK-AANTAL - VRD-AANTAL(VRD-IDX)
               move LINK-AANTAL to VRD-AANTAL(VRD-IDX)
               move VRD-KOSTPRIJS(VRD-IDX) to WS-MUTATIE-PRIJS
               perform 8000-BOOK-MUTATION thru 8000-EXIT.
           2400-EXIT.
               exit.

           2500-MINIMUM.
               if LINK-AANTAL < 0
                   go to 2500-EXIT
               end-if
               move LINK-AANTAL to VRD-MINIMUM(VRD-IDX)
               move 0 to WS-MUTATIE-AANTAL
               move VRD-KOSTPRIJS(VRD-IDX) to WS-MUTATIE-PRIJS
               perform 8000-BOOK-MUTATION thru 8000-EXIT.
           2500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-BOOK-MUTATION: the movement line first, then the stock
      *> file -- a stock file that cannot be rewritten leaves a
      *> movement line without a stand, which StockLedger's count
      *> puts right; the other way round would lose the evidence.
      *>----------------------------------------------------------------
           8000-BOOK-MUTATION.
               open extend MUTATIE-FILE
               if WS-MUTATIE-STATUS not = "00"
                   open output MUTATIE-FILE
                   if WS-MUTATIE-STATUS = "00"
                       move spaces to MUTATIE-REGEL
                       string "Datum,Artikelcode,Soort,Aantal,"
                              "Kostprijs,Reden,Referentie,Operator,"
                              "StandNa" delimited by size
                           into MUTATIE-REGEL
                       end-string
                       write MUTATIE-REGEL
                   end-if
               end-if
               if WS-MUTATIE-STATUS not = "00"
                   display "Voorraad-Mutaties.csv niet beschrijfbaar: "
                       WS-MUTATIE-STATUS
                   go to 8000-EXIT
               end-if
               move WS-MUTATIE-AANTAL to DISPLAY-AANTAL
               move WS-MUTATIE-PRIJS to DISPLAY-KOSTPRIJS
               move VRD-AANTAL(VRD-IDX) to DISPLAY-STAND
               move spaces to MUTATIE-REGEL
               string WS-RUN-DATE-ISO delimited by size
                      "," delimited by size
                      function trim(VRD-CODE(VRD-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(WS-ACTIE) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AANTAL) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-KOSTPRIJS)
                          delimited by size
                      "," delimited by size
                      function trim(LINK-REDEN) delimited by size
                      "," delimited by size
                      function trim(LINK-REFERENTIE) delimited by size
                      "," delimited by size
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-STAND) delimited by size
                   into MUTATIE-REGEL
               end-string
               write MUTATIE-REGEL
               close MUTATIE-FILE

               open output VOORRAAD-FILE
               if WS-VOORRAAD-STATUS not = "00"
                   display "Voorraad.csv niet beschrijfbaar: "
                       WS-VOORRAAD-STATUS
                   go to 8000-EXIT
               end-if
               move "Artikelcode,Aantal,Minimum,GemKostprijs"
                   to VOORRAAD-REGEL
               write VOORRAAD-REGEL
               perform varying VRD-IDX from 1 by 1
                       until VRD-IDX > WS-VRD-COUNT
                   move VRD-AANTAL(VRD-IDX) to DISPLAY-AANTAL
                   move VRD-MINIMUM(VRD-IDX) to DISPLAY-MINIMUM
                   move VRD-KOSTPRIJS(VRD-IDX) to DISPLAY-KOSTPRIJS
                   move spaces to VOORRAAD-REGEL
                   string function trim(VRD-CODE(VRD-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AANTAL)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-MINIMUM)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-KOSTPRIJS)
                              delimited by size
                       into VOORRAAD-REGEL
                   end-string
                   write VOORRAAD-REGEL
               end-perform
               close VOORRAAD-FILE
               set VRD-IDX to WS-VRD-FOUND-IDX
               move "J" to LINK-RESULTAAT.
           8000-EXIT.
               exit.
