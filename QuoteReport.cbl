      *>----------------------------------------------------------------
      *> QuoteReport -- the quotes OrderEntry saved to Offertes.csv,
      *> to Offerte-Rapport-<date>.txt: every quote with its status
      *> (OPEN, VERLOPEN once an open quote is past its GeldigTot,
      *> OMGEZET once it became an order) and its amount excl. BTW,
      *> then per month of the quote date how many were made, how
      *> many were converted, expired or still open, and the
      *> conversion rate (converted over made).
      *>----------------------------------------------------------------
       identification division.
       program-id. QuoteReport.
       environment division.
       input-output section.
       file-control.
           select OFFERTE-FILE assign to "Offertes.csv"
               organization is line sequential
               file status is WS-OFFERTE-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd OFFERTE-FILE.
           01 OFFERTE-REGEL pic x(120).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-OFFERTE-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    one Offertes.csv row -- a quote line
           01 WS-OFF-LEESREGEL pic x(120).
           01 WS-OFF-NUMMER-S pic x(08).
           01 WS-OFF-KLANTNR pic x(10).
           01 WS-OFF-DATUM pic x(10).
           01 WS-OFF-GELDIG pic x(10).
           01 WS-OFF-STATUS pic x(08).
           01 WS-OFF-OMGEZET pic x(10).
           01 WS-OFF-CODE pic x(10).
           01 WS-OFF-AANTAL-S pic x(06).
           01 WS-OFF-PRIJS-S pic x(14).
           01 WS-OFF-NUMMER pic 9(06).
           01 WS-OFF-PRIJS pic 9(9)v99.

      *>    the quotes, one entry per number, lines summed
           01 WS-QT-COUNT pic 9(04) value 0.
           01 QT-TABLE.
               05 QT-ENTRY occurs 1000 times indexed by QT-IDX.
                   10 QT-NUMMER pic 9(06).
                   10 QT-KLANTNR pic x(10).
                   10 QT-DATUM pic x(10).
                   10 QT-GELDIG pic x(10).
                   10 QT-STATUS pic x(08).
                   10 QT-OMGEZET pic x(10).
                   10 QT-REGELS pic 9(03).
                   10 QT-EXCL pic 9(9)v99.

      *>    the months of the quote dates, in order of appearance
           01 WS-MND-COUNT pic 9(03) value 0.
           01 MND-TABLE.
               05 MND-ENTRY occurs 120 times indexed by MND-IDX.
                   10 MND-MAAND pic x(07).
                   10 MND-GEMAAKT pic 9(05).
                   10 MND-OMGEZET pic 9(05).
                   10 MND-VERLOPEN pic 9(05).
                   10 MND-OPEN pic 9(05).
                   10 MND-EXCL pic 9(11)v99.
           01 WS-MND-SWAP pic x(40).
           01 WS-MND-I pic 9(03).
           01 WS-MND-J pic 9(03).

           01 WS-TOT-GEMAAKT pic 9(05) value 0.
           01 WS-TOT-OMGEZET pic 9(05) value 0.
           01 WS-TOT-VERLOPEN pic 9(05) value 0.
           01 WS-TOT-OPEN pic 9(05) value 0.
           01 WS-TOT-EXCL pic 9(11)v99 value 0.
           01 WS-PERCENT pic 9(03)v9.

           01 DISPLAY-NUMMER pic 9(06).
           01 DISPLAY-BEDRAG pic z(10)9.99.
           01 DISPLAY-TELLER pic z(4)9.
           01 DISPLAY-PERCENT pic zz9.9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string

           move 0 to WS-RETURN-CODE
           perform 1000-LOAD-OFFERTES thru 1000-EXIT
           if WS-RETURN-CODE = 0
               perform 2000-BY-MONTH thru 2000-EXIT
               perform 3000-WRITE-REPORT thru 3000-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-OFFERTES: the quote lines folded into one entry per
      *> quote number. An OPEN quote past its GeldigTot is reported
      *> VERLOPEN; the file itself is left alone.
      *>----------------------------------------------------------------
           1000-LOAD-OFFERTES.
               move 0 to WS-QT-COUNT
               open input OFFERTE-FILE
               if WS-OFFERTE-STATUS not = "00"
                   display "Geen Offertes.csv -- nog geen offertes"
                       " bewaard."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read OFFERTE-FILE into WS-OFF-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read OFFERTE-FILE into WS-OFF-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-RECORDS-IN
                           perform 1100-ONE-ROW thru 1100-EXIT
                   end-read
               end-perform
               close OFFERTE-FILE.
           1000-EXIT.
               exit.

           1100-ONE-ROW.
               if WS-OFF-LEESREGEL = spaces
                   go to 1100-EXIT
               end-if
               move spaces to WS-OFF-NUMMER-S WS-OFF-KLANTNR
                   WS-OFF-DATUM WS-OFF-GELDIG WS-OFF-STATUS
                   WS-OFF-OMGEZET WS-OFF-CODE WS-OFF-AANTAL-S
                   WS-OFF-PRIJS-S
               unstring function trim(WS-OFF-LEESREGEL)
                   delimited by ","
                   into WS-OFF-NUMMER-S WS-OFF-KLANTNR WS-OFF-DATUM
                        WS-OFF-GELDIG WS-OFF-STATUS WS-OFF-OMGEZET
                        WS-OFF-CODE WS-OFF-AANTAL-S WS-OFF-PRIJS-S
               end-unstring
               move function numval(WS-OFF-NUMMER-S) to WS-OFF-NUMMER
               move function numval-c(WS-OFF-PRIJS-S) to WS-OFF-PRIJS

               perform varying QT-IDX from 1 by 1
                       until QT-IDX > WS-QT-COUNT
                   if QT-NUMMER(QT-IDX) = WS-OFF-NUMMER
                       add 1 to QT-REGELS(QT-IDX)
                       add WS-OFF-PRIJS to QT-EXCL(QT-IDX)
                       go to 1100-EXIT
                   end-if
               end-perform
               if WS-QT-COUNT >= 1000
                   display "Offertetabel vol, overgeslagen: "
                       WS-OFF-NUMMER-S
                   go to 1100-EXIT
               end-if
               add 1 to WS-QT-COUNT
               set QT-IDX to WS-QT-COUNT
               move WS-OFF-NUMMER to QT-NUMMER(QT-IDX)
               move WS-OFF-KLANTNR to QT-KLANTNR(QT-IDX)
               move WS-OFF-DATUM to QT-DATUM(QT-IDX)
               move WS-OFF-GELDIG to QT-GELDIG(QT-IDX)
               move function upper-case(WS-OFF-STATUS)
                   to QT-STATUS(QT-IDX)
               move WS-OFF-OMGEZET to QT-OMGEZET(QT-IDX)
               move 1 to QT-REGELS(QT-IDX)
               move WS-OFF-PRIJS to QT-EXCL(QT-IDX)
               if QT-STATUS(QT-IDX) = "OPEN"
                       and QT-GELDIG(QT-IDX) < WS-RUN-DATE-ISO
                   move "VERLOPEN" to QT-STATUS(QT-IDX)
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-BY-MONTH: the quotes counted per month of their quote
      *> date, the months then put in date order.
      *>----------------------------------------------------------------
           2000-BY-MONTH.
               move 0 to WS-MND-COUNT
               perform varying QT-IDX from 1 by 1
                       until QT-IDX > WS-QT-COUNT
                   perform 2100-ONE-QUOTE thru 2100-EXIT
               end-perform
               perform varying WS-MND-I from 1 by 1
                       until WS-MND-I >= WS-MND-COUNT
                   perform varying WS-MND-J from WS-MND-I by 1
                           until WS-MND-J > WS-MND-COUNT
                       if MND-MAAND(WS-MND-J) < MND-MAAND(WS-MND-I)
                           move MND-ENTRY(WS-MND-I) to WS-MND-SWAP
                           move MND-ENTRY(WS-MND-J)
                               to MND-ENTRY(WS-MND-I)
                           move WS-MND-SWAP to MND-ENTRY(WS-MND-J)
                       end-if
                   end-perform
               end-perform.
           2000-EXIT.
               exit.

           2100-ONE-QUOTE.
               perform varying MND-IDX from 1 by 1
                       until MND-IDX > WS-MND-COUNT
                   if MND-MAAND(MND-IDX) = QT-DATUM(QT-IDX)(1:7)
                       exit perform
                   end-if
               end-perform
               if MND-IDX > WS-MND-COUNT
                   if WS-MND-COUNT >= 120
                       go to 2100-EXIT
                   end-if
                   add 1 to WS-MND-COUNT
                   set MND-IDX to WS-MND-COUNT
                   move QT-DATUM(QT-IDX)(1:7) to MND-MAAND(MND-IDX)
                   move 0 to MND-GEMAAKT(MND-IDX) MND-OMGEZET(MND-IDX)
                       MND-VERLOPEN(MND-IDX) MND-OPEN(MND-IDX)
                       MND-EXCL(MND-IDX)
               end-if
               add 1 to MND-GEMAAKT(MND-IDX)
               add QT-EXCL(QT-IDX) to MND-EXCL(MND-IDX)
               evaluate QT-STATUS(QT-IDX)
                   when "OMGEZET"
                       add 1 to MND-OMGEZET(MND-IDX)
                   when "VERLOPEN"
                       add 1 to MND-VERLOPEN(MND-IDX)
                   when other
                       add 1 to MND-OPEN(MND-IDX)
               end-evaluate.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-REPORT: the quote list, then the month summary
      *> with the conversion rate, to Offerte-Rapport-<date>.txt.
      *>----------------------------------------------------------------
           3000-WRITE-REPORT.
               move spaces to DYNAMIC-LIJSTFILE
               string "Offerte-Rapport-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to LIJST-REGEL
               string "OFFERTES     Datum: " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Offerte Klant      Datum      Geldig tot "
                          delimited by size
                      "Status   Omgezet op  Regels   Bedrag excl."
                          delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying QT-IDX from 1 by 1
                       until QT-IDX > WS-QT-COUNT
                   move QT-NUMMER(QT-IDX) to DISPLAY-NUMMER
                   move QT-REGELS(QT-IDX) to DISPLAY-TELLER
                   move QT-EXCL(QT-IDX) to DISPLAY-BEDRAG
                   move spaces to LIJST-REGEL
                   string DISPLAY-NUMMER delimited by size
                          "  " delimited by size
                          QT-KLANTNR(QT-IDX) delimited by size
                          " " delimited by size
                          QT-DATUM(QT-IDX) delimited by size
                          " " delimited by size
                          QT-GELDIG(QT-IDX) delimited by size
                          " " delimited by size
                          QT-STATUS(QT-IDX) delimited by size
                          " " delimited by size
                          QT-OMGEZET(QT-IDX) delimited by size
                          " " delimited by size
                          DISPLAY-TELLER delimited by size
                          " " delimited by size
                          DISPLAY-BEDRAG delimited by size
                       into LIJST-REGEL
                   end-string
                   write LIJST-REGEL
                   add 1 to WS-RECORDS-OUT
               end-perform
               if WS-QT-COUNT = 0
                   move "Geen offertes." to LIJST-REGEL
                   write LIJST-REGEL
               end-if

               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Maand    Gemaakt Omgezet Verlopen    Open"
                          delimited by size
                      "   Omzetting %      Bedrag excl."
                          delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               move 0 to WS-TOT-GEMAAKT WS-TOT-OMGEZET
                   WS-TOT-VERLOPEN WS-TOT-OPEN WS-TOT-EXCL
               perform varying MND-IDX from 1 by 1
                       until MND-IDX > WS-MND-COUNT
                   add MND-GEMAAKT(MND-IDX) to WS-TOT-GEMAAKT
                   add MND-OMGEZET(MND-IDX) to WS-TOT-OMGEZET
                   add MND-VERLOPEN(MND-IDX) to WS-TOT-VERLOPEN
                   add MND-OPEN(MND-IDX) to WS-TOT-OPEN
                   add MND-EXCL(MND-IDX) to WS-TOT-EXCL
                   perform 3100-MONTH-LINE thru 3100-EXIT
               end-perform

               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               set MND-IDX to 1
               move "Totaal " to MND-MAAND(MND-IDX)
               move WS-TOT-GEMAAKT to MND-GEMAAKT(MND-IDX)
               move WS-TOT-OMGEZET to MND-OMGEZET(MND-IDX)
               move WS-TOT-VERLOPEN to MND-VERLOPEN(MND-IDX)
               move WS-TOT-OPEN to MND-OPEN(MND-IDX)
               move WS-TOT-EXCL to MND-EXCL(MND-IDX)
               perform 3100-MONTH-LINE thru 3100-EXIT
               close LIJST-FILE

               if WS-TOT-GEMAAKT > 0
                   compute WS-PERCENT rounded =
                       WS-TOT-OMGEZET * 100 / WS-TOT-GEMAAKT
               else
                   move 0 to WS-PERCENT
               end-if
               move WS-PERCENT to DISPLAY-PERCENT
               move WS-QT-COUNT to DISPLAY-TELLER
               display "Offerterapport geschreven: "
                   function trim(DYNAMIC-LIJSTFILE)
               display function trim(DISPLAY-TELLER) " offerte(s), "
                   function trim(DISPLAY-PERCENT) "% omgezet.".
           3000-EXIT.
               exit.

      *>    one month (or the total, parked in entry 1 once the months
      *>    are written) -- the rate is converted over made.
           3100-MONTH-LINE.
               if MND-GEMAAKT(MND-IDX) > 0
                   compute WS-PERCENT rounded =
                       MND-OMGEZET(MND-IDX) * 100
                       / MND-GEMAAKT(MND-IDX)
               else
                   move 0 to WS-PERCENT
               end-if
               move spaces to LIJST-REGEL
               move MND-MAAND(MND-IDX) to LIJST-REGEL(1:7)
               move MND-GEMAAKT(MND-IDX) to DISPLAY-TELLER
               move DISPLAY-TELLER to LIJST-REGEL(11:5)
               move MND-OMGEZET(MND-IDX) to DISPLAY-TELLER
               move DISPLAY-TELLER to LIJST-REGEL(19:5)
               move MND-VERLOPEN(MND-IDX) to DISPLAY-TELLER
               move DISPLAY-TELLER to LIJST-REGEL(28:5)
               move MND-OPEN(MND-IDX) to DISPLAY-TELLER
               move DISPLAY-TELLER to LIJST-REGEL(36:5)
               move WS-PERCENT to DISPLAY-PERCENT
               move DISPLAY-PERCENT to LIJST-REGEL(50:5)
               move MND-EXCL(MND-IDX) to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to LIJST-REGEL(59:14)
               write LIJST-REGEL.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail -- one line per run,
      *> see RUNLOG.cpy.
      *>----------------------------------------------------------------
           9000-WRITE-RUNLOG.
               move spaces to LOG-RUN-DATE
               string WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2)
                   into LOG-RUN-DATE
               end-string
               move spaces to LOG-RUN-TIME
               string WS-CURRENT-DATETIME(9:2) ":"
                      WS-CURRENT-DATETIME(11:2) ":"
                      WS-CURRENT-DATETIME(13:2)
                   into LOG-RUN-TIME
               end-string
               move "QuoteReport" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Offertes.csv" to LOG-INPUT-FILE
               move DYNAMIC-LIJSTFILE to LOG-OUTPUT-FILE
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move "ERROR" to LOG-FINAL-STATUS
               end-if
               move spaces to LOG-REGEL
               string
                   function trim(LOG-PROGRAM-NAME) delimited by size
                   "," delimited by size
                   function trim(LOG-OPERATOR-ID) delimited by size
                   "," delimited by size
                   function trim(LOG-INPUT-FILE) delimited by size
                   "," delimited by size
                   function trim(LOG-OUTPUT-FILE) delimited by size
                   "," delimited by size
                   function trim(LOG-RUN-DATE) delimited by size
                   " " delimited by size
                   function trim(LOG-RUN-TIME) delimited by size
                   "," delimited by size
                   function trim(LOG-RECORDS-IN) delimited by size
                   "," delimited by size
                   function trim(LOG-RECORDS-OUT) delimited by size
                   "," delimited by size
                   function trim(LOG-FINAL-STATUS) delimited by size
                   into LOG-REGEL
               end-string
               open extend RUNLOG-FILE
               if WS-RUNLOG-STATUS not = "00"
                   open output RUNLOG-FILE
               end-if
               move LOG-REGEL to RUNLOG-REGEL
               write RUNLOG-REGEL
               close RUNLOG-FILE.
           9000-EXIT.
               exit.
