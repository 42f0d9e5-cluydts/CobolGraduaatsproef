      *>----------------------------------------------------------------
      *> BadDebtRelief -- the oninbare vordering. DoubtfulDebtors only
      *> provisions; once a customer is bankrupt and the debt is lost
      *> for good, the output VAT paid over on the unpaid part can be
      *> reclaimed. The invoices to write off are listed in
      *> Oninbaar-Selectie.csv ("Faktuurnr,Reden,Bewijs" -- a reason
      *> and an evidence reference, e.g. the curator's letter, both
      *> required). The run looks each one up in the VATCalculation
      *> Output files (the numbered sales rows DoubtfulDebtors reads),
      *> takes what Payments.csv has received against it, and writes
      *> off the rest: the VAT to recover is the invoice's VAT share
      *> of the unpaid part. Each write-off is an AFSCHRIJVING row on
      *> Oninbaar-Register.csv carrying its filing quarter (YYYYQn,
      *> the current quarter unless given; a quarter already CLOSED in
      *> VAT-Periods.csv is refused); VATQuarterlyReport picks those
      *> up into grid 62 of that quarter's declaration. Every run
      *> also checks the written-off invoices against Payments.csv: a
      *> customer paying after all makes the VAT on that receipt due
      *> again, a HERSTEL row that VATQuarterlyReport puts in grid 61.
      *> Written-off rows leave the selection; refused ones stay there
      *> to be corrected.
      *>----------------------------------------------------------------
       identification division.
       program-id. BadDebtRelief.
       environment division.
       input-output section.
       file-control.
             select FILE-LIST-FILE assign to "ONINBAAR-FILELIST.TMP"
                 organization is line sequential
                 file status is WS-FILELIST-STATUS.
             select REPORT-INPUT-FILE
                 assign dynamic DYNAMIC-REPORT-INFILE
                 organization is line sequential
                 file status is WS-INPUT-STATUS.
             select PAYMENTS-FILE assign to "Payments.csv"
                 organization is line sequential
                 file status is WS-PAYMENTS-STATUS.
             select SELECTIE-FILE assign to "Oninbaar-Selectie.csv"
                 organization is line sequential
                 file status is WS-SELECTIE-STATUS.
             select REGISTER-FILE assign to "Oninbaar-Register.csv"
                 organization is line sequential
                 file status is WS-REGISTER-STATUS.
             select PERIOD-FILE assign to "VAT-Periods.csv"
                 organization is line sequential
                 file status is WS-PERIOD-STATUS.
             select RUNLOG-FILE assign to "RUNLOG.TXT"
                 organization is line sequential
                 file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd REPORT-INPUT-FILE.
           01 REPORT-LEESREGEL pic x(140).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(40).

           fd SELECTIE-FILE.
           01 SELECTIE-REGEL pic x(120).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(220).

           fd PERIOD-FILE.
           01 PERIOD-REGEL pic x(60).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-FILELIST-STATUS pic xx.
           01 FILELIST-EOF-FLAG pic x(1) value "0".
           01 WS-LS-COMMAND pic x(100).
           01 WS-FILES-FOUND pic 9(5) value 0.
           01 DYNAMIC-REPORT-INFILE pic x(30).
           01 WS-INPUT-STATUS pic xx.
           01 EOF-FLAG pic x(1).
           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-SELECTIE-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-PERIOD-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 WS-ROWS-READ pic 9(7) value 0.
           01 WS-PATTERN pic x(60).

      *>    the filing quarter, YYYYQn
           01 WS-KWARTAAL pic x(06).
           01 WS-KWARTAAL-NR pic 9(01).
           01 WS-MAAND pic 9(02).
           01 WS-PERIOD-LEESREGEL pic x(60).
           01 WS-PER-PERIODE pic x(06).
           01 WS-PER-STATE pic x(08).
           01 WS-KWARTAAL-GESLOTEN pic x(01) value "N".

      *>    one input row -- the 9-column VATCalculation core.
           01 R-PRIJS-S pic x(10).
           01 R-TARIEF-S pic x(4).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(10).
           01 R-VERVAL-S pic x(10).

      *>    received per invoice, from Payments.csv
           01 WS-PAYMENT-COUNT pic 9(4) value 0.
           01 WS-PAYMENT-LEESREGEL pic x(40).
           01 WS-PAY-FAKTUURNR-S pic x(10).
           01 WS-PAY-DATUM-S pic x(12).
           01 WS-PAY-BEDRAG-S pic x(14).
           01 PAYMENT-TABLE.
               05 PAYMENT-ENTRY OCCURS 2000 TIMES
                       INDEXED BY PAYMENT-IDX.
                   10 PAY-FAKTUURNR pic x(10).
                   10 PAY-ONTVANGEN pic S9(7)V99.
                   10 PAY-VOLLEDIG pic x(01).
           01 WS-PAY-FOUND-IDX pic 9(4).

      *>    the invoices selected for write-off
           01 WS-SEL-COUNT pic 9(3) value 0.
           01 WS-SEL-IDX pic 9(3).
           01 WS-SEL-LEESREGEL pic x(120).
           01 SELECTIE-TABLE.
               05 SEL-ENTRY OCCURS 200 TIMES.
                   10 SEL-FAKTUURNR pic x(10).
                   10 SEL-REDEN pic x(40).
                   10 SEL-BEWIJS pic x(30).
                   10 SEL-GEVONDEN pic x(01).
                   10 SEL-KLANTNR pic x(10).
                   10 SEL-DATUM pic x(10).
                   10 SEL-TARIEF pic x(04).
                   10 SEL-BTW pic S9(7)V99.
                   10 SEL-TOTAAL pic S9(7)V99.
                   10 SEL-VERWERKT pic x(01).

      *>    the register -- every write-off and every receipt after one
           01 WS-REG-COUNT pic 9(4) value 0.
           01 WS-REG-IDX pic 9(4).
           01 WS-REG-IDX-2 pic 9(4).
           01 WS-REG-IDX-3 pic 9(4).
           01 WS-REG-NIEUW pic 9(4) value 0.
           01 WS-REG-LEESREGEL pic x(220).
           01 WS-REG-TOTAAL-S pic x(14).
           01 WS-REG-ONTVANGEN-S pic x(14).
           01 WS-REG-BASIS-S pic x(14).
           01 WS-REG-BTW-S pic x(14).
           01 REGISTER-TABLE.
               05 REG-ENTRY OCCURS 2000 TIMES.
                   10 REG-SOORT pic x(12).
                   10 REG-FAKTUURNR pic x(10).
                   10 REG-KLANTNR pic x(10).
                   10 REG-FACTUURDATUM pic x(10).
                   10 REG-TARIEF pic x(04).
                   10 REG-TOTAAL pic S9(7)V99.
                   10 REG-ONTVANGEN pic S9(7)V99.
                   10 REG-BASIS pic S9(7)V99.
                   10 REG-BTW pic S9(7)V99.
                   10 REG-KWARTAAL pic x(06).
                   10 REG-DATUM pic x(10).
                   10 REG-REDEN pic x(40).
                   10 REG-BEWIJS pic x(30).
                   10 REG-OPERATOR pic x(12).

           01 WS-AL-AFGESCHREVEN pic x(01).
           01 WS-ONTVANGEN pic S9(7)V99.
           01 WS-ONBETAALD pic S9(7)V99.
           01 WS-BTW-TERUG pic S9(7)V99.
           01 WS-AL-VERWERKT pic S9(7)V99.
           01 WS-NIEUW-ONTVANGEN pic S9(7)V99.
           01 WS-BTW-HERSTEL pic S9(7)V99.
           01 WS-AL-HERSTELD pic S9(7)V99.
           01 WS-TOT-TERUG pic S9(9)V99 value 0.
           01 WS-TOT-HERSTEL pic S9(9)V99 value 0.
           01 WS-AFGESCHREVEN-COUNT pic 9(3) value 0.
           01 WS-GEWEIGERD-COUNT pic 9(3) value 0.
           01 WS-HERSTEL-COUNT pic 9(3) value 0.
           01 WS-VANDAAG pic x(10).

           01 WS-CURRENT-DATETIME pic x(21).
           01 DISPLAY-AMT pic -(8)9.99.
           01 DISPLAY-AMT-2 pic -(8)9.99.
           01 DISPLAY-AMT-3 pic -(8)9.99.
           01 DISPLAY-AMT-4 pic -(8)9.99.
           01 DISPLAY-COUNT pic ZZ9.
           01 WS-REGISTER-BUF pic x(220).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PATTERN pic x(60).
      *>    filing quarter, YYYYQn -- blank is the current quarter
           01 LINK-PERIOD pic x(06).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PATTERN LINK-PERIOD
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-VANDAAG
           end-string
           move LINK-PATTERN to WS-PATTERN
           if function trim(WS-PATTERN) = spaces
               move "Output-*.csv" to WS-PATTERN
           end-if

      *>    the filing quarter -- given, or the one we are in.
           if LINK-PERIOD(1:4) numeric and LINK-PERIOD(5:1) = "Q"
                   and LINK-PERIOD(6:1) >= "1"
                   and LINK-PERIOD(6:1) <= "4"
               move LINK-PERIOD to WS-KWARTAAL
           else
               if function trim(LINK-PERIOD) not = spaces
                   display "Ongeldig kwartaal (YYYYQn verwacht): "
                       LINK-PERIOD
                   move 1 to return-code
                   goback
               end-if
               move WS-CURRENT-DATETIME(5:2) to WS-MAAND
               compute WS-KWARTAAL-NR = (WS-MAAND + 2) / 3
               move spaces to WS-KWARTAAL
               string WS-CURRENT-DATETIME(1:4) "Q" WS-KWARTAAL-NR
                   delimited by size
                   into WS-KWARTAAL
               end-string
           end-if

      *>    a quarter already declared cannot take a regularisation.
           open input PERIOD-FILE
           if WS-PERIOD-STATUS = "00"
               read PERIOD-FILE into WS-PERIOD-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PERIOD-FILE into WS-PERIOD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-PER-PERIODE
                           move spaces to WS-PER-STATE
                           unstring function trim(WS-PERIOD-LEESREGEL)
                               delimited by ","
                               into WS-PER-PERIODE WS-PER-STATE
                           end-unstring
                           if WS-PER-PERIODE = WS-KWARTAAL
                               and function trim(WS-PER-STATE)
                                   = "CLOSED"
                               move "Y" to WS-KWARTAAL-GESLOTEN
                           end-if
                   end-read
               end-perform
               close PERIOD-FILE
               if WS-KWARTAAL-GESLOTEN = "Y"
                   display "Kwartaal " WS-KWARTAAL " is al aangegeven"
                       " (CLOSED in VAT-Periods.csv) -- kies het"
                       " lopende kwartaal."
                   move 1 to return-code
                   goback
               end-if
           end-if
           display "Aangiftekwartaal: " WS-KWARTAAL

           perform 1000-LOAD-PAYMENTS thru 1000-EXIT
           perform 1100-LOAD-REGISTER thru 1100-EXIT
           perform 1200-LOAD-SELECTIE thru 1200-EXIT

      *>    the selected invoices' sales rows
           if WS-SEL-COUNT > 0
               string "ls -1 " delimited by size
                      function trim(WS-PATTERN) delimited by size
                      " 2>/dev/null > ONINBAAR-FILELIST.TMP"
                          delimited by size
                   into WS-LS-COMMAND
               call "SYSTEM" using WS-LS-COMMAND
               open input FILE-LIST-FILE
               if WS-FILELIST-STATUS = "00"
                   perform until FILELIST-EOF-FLAG = "1"
                       read FILE-LIST-FILE into FILE-LIST-REGEL
                           at end
                               move "1" to FILELIST-EOF-FLAG
                           not at end
                               add 1 to WS-FILES-FOUND
                               move FILE-LIST-REGEL
                                   to DYNAMIC-REPORT-INFILE
                               perform 2000-SWEEP-ONE-FILE
                                   thru 2000-EXIT
                       end-read
                   end-perform
                   close FILE-LIST-FILE
               end-if
               call "SYSTEM" using "rm -f ONINBAAR-FILELIST.TMP"
               if WS-FILES-FOUND = 0
                   display "No files matched: "
                       function trim(WS-PATTERN)
                   move 1 to WS-RETURN-CODE
               end-if
           end-if

           perform 3000-WRITE-OFF thru 3000-EXIT
           perform 4000-LATE-RECEIPTS thru 4000-EXIT
           perform 5000-APPEND-REGISTER thru 5000-EXIT
           perform 5100-REWRITE-SELECTIE thru 5100-EXIT

           move WS-AFGESCHREVEN-COUNT to DISPLAY-COUNT
           move WS-TOT-TERUG to DISPLAY-AMT
           display function trim(DISPLAY-COUNT)
               " factu(u)r(en) afgeschreven, terug te vorderen BTW "
               function trim(DISPLAY-AMT) " (rooster 62)"
           move WS-HERSTEL-COUNT to DISPLAY-COUNT
           move WS-TOT-HERSTEL to DISPLAY-AMT
           display function trim(DISPLAY-COUNT)
               " ontvangst(en) na afschrijving, opnieuw verschuldigde"
               " BTW " function trim(DISPLAY-AMT) " (rooster 61)"
           if WS-GEWEIGERD-COUNT > 0
               move WS-GEWEIGERD-COUNT to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " selectie(s) geweigerd -- blijven in"
                   " Oninbaar-Selectie.csv."
               move 1 to WS-RETURN-CODE
           end-if

      *>    shared audit trail -- one line per run, see RUNLOG.cpy.
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
           move "BadDebtRelief" to LOG-PROGRAM-NAME
           move LINK-OPERATOR-ID to LOG-OPERATOR-ID
           move "Oninbaar-Selectie.csv" to LOG-INPUT-FILE
           move "Oninbaar-Register.csv" to LOG-OUTPUT-FILE
           move WS-ROWS-READ to LOG-RECORDS-IN
           move WS-REG-NIEUW to LOG-RECORDS-OUT
           if WS-RETURN-CODE = 0
               move "SUCCESS" to LOG-FINAL-STATUS
           else
               move "REFUSED" to LOG-FINAL-STATUS
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
           close RUNLOG-FILE

           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-PAYMENTS: received per invoice. A payment row
      *> without an amount settles the invoice in full, the way
      *> DoubtfulDebtors reads it.
      *>----------------------------------------------------------------
           1000-LOAD-PAYMENTS.
               open input PAYMENTS-FILE
               if WS-PAYMENTS-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read PAYMENTS-FILE into WS-PAYMENT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PAYMENTS-FILE into WS-PAYMENT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-PAY-FAKTUURNR-S
                           move spaces to WS-PAY-BEDRAG-S
                           unstring function trim(WS-PAYMENT-LEESREGEL)
                               delimited by ","
                               into WS-PAY-FAKTUURNR-S WS-PAY-DATUM-S
                                    WS-PAY-BEDRAG-S
                           end-unstring
                           perform 1010-ADD-PAYMENT thru 1010-EXIT
                   end-read
               end-perform
               close PAYMENTS-FILE.
           1000-EXIT.
               exit.

           1010-ADD-PAYMENT.
               if WS-PAY-FAKTUURNR-S = spaces
                   go to 1010-EXIT
               end-if
               move 0 to WS-PAY-FOUND-IDX
               perform varying PAYMENT-IDX from 1 by 1
                       until PAYMENT-IDX > WS-PAYMENT-COUNT
                   if PAY-FAKTUURNR(PAYMENT-IDX) = WS-PAY-FAKTUURNR-S
                       set WS-PAY-FOUND-IDX to PAYMENT-IDX
                       exit perform
                   end-if
               end-perform
               if WS-PAY-FOUND-IDX = 0
                   if WS-PAYMENT-COUNT >= 2000
                       display "Payments table full, skipping: "
                           WS-PAYMENT-LEESREGEL
                       go to 1010-EXIT
                   end-if
                   add 1 to WS-PAYMENT-COUNT
                   move WS-PAYMENT-COUNT to WS-PAY-FOUND-IDX
                   move WS-PAY-FAKTUURNR-S
                       to PAY-FAKTUURNR(WS-PAY-FOUND-IDX)
                   move 0 to PAY-ONTVANGEN(WS-PAY-FOUND-IDX)
                   move "N" to PAY-VOLLEDIG(WS-PAY-FOUND-IDX)
               end-if
               if function trim(WS-PAY-BEDRAG-S) = spaces
                   or function test-numval-c(function trim(
                       WS-PAY-BEDRAG-S)) not = 0
                   move "Y" to PAY-VOLLEDIG(WS-PAY-FOUND-IDX)
               else
                   add function numval-c(function trim(
                       WS-PAY-BEDRAG-S))
                       to PAY-ONTVANGEN(WS-PAY-FOUND-IDX)
               end-if.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-REGISTER: earlier write-offs and receipts.
      *>----------------------------------------------------------------
           1100-LOAD-REGISTER.
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read REGISTER-FILE into WS-REG-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into WS-REG-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-REG-COUNT >= 2000
                               display "Register table full, skipping: "
                                   WS-REG-LEESREGEL
                           else
                               add 1 to WS-REG-COUNT
                               move spaces to REG-ENTRY(WS-REG-COUNT)
                               move spaces to WS-REG-TOTAAL-S
                               move spaces to WS-REG-ONTVANGEN-S
                               move spaces to WS-REG-BASIS-S
                               move spaces to WS-REG-BTW-S
                               unstring function trim(WS-REG-LEESREGEL)
                                   delimited by ","
                                   into REG-SOORT(WS-REG-COUNT)
                                        REG-FAKTUURNR(WS-REG-COUNT)
                                        REG-KLANTNR(WS-REG-COUNT)
                                        REG-FACTUURDATUM(WS-REG-COUNT)
                                        REG-TARIEF(WS-REG-COUNT)
                                        WS-REG-TOTAAL-S
                                        WS-REG-ONTVANGEN-S
                                        WS-REG-BASIS-S
                                        WS-REG-BTW-S
                                        REG-KWARTAAL(WS-REG-COUNT)
                                        REG-DATUM(WS-REG-COUNT)
                                        REG-REDEN(WS-REG-COUNT)
                                        REG-BEWIJS(WS-REG-COUNT)
                                        REG-OPERATOR(WS-REG-COUNT)
                               end-unstring
                               move function numval-c(function trim(
                                   WS-REG-TOTAAL-S))
                                   to REG-TOTAAL(WS-REG-COUNT)
                               move function numval-c(function trim(
                                   WS-REG-ONTVANGEN-S))
                                   to REG-ONTVANGEN(WS-REG-COUNT)
                               move function numval-c(function trim(
                                   WS-REG-BASIS-S))
                                   to REG-BASIS(WS-REG-COUNT)
                               move function numval-c(function trim(
                                   WS-REG-BTW-S))
                                   to REG-BTW(WS-REG-COUNT)
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-SELECTIE: the invoices to write off.
      *>----------------------------------------------------------------
           1200-LOAD-SELECTIE.
               open input SELECTIE-FILE
               if WS-SELECTIE-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read SELECTIE-FILE into WS-SEL-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SELECTIE-FILE into WS-SEL-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-SEL-COUNT >= 200
                               display "Selectie vol, overgeslagen: "
                                   WS-SEL-LEESREGEL
                           else
                               if function trim(WS-SEL-LEESREGEL)
                                       not = spaces
                                   add 1 to WS-SEL-COUNT
                                   move spaces
                                       to SEL-ENTRY(WS-SEL-COUNT)
                                   unstring function trim(
                                           WS-SEL-LEESREGEL)
                                       delimited by ","
                                       into SEL-FAKTUURNR(WS-SEL-COUNT)
                                            SEL-REDEN(WS-SEL-COUNT)
                                            SEL-BEWIJS(WS-SEL-COUNT)
                                   end-unstring
                                   move "N"
                                       to SEL-GEVONDEN(WS-SEL-COUNT)
                                   move "N"
                                       to SEL-VERWERKT(WS-SEL-COUNT)
                               end-if
                           end-if
                   end-read
               end-perform
               close SELECTIE-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SWEEP-ONE-FILE: the numbered sales rows of the selected
      *> invoices.
      *>----------------------------------------------------------------
           2000-SWEEP-ONE-FILE.
               move "0" to EOF-FLAG
               open input REPORT-INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-REPORT-INFILE) ": "
                       WS-INPUT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               perform until EOF-FLAG = "1"
                   read REPORT-INPUT-FILE into REPORT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-ROWS-READ
                           perform 2100-ONE-ROW thru 2100-EXIT
                   end-read
               end-perform
               close REPORT-INPUT-FILE.
           2000-EXIT.
               exit.

           2100-ONE-ROW.
               move spaces to R-RICHTING-S
               move spaces to R-KLANTNR-S
               move spaces to R-DATUM-S
               move spaces to R-FAKTUURNR-S
               unstring function trim(REPORT-LEESREGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
                        R-FAKTUURNR-S R-VERVAL-S
               end-unstring
               if function trim(R-RICHTING-S) = "AANKOOP"
                   or function trim(R-FAKTUURNR-S) = spaces
                   go to 2100-EXIT
               end-if
               if function test-numval-c(function trim(R-TOTAAL-S))
                       not = 0
                   or function test-numval-c(function trim(R-BEDRAG-S))
                       not = 0
                   go to 2100-EXIT
               end-if
               perform varying WS-SEL-IDX from 1 by 1
                       until WS-SEL-IDX > WS-SEL-COUNT
                   if SEL-FAKTUURNR(WS-SEL-IDX)
                           = function trim(R-FAKTUURNR-S)
                       move "Y" to SEL-GEVONDEN(WS-SEL-IDX)
                       move R-KLANTNR-S to SEL-KLANTNR(WS-SEL-IDX)
                       move R-DATUM-S to SEL-DATUM(WS-SEL-IDX)
                       move function trim(R-TARIEF-S)
                           to SEL-TARIEF(WS-SEL-IDX)
                       move function numval-c(function trim(
                           R-BEDRAG-S)) to SEL-BTW(WS-SEL-IDX)
                       move function numval-c(function trim(
                           R-TOTAAL-S)) to SEL-TOTAAL(WS-SEL-IDX)
                   end-if
               end-perform.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-OFF: each selected invoice, checked, written off
      *> for its unpaid part. The VAT recovered is the invoice's VAT
      *> share of that part: unpaid * BTW / Totaal.
      *>----------------------------------------------------------------
           3000-WRITE-OFF.
               perform varying WS-SEL-IDX from 1 by 1
                       until WS-SEL-IDX > WS-SEL-COUNT
                   perform 3100-ONE-SELECTIE thru 3100-EXIT
               end-perform.
           3000-EXIT.
               exit.

           3100-ONE-SELECTIE.
               if function trim(SEL-REDEN(WS-SEL-IDX)) = spaces
                   or function trim(SEL-BEWIJS(WS-SEL-IDX)) = spaces
                   display "Faktuur " SEL-FAKTUURNR(WS-SEL-IDX)
                       ": reden en bewijsstuk zijn verplicht."
                   add 1 to WS-GEWEIGERD-COUNT
                   go to 3100-EXIT
               end-if
               if SEL-GEVONDEN(WS-SEL-IDX) not = "Y"
                   display "Faktuur " SEL-FAKTUURNR(WS-SEL-IDX)
                       ": geen verkoopfactuur in "
                       function trim(WS-PATTERN)
                   add 1 to WS-GEWEIGERD-COUNT
                   go to 3100-EXIT
               end-if
               if SEL-TOTAAL(WS-SEL-IDX) <= 0
                   display "Faktuur " SEL-FAKTUURNR(WS-SEL-IDX)
                       ": creditnota of nulbedrag, niet af te"
                       " schrijven."
                   add 1 to WS-GEWEIGERD-COUNT
                   go to 3100-EXIT
               end-if
               move "N" to WS-AL-AFGESCHREVEN
               perform varying WS-REG-IDX from 1 by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   if REG-FAKTUURNR(WS-REG-IDX)
                           = SEL-FAKTUURNR(WS-SEL-IDX)
                       and REG-SOORT(WS-REG-IDX) = "AFSCHRIJVING"
                       move "Y" to WS-AL-AFGESCHREVEN
                       exit perform
                   end-if
               end-perform
               if WS-AL-AFGESCHREVEN = "Y"
                   display "Faktuur " SEL-FAKTUURNR(WS-SEL-IDX)
                       ": al afgeschreven in kwartaal "
                       REG-KWARTAAL(WS-REG-IDX)
                   add 1 to WS-GEWEIGERD-COUNT
                   go to 3100-EXIT
               end-if

               move 0 to WS-ONTVANGEN
               perform varying PAYMENT-IDX from 1 by 1
                       until PAYMENT-IDX > WS-PAYMENT-COUNT
                   if PAY-FAKTUURNR(PAYMENT-IDX)
                           = SEL-FAKTUURNR(WS-SEL-IDX)
                       if PAY-VOLLEDIG(PAYMENT-IDX) = "Y"
                           move SEL-TOTAAL(WS-SEL-IDX) to WS-ONTVANGEN
                       else
                           move PAY-ONTVANGEN(PAYMENT-IDX)
                               to WS-ONTVANGEN
                       end-if
                       exit perform
                   end-if
               end-perform
               compute WS-ONBETAALD =
                   SEL-TOTAAL(WS-SEL-IDX) - WS-ONTVANGEN
               if WS-ONBETAALD <= 0
                   display "Faktuur " SEL-FAKTUURNR(WS-SEL-IDX)
                       ": volledig betaald, niets af te schrijven."
                   add 1 to WS-GEWEIGERD-COUNT
                   go to 3100-EXIT
               end-if
               compute WS-BTW-TERUG
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-ONBETAALD * SEL-BTW(WS-SEL-IDX)
                       / SEL-TOTAAL(WS-SEL-IDX)

               if WS-REG-COUNT >= 2000
                   display "Register table full -- faktuur "
                       SEL-FAKTUURNR(WS-SEL-IDX) " niet afgeschreven."
                   add 1 to WS-GEWEIGERD-COUNT
                   go to 3100-EXIT
               end-if
               add 1 to WS-REG-COUNT
               add 1 to WS-REG-NIEUW
               move spaces to REG-ENTRY(WS-REG-COUNT)
               move "AFSCHRIJVING" to REG-SOORT(WS-REG-COUNT)
               move SEL-FAKTUURNR(WS-SEL-IDX)
                   to REG-FAKTUURNR(WS-REG-COUNT)
               move SEL-KLANTNR(WS-SEL-IDX) to REG-KLANTNR(WS-REG-COUNT)
               move SEL-DATUM(WS-SEL-IDX)
                   to REG-FACTUURDATUM(WS-REG-COUNT)
               move SEL-TARIEF(WS-SEL-IDX) to REG-TARIEF(WS-REG-COUNT)
               move SEL-TOTAAL(WS-SEL-IDX) to REG-TOTAAL(WS-REG-COUNT)
               move WS-ONTVANGEN to REG-ONTVANGEN(WS-REG-COUNT)
               move WS-ONBETAALD to REG-BASIS(WS-REG-COUNT)
               move WS-BTW-TERUG to REG-BTW(WS-REG-COUNT)
               move WS-KWARTAAL to REG-KWARTAAL(WS-REG-COUNT)
               move WS-VANDAAG to REG-DATUM(WS-REG-COUNT)
               move SEL-REDEN(WS-SEL-IDX) to REG-REDEN(WS-REG-COUNT)
               move SEL-BEWIJS(WS-SEL-IDX) to REG-BEWIJS(WS-REG-COUNT)
               move LINK-OPERATOR-ID to REG-OPERATOR(WS-REG-COUNT)
               move "Y" to SEL-VERWERKT(WS-SEL-IDX)
               add 1 to WS-AFGESCHREVEN-COUNT
               add WS-BTW-TERUG to WS-TOT-TERUG
               move WS-ONBETAALD to DISPLAY-AMT
               move WS-BTW-TERUG to DISPLAY-AMT-2
               display "Faktuur " SEL-FAKTUURNR(WS-SEL-IDX)
                   " afgeschreven: onbetaald "
                   function trim(DISPLAY-AMT) ", BTW terug "
                   function trim(DISPLAY-AMT-2).
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-LATE-RECEIPTS: a written-off invoice that has received
      *> more than was known at the write-off and at every HERSTEL
      *> since -- the VAT on the new receipt is due again, never more
      *> than was recovered.
      *>----------------------------------------------------------------
           4000-LATE-RECEIPTS.
               move WS-REG-COUNT to WS-REG-IDX-2
               perform varying WS-REG-IDX from 1 by 1
                       until WS-REG-IDX > WS-REG-IDX-2
                   if REG-SOORT(WS-REG-IDX) = "AFSCHRIJVING"
                       perform 4100-ONE-WRITE-OFF thru 4100-EXIT
                   end-if
               end-perform.
           4000-EXIT.
               exit.

           4100-ONE-WRITE-OFF.
               move 0 to WS-ONTVANGEN
               perform varying PAYMENT-IDX from 1 by 1
                       until PAYMENT-IDX > WS-PAYMENT-COUNT
                   if PAY-FAKTUURNR(PAYMENT-IDX)
                           = REG-FAKTUURNR(WS-REG-IDX)
                       if PAY-VOLLEDIG(PAYMENT-IDX) = "Y"
                           move REG-TOTAAL(WS-REG-IDX) to WS-ONTVANGEN
                       else
                           move PAY-ONTVANGEN(PAYMENT-IDX)
                               to WS-ONTVANGEN
                       end-if
                       exit perform
                   end-if
               end-perform
               move REG-ONTVANGEN(WS-REG-IDX) to WS-AL-VERWERKT
               move 0 to WS-AL-HERSTELD
               perform varying WS-REG-IDX-3 from 1 by 1
                       until WS-REG-IDX-3 > WS-REG-COUNT
                   if REG-SOORT(WS-REG-IDX-3) = "HERSTEL"
                       and REG-FAKTUURNR(WS-REG-IDX-3)
                           = REG-FAKTUURNR(WS-REG-IDX)
                       add REG-ONTVANGEN(WS-REG-IDX-3)
                           to WS-AL-VERWERKT
                       add REG-BTW(WS-REG-IDX-3) to WS-AL-HERSTELD
                   end-if
               end-perform
               compute WS-NIEUW-ONTVANGEN =
                   WS-ONTVANGEN - WS-AL-VERWERKT
               if WS-NIEUW-ONTVANGEN <= 0
                   go to 4100-EXIT
               end-if
               compute WS-BTW-HERSTEL
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-NIEUW-ONTVANGEN * REG-BTW(WS-REG-IDX)
                       / REG-BASIS(WS-REG-IDX)
               if WS-BTW-HERSTEL > REG-BTW(WS-REG-IDX) - WS-AL-HERSTELD
                   compute WS-BTW-HERSTEL =
                       REG-BTW(WS-REG-IDX) - WS-AL-HERSTELD
               end-if
               if WS-BTW-HERSTEL <= 0
                   go to 4100-EXIT
               end-if
               if WS-REG-COUNT >= 2000
                   display "Register table full -- ontvangst op "
                       REG-FAKTUURNR(WS-REG-IDX) " niet verwerkt."
                   move 1 to WS-RETURN-CODE
                   go to 4100-EXIT
               end-if
               add 1 to WS-REG-COUNT
               add 1 to WS-REG-NIEUW
               move REG-ENTRY(WS-REG-IDX) to REG-ENTRY(WS-REG-COUNT)
               move "HERSTEL" to REG-SOORT(WS-REG-COUNT)
               move WS-NIEUW-ONTVANGEN to REG-ONTVANGEN(WS-REG-COUNT)
               move WS-BTW-HERSTEL to REG-BTW(WS-REG-COUNT)
               move WS-KWARTAAL to REG-KWARTAAL(WS-REG-COUNT)
               move WS-VANDAAG to REG-DATUM(WS-REG-COUNT)
               move "Betaling na afschrijving"
                   to REG-REDEN(WS-REG-COUNT)
               move "Payments.csv" to REG-BEWIJS(WS-REG-COUNT)
               move LINK-OPERATOR-ID to REG-OPERATOR(WS-REG-COUNT)
               add 1 to WS-HERSTEL-COUNT
               add WS-BTW-HERSTEL to WS-TOT-HERSTEL
               move WS-NIEUW-ONTVANGEN to DISPLAY-AMT
               move WS-BTW-HERSTEL to DISPLAY-AMT-2
               display "LET OP: faktuur " REG-FAKTUURNR(WS-REG-IDX)
                   " (afgeschreven " REG-KWARTAAL(WS-REG-IDX)
                   ") toch betaald: " function trim(DISPLAY-AMT)
                   " ontvangen, BTW opnieuw verschuldigd "
                   function trim(DISPLAY-AMT-2).
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-APPEND-REGISTER: this run's rows onto the register.
      *>----------------------------------------------------------------
           5000-APPEND-REGISTER.
               if WS-REG-NIEUW = 0
                   go to 5000-EXIT
               end-if
               open extend REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   open output REGISTER-FILE
                   if WS-REGISTER-STATUS not = "00"
                       display "Error opening Oninbaar-Register.csv: "
                           WS-REGISTER-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 5000-EXIT
                   end-if
                   move spaces to REGISTER-REGEL
                   string "Soort,Faktuurnr,Klantnummer,Factuurdatum,"
                              delimited by size
                          "Tarief,Totaal,Ontvangen,Basis,BTW,"
                              delimited by size
                          "Kwartaal,Datum,Reden,Bewijs,Operator"
                              delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-if
               compute WS-REG-IDX = WS-REG-COUNT - WS-REG-NIEUW + 1
               perform varying WS-REG-IDX from WS-REG-IDX by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   inspect REG-REDEN(WS-REG-IDX)
                       replacing all "," by " "
                   inspect REG-BEWIJS(WS-REG-IDX)
                       replacing all "," by " "
                   move REG-TOTAAL(WS-REG-IDX) to DISPLAY-AMT
                   move REG-ONTVANGEN(WS-REG-IDX) to DISPLAY-AMT-2
                   move REG-BASIS(WS-REG-IDX) to DISPLAY-AMT-3
                   move REG-BTW(WS-REG-IDX) to DISPLAY-AMT-4
                   move spaces to WS-REGISTER-BUF
                   string function trim(REG-SOORT(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(REG-FAKTUURNR(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(REG-KLANTNR(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(REG-FACTUURDATUM(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(REG-TARIEF(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AMT) delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AMT-2)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AMT-3)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AMT-4)
                              delimited by size
                       into WS-REGISTER-BUF
                   end-string
                   move spaces to REGISTER-REGEL
                   string function trim(WS-REGISTER-BUF)
                              delimited by size
                          "," delimited by size
                          REG-KWARTAAL(WS-REG-IDX) delimited by size
                          "," delimited by size
                          function trim(REG-DATUM(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(REG-REDEN(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(REG-BEWIJS(WS-REG-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(REG-OPERATOR(WS-REG-IDX))
                              delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-perform
               close REGISTER-FILE.
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-REWRITE-SELECTIE: what was written off leaves the
      *> selection, what was refused stays for correction.
      *>----------------------------------------------------------------
           5100-REWRITE-SELECTIE.
               if WS-AFGESCHREVEN-COUNT = 0
                   go to 5100-EXIT
               end-if
               open output SELECTIE-FILE
               if WS-SELECTIE-STATUS not = "00"
                   display "Error rewriting Oninbaar-Selectie.csv: "
                       WS-SELECTIE-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5100-EXIT
               end-if
               move "Faktuurnr,Reden,Bewijs" to SELECTIE-REGEL
               write SELECTIE-REGEL
               perform varying WS-SEL-IDX from 1 by 1
                       until WS-SEL-IDX > WS-SEL-COUNT
                   if SEL-VERWERKT(WS-SEL-IDX) not = "Y"
                       move spaces to SELECTIE-REGEL
                       string function trim(SEL-FAKTUURNR(WS-SEL-IDX))
                                  delimited by size
                              "," delimited by size
                              function trim(SEL-REDEN(WS-SEL-IDX))
                                  delimited by size
                              "," delimited by size
                              function trim(SEL-BEWIJS(WS-SEL-IDX))
                                  delimited by size
                           into SELECTIE-REGEL
                       end-string
                       write SELECTIE-REGEL
                   end-if
               end-perform
               close SELECTIE-FILE.
           5100-EXIT.
               exit.
