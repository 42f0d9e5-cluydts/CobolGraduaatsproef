      *>----------------------------------------------------------------
      *> CommissionRun -- the month's sales commissions, earned on
      *> what the customers actually paid. Every customer carries its
      *> sales representative's PersNr in the Vertegenwoordiger
      *> column of Klanten.csv; the rate per representative comes off
      *> Commissie-Tarieven.csv (Vertegenwoordiger,Percentage, a "*"
      *> row being the rate for everyone not listed). An invoice
      *> earns its commission in the month the payment that settles it
      *> falls in (Payments.csv, the DatumBetaald column; a receipt
      *> without an amount settles in full, the way the aging reads
      *> it), on its amount excluding VAT -- the numbered sales rows of
      *> the VATCalculation Output files, summed per Faktuurnr. A
      *> credit note claws its commission back in the month it is
      *> dated, at the same rate, as a negative line. Each invoice
      *> and credit note is commissioned once: Commissie-Register.csv
      *> keeps every line taken, and a second run of the same month
      *> is refused.
      *> The month's total per representative is appended to
      *> Commissies.csv (PersNr,Periode,Bedrag,Status,RunId,
      *> BetaaldIn) as an OPEN variable-pay row; SalaryCalculation
      *> adds the OPEN rows of the employee to the gross of the next
      *> payroll -- taxable like any salary -- and marks them
      *> UITBETAALD with its Run-ID and pay period.
      *> A representative gets Commissie-Overzicht-<PersNr>-<YYYY-MM>
      *> .txt listing the invoices behind the figure.
      *>----------------------------------------------------------------
       identification division.
       program-id. CommissionRun.
       environment division.
       input-output section.
       file-control.
             select FILE-LIST-FILE assign to "COMMISSIE-FILELIST.TMP"
                 organization is line sequential
                 file status is WS-FILELIST-STATUS.
             select REPORT-INPUT-FILE
                 assign dynamic DYNAMIC-REPORT-INFILE
                 organization is line sequential
                 file status is WS-INPUT-STATUS.
             select PAYMENTS-FILE assign to "Payments.csv"
                 organization is line sequential
                 file status is WS-PAYMENTS-STATUS.
             select CUSTOMER-FILE assign to "Klanten.csv"
                 organization is line sequential
                 file status is WS-CUSTOMER-STATUS.
             select TARIEF-FILE assign to "Commissie-Tarieven.csv"
                 organization is line sequential
                 file status is WS-TARIEF-STATUS.
             select EMPLOYEE-FILE assign to "Werknemers.csv"
                 organization is line sequential
                 file status is WS-EMPLOYEE-STATUS.
             select REGISTER-FILE assign to "Commissie-Register.csv"
                 organization is line sequential
                 file status is WS-REGISTER-STATUS.
             select VARPAY-FILE assign to "Commissies.csv"
                 organization is line sequential
                 file status is WS-VARPAY-STATUS.
             select OVERZICHT-FILE assign dynamic DYNAMIC-OVERZICHTFILE
                 organization is line sequential
                 file status is WS-OVERZICHT-STATUS.
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
           01 PAYMENTS-REGEL pic x(60).

           fd CUSTOMER-FILE.
           01 CUSTOMER-REGEL pic x(200).

           fd TARIEF-FILE.
           01 TARIEF-REGEL pic x(40).

           fd EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(250).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(120).

           fd VARPAY-FILE.
           01 VARPAY-REGEL pic x(60).

           fd OVERZICHT-FILE.
           01 OVERZICHT-REGEL pic x(100).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-FILELIST-STATUS pic xx.
           01 FILELIST-EOF-FLAG pic x(1) value "0".
           01 WS-LS-COMMAND pic x(100).
           01 WS-FILES-FOUND pic 9(5) value 0.
           01 DYNAMIC-REPORT-INFILE pic x(30).
           01 DYNAMIC-OVERZICHTFILE pic x(60).
           01 WS-INPUT-STATUS pic xx.
           01 EOF-FLAG pic x(1).
           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-CUSTOMER-STATUS pic xx.
           01 WS-TARIEF-STATUS pic xx.
           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-VARPAY-STATUS pic xx.
           01 WS-OVERZICHT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 WS-ROWS-READ pic 9(7) value 0.
           01 WS-PATTERN pic x(60).

      *>    the commission month, YYYY-MM
           01 WS-PERIODE pic x(07).
           01 WS-JAAR pic 9(04).
           01 WS-MAAND pic 9(02).

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
           01 R-TOTAAL pic S9(7)V99.
           01 R-BTW pic S9(7)V99.

      *>    the sales invoices and credit notes, summed per Faktuurnr
           01 WS-FAK-COUNT pic 9(4) value 0.
           01 WS-FAK-IDX pic 9(4).
           01 WS-FAK-FOUND-IDX pic 9(4).
           01 FAKTUUR-TABLE.
               05 FAK-ENTRY OCCURS 2000 TIMES.
                   10 FAK-NUMMER pic x(10).
                   10 FAK-KLANTNR pic x(10).
                   10 FAK-DATUM pic x(10).
                   10 FAK-TOTAAL pic S9(9)V99.
                   10 FAK-BASIS pic S9(9)V99.

      *>    received per invoice from Payments.csv, split into what
      *>    came in before the month and what came in up to its end
           01 WS-PAYMENT-COUNT pic 9(4) value 0.
           01 WS-PAYMENT-LEESREGEL pic x(60).
           01 WS-PAY-FAKTUURNR-S pic x(10).
           01 WS-PAY-DATUM-S pic x(12).
           01 WS-PAY-BEDRAG-S pic x(14).
           01 WS-PAY-BEDRAG pic S9(9)V99.
           01 PAYMENT-TABLE.
               05 PAYMENT-ENTRY OCCURS 2000 TIMES
                       INDEXED BY PAYMENT-IDX.
                   10 PAY-FAKTUURNR pic x(10).
                   10 PAY-VOOR pic S9(9)V99.
                   10 PAY-TOT pic S9(9)V99.
                   10 PAY-VOLLEDIG-VOOR pic x(01).
                   10 PAY-VOLLEDIG-TOT pic x(01).
                   10 PAY-LAATSTE pic x(10).
           01 WS-PAY-FOUND-IDX pic 9(4).

      *>    customer -> representative
           01 WS-CUSTOMER-COUNT pic 9(5) value 0.
           01 WS-CUSTOMER-LEESREGEL pic x(200).
           01 WS-KL-VELD pic x(40) occurs 14 times.
           01 CUSTOMER-TABLE.
               05 CUSTOMER-ENTRY OCCURS 500 TIMES
                       INDEXED BY CUSTOMER-IDX.
                   10 CUST-NUMMER pic x(10).
                   10 CUST-VERTEGENW pic x(08).
           01 WS-VERTEGENW pic x(08).

      *>    rate per representative, "*" the default
           01 WS-TARIEF-COUNT pic 9(3) value 0.
           01 WS-TARIEF-LEESREGEL pic x(40).
           01 WS-TRF-PCT-S pic x(10).
           01 TARIEF-TABLE.
               05 TARIEF-ENTRY OCCURS 100 TIMES
                       INDEXED BY TARIEF-IDX.
                   10 TRF-PERSNR pic x(08).
                   10 TRF-PCT pic 9(2)V99.
           01 WS-PCT pic 9(2)V99.
           01 WS-PCT-GEVONDEN pic x(01).

      *>    the representatives on the payroll master
           01 WS-EMPLOYEE-COUNT pic 9(4) value 0.
           01 WS-EMPLOYEE-LEESREGEL pic x(250).
           01 EMPLOYEE-TABLE.
               05 EMPLOYEE-ENTRY OCCURS 500 TIMES
                       INDEXED BY EMPLOYEE-IDX.
                   10 EMP-PERSNR pic x(08).
                   10 EMP-NAAM pic x(30).

      *>    every line ever commissioned, plus this run's new ones
           01 WS-REG-COUNT pic 9(4) value 0.
           01 WS-REG-IDX pic 9(4).
           01 WS-REG-EERSTE-NIEUW pic 9(4).
           01 WS-REG-NIEUW pic 9(4) value 0.
           01 WS-REG-LEESREGEL pic x(120).
           01 WS-REG-BASIS-S pic x(14).
           01 WS-REG-PCT-S pic x(10).
           01 WS-REG-COMMISSIE-S pic x(14).
           01 WS-AL-GENOMEN pic x(01).
           01 REGISTER-TABLE.
               05 REG-ENTRY OCCURS 3000 TIMES.
                   10 REG-FAKTUURNR pic x(10).
                   10 REG-KLANTNR pic x(10).
                   10 REG-PERSNR pic x(08).
                   10 REG-PERIODE pic x(07).
                   10 REG-SOORT pic x(10).
                   10 REG-DATUM pic x(10).
                   10 REG-BASIS pic S9(9)V99.
                   10 REG-PCT pic 9(2)V99.
                   10 REG-COMMISSIE pic S9(7)V99.
                   10 REG-OPERATOR pic x(12).

      *>    the variable-pay rows already on Commissies.csv
           01 WS-VARPAY-LEESREGEL pic x(60).
           01 WS-VP-PERSNR pic x(08).
           01 WS-VP-PERIODE pic x(07).
           01 WS-PERIODE-GEDAAN pic x(01) value "N".

      *>    this run's total per representative
           01 WS-REP-COUNT pic 9(3) value 0.
           01 WS-REP-IDX pic 9(3).
           01 WS-REP-FOUND-IDX pic 9(3).
           01 REP-TABLE.
               05 REP-ENTRY OCCURS 100 TIMES.
                   10 REP-PERSNR pic x(08).
                   10 REP-TOTAAL pic S9(7)V99.
                   10 REP-AANTAL pic 9(4).

           01 WS-COMMISSIE pic S9(7)V99.
           01 WS-TOT-COMMISSIE pic S9(9)V99 value 0.
           01 WS-ZONDER-VERTEGENW pic 9(4) value 0.
           01 WS-REP-NAAM pic x(30).
           01 WS-REP-GEVONDEN pic x(01).

           01 WS-CURRENT-DATETIME pic x(21).
           01 DISPLAY-AMT pic -(8)9.99.
           01 DISPLAY-AMT-2 pic -(8)9.99.
           01 DISPLAY-PCT pic Z9.99.
           01 DISPLAY-COUNT pic ZZZ9.
           01 WS-OVERZICHT-BUF pic x(100).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PATTERN pic x(60).
      *>    commission month, YYYY-MM -- blank is last month
           01 LINK-PERIOD pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PATTERN LINK-PERIOD
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move LINK-PATTERN to WS-PATTERN
           if function trim(WS-PATTERN) = spaces
               move "Output-*.csv" to WS-PATTERN
           end-if

      *>    the month -- given, or the one just closed.
           if LINK-PERIOD(1:4) numeric and LINK-PERIOD(5:1) = "-"
                   and LINK-PERIOD(6:2) numeric
                   and LINK-PERIOD(6:2) >= "01"
                   and LINK-PERIOD(6:2) <= "12"
               move LINK-PERIOD to WS-PERIODE
           else
               if function trim(LINK-PERIOD) not = spaces
                   display "Ongeldige maand (YYYY-MM verwacht): "
                       LINK-PERIOD
                   move 1 to return-code
                   goback
               end-if
               move WS-CURRENT-DATETIME(1:4) to WS-JAAR
               move WS-CURRENT-DATETIME(5:2) to WS-MAAND
               if WS-MAAND = 1
                   subtract 1 from WS-JAAR
                   move 12 to WS-MAAND
               else
                   subtract 1 from WS-MAAND
               end-if
               move spaces to WS-PERIODE
               string WS-JAAR "-" WS-MAAND delimited by size
                   into WS-PERIODE
               end-string
           end-if
           display "Commissiemaand: " WS-PERIODE

      *>    a month is commissioned once -- later receipts on its
      *>    invoices fall into the month they settle in.
           perform 1500-CHECK-PERIODE thru 1500-EXIT
           if WS-PERIODE-GEDAAN = "Y"
               display "Commissies voor " WS-PERIODE " zijn al"
                   " berekend (Commissies.csv) -- niets gedaan."
               move 1 to WS-RETURN-CODE
               go to 0900-WRITE-RUNLOG
           end-if

           perform 1000-LOAD-PAYMENTS thru 1000-EXIT
           perform 1100-LOAD-CUSTOMERS thru 1100-EXIT
           perform 1200-LOAD-TARIEVEN thru 1200-EXIT
           perform 1300-LOAD-EMPLOYEES thru 1300-EXIT
           perform 1400-LOAD-REGISTER thru 1400-EXIT

           string "ls -1 " delimited by size
                  function trim(WS-PATTERN) delimited by size
                  " 2>/dev/null > COMMISSIE-FILELIST.TMP"
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
                           perform 2000-SWEEP-ONE-FILE thru 2000-EXIT
                   end-read
               end-perform
               close FILE-LIST-FILE
           end-if
           call "SYSTEM" using "rm -f COMMISSIE-FILELIST.TMP"
           if WS-FILES-FOUND = 0
               display "No files matched: " function trim(WS-PATTERN)
               move 1 to WS-RETURN-CODE
               go to 0900-WRITE-RUNLOG
           end-if

           compute WS-REG-EERSTE-NIEUW = WS-REG-COUNT + 1
           perform 3000-COMMISSION thru 3000-EXIT
           perform 5000-APPEND-REGISTER thru 5000-EXIT
           perform 5100-APPEND-VARPAY thru 5100-EXIT
           perform 6000-WRITE-OVERZICHTEN thru 6000-EXIT

           move WS-REG-NIEUW to DISPLAY-COUNT
           move WS-TOT-COMMISSIE to DISPLAY-AMT
           display function trim(DISPLAY-COUNT)
               " commissielijn(en), totaal "
               function trim(DISPLAY-AMT)
           move WS-REP-COUNT to DISPLAY-COUNT
           display function trim(DISPLAY-COUNT)
               " vertegenwoordiger(s) -- OPEN in Commissies.csv voor"
               " de volgende loonberekening."
           if WS-ZONDER-VERTEGENW > 0
               move WS-ZONDER-VERTEGENW to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " betaalde faktu(u)r(en) zonder vertegenwoordiger"
                   " -- geen commissie."
           end-if.

      *>    shared audit trail -- one line per run, see RUNLOG.cpy.
           0900-WRITE-RUNLOG.
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
           move "CommissionRun" to LOG-PROGRAM-NAME
           move LINK-OPERATOR-ID to LOG-OPERATOR-ID
           move "Payments.csv" to LOG-INPUT-FILE
           move "Commissies.csv" to LOG-OUTPUT-FILE
           move WS-ROWS-READ to LOG-RECORDS-IN
           move WS-REG-NIEUW to LOG-RECORDS-OUT
           if WS-RETURN-CODE = 0
               move "SUCCESS" to LOG-FINAL-STATUS
           else
               move "FAILED" to LOG-FINAL-STATUS
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
      *> 1000-LOAD-PAYMENTS: received per invoice before the month and
      *> up to its end; receipts dated after the month are ignored, so
      *> a late run still sees the month as it closed.
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
                           move spaces to WS-PAY-DATUM-S
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
                   or WS-PAY-DATUM-S(1:7) > WS-PERIODE
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
                   move 0 to PAY-VOOR(WS-PAY-FOUND-IDX)
                   move 0 to PAY-TOT(WS-PAY-FOUND-IDX)
                   move "N" to PAY-VOLLEDIG-VOOR(WS-PAY-FOUND-IDX)
                   move "N" to PAY-VOLLEDIG-TOT(WS-PAY-FOUND-IDX)
                   move spaces to PAY-LAATSTE(WS-PAY-FOUND-IDX)
               end-if
               if WS-PAY-DATUM-S(1:10) > PAY-LAATSTE(WS-PAY-FOUND-IDX)
                   move WS-PAY-DATUM-S(1:10)
                       to PAY-LAATSTE(WS-PAY-FOUND-IDX)
               end-if
               if function trim(WS-PAY-BEDRAG-S) = spaces
                   or function test-numval-c(function trim(
                       WS-PAY-BEDRAG-S)) not = 0
                   move "Y" to PAY-VOLLEDIG-TOT(WS-PAY-FOUND-IDX)
                   if WS-PAY-DATUM-S(1:7) < WS-PERIODE
                       move "Y" to PAY-VOLLEDIG-VOOR(WS-PAY-FOUND-IDX)
                   end-if
               else
                   move function numval-c(function trim(
                       WS-PAY-BEDRAG-S)) to WS-PAY-BEDRAG
                   add WS-PAY-BEDRAG to PAY-TOT(WS-PAY-FOUND-IDX)
                   if WS-PAY-DATUM-S(1:7) < WS-PERIODE
                       add WS-PAY-BEDRAG to PAY-VOOR(WS-PAY-FOUND-IDX)
                   end-if
               end-if.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-CUSTOMERS: Klantnummer and the Vertegenwoordiger,
      *> the 15th column of Klanten.csv.
      *>----------------------------------------------------------------
           1100-LOAD-CUSTOMERS.
               open input CUSTOMER-FILE
               if WS-CUSTOMER-STATUS not = "00"
                   display "Klanten.csv not found."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read CUSTOMER-FILE into WS-CUSTOMER-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CUSTOMER-FILE into WS-CUSTOMER-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-CUSTOMER-COUNT >= 500
                               display "Klantentabel vol, "
                                   "overgeslagen: "
                                   WS-CUSTOMER-LEESREGEL(1:40)
                           else
                               perform 1110-ONE-CUSTOMER thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close CUSTOMER-FILE.
           1100-EXIT.
               exit.

           1110-ONE-CUSTOMER.
               move spaces to WS-VERTEGENW
               perform varying WS-REP-IDX from 1 by 1
                       until WS-REP-IDX > 14
                   move spaces to WS-KL-VELD(WS-REP-IDX)
               end-perform
               unstring function trim(WS-CUSTOMER-LEESREGEL)
                   delimited by ","
                   into WS-KL-VELD(1) WS-KL-VELD(2) WS-KL-VELD(3)
                        WS-KL-VELD(4) WS-KL-VELD(5) WS-KL-VELD(6)
                        WS-KL-VELD(7) WS-KL-VELD(8) WS-KL-VELD(9)
                        WS-KL-VELD(10) WS-KL-VELD(11) WS-KL-VELD(12)
                        WS-KL-VELD(13) WS-KL-VELD(14) WS-VERTEGENW
               end-unstring
               if function trim(WS-KL-VELD(1)) = spaces
                   go to 1110-EXIT
               end-if
               add 1 to WS-CUSTOMER-COUNT
               move WS-KL-VELD(1) to CUST-NUMMER(WS-CUSTOMER-COUNT)
               move function trim(WS-VERTEGENW)
                   to CUST-VERTEGENW(WS-CUSTOMER-COUNT).
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-TARIEVEN: commission percentage per representative.
      *>----------------------------------------------------------------
           1200-LOAD-TARIEVEN.
               open input TARIEF-FILE
               if WS-TARIEF-STATUS not = "00"
                   display "Commissie-Tarieven.csv not found."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               read TARIEF-FILE into WS-TARIEF-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TARIEF-FILE into WS-TARIEF-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-TARIEF-COUNT < 100
                               and function trim(WS-TARIEF-LEESREGEL)
                                   not = spaces
                               add 1 to WS-TARIEF-COUNT
                               move spaces to WS-TRF-PCT-S
                               unstring function trim(
                                       WS-TARIEF-LEESREGEL)
                                   delimited by ","
                                   into TRF-PERSNR(WS-TARIEF-COUNT)
                                        WS-TRF-PCT-S
                               end-unstring
                               if function test-numval(function trim(
                                       WS-TRF-PCT-S)) = 0
                                   move function numval(function trim(
                                       WS-TRF-PCT-S))
                                       to TRF-PCT(WS-TARIEF-COUNT)
                               else
                                   display "Ongeldig percentage,"
                                       " genegeerd: "
                                       WS-TARIEF-LEESREGEL
                                   subtract 1 from WS-TARIEF-COUNT
                               end-if
                           end-if
                   end-read
               end-perform
               close TARIEF-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-LOAD-EMPLOYEES: PersNr and name off Werknemers.csv -- a
      *> representative must be on the payroll to be paid through it.
      *>----------------------------------------------------------------
           1300-LOAD-EMPLOYEES.
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   display "Werknemers.csv not found."
                   move 1 to WS-RETURN-CODE
                   go to 1300-EXIT
               end-if
               read EMPLOYEE-FILE into WS-EMPLOYEE-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into WS-EMPLOYEE-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-EMPLOYEE-COUNT < 500
                               add 1 to WS-EMPLOYEE-COUNT
                               unstring function trim(
                                       WS-EMPLOYEE-LEESREGEL)
                                   delimited by ","
                                   into EMP-PERSNR(WS-EMPLOYEE-COUNT)
                                        EMP-NAAM(WS-EMPLOYEE-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close EMPLOYEE-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1400-LOAD-REGISTER: every invoice and credit note already
      *> commissioned.
      *>----------------------------------------------------------------
           1400-LOAD-REGISTER.
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1400-EXIT
               end-if
               read REGISTER-FILE into WS-REG-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into WS-REG-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-REG-COUNT >= 3000
                               display "Register table full, skipping: "
                                   WS-REG-LEESREGEL
                           else
                               add 1 to WS-REG-COUNT
                               move spaces to REG-ENTRY(WS-REG-COUNT)
                               move spaces to WS-REG-BASIS-S
                               move spaces to WS-REG-PCT-S
                               move spaces to WS-REG-COMMISSIE-S
                               unstring function trim(WS-REG-LEESREGEL)
                                   delimited by ","
                                   into REG-FAKTUURNR(WS-REG-COUNT)
                                        REG-KLANTNR(WS-REG-COUNT)
                                        REG-PERSNR(WS-REG-COUNT)
                                        REG-PERIODE(WS-REG-COUNT)
                                        REG-SOORT(WS-REG-COUNT)
                                        REG-DATUM(WS-REG-COUNT)
                                        WS-REG-BASIS-S
                                        WS-REG-PCT-S
                                        WS-REG-COMMISSIE-S
                                        REG-OPERATOR(WS-REG-COUNT)
                               end-unstring
                               move function numval-c(function trim(
                                   WS-REG-BASIS-S))
                                   to REG-BASIS(WS-REG-COUNT)
                               move function numval(function trim(
                                   WS-REG-PCT-S))
                                   to REG-PCT(WS-REG-COUNT)
                               move function numval-c(function trim(
                                   WS-REG-COMMISSIE-S))
                                   to REG-COMMISSIE(WS-REG-COUNT)
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1500-CHECK-PERIODE: has this month been commissioned before?
      *>----------------------------------------------------------------
           1500-CHECK-PERIODE.
               open input VARPAY-FILE
               if WS-VARPAY-STATUS not = "00"
                   go to 1500-EXIT
               end-if
               read VARPAY-FILE into WS-VARPAY-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read VARPAY-FILE into WS-VARPAY-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-VP-PERSNR
                           move spaces to WS-VP-PERIODE
                           unstring function trim(WS-VARPAY-LEESREGEL)
                               delimited by ","
                               into WS-VP-PERSNR WS-VP-PERIODE
                           end-unstring
                           if WS-VP-PERIODE = WS-PERIODE
                               move "Y" to WS-PERIODE-GEDAAN
                           end-if
                   end-read
               end-perform
               close VARPAY-FILE.
           1500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SWEEP-ONE-FILE: the numbered sales rows, summed into one
      *> entry per Faktuurnr -- Totaal incl. VAT to test the payments
      *> against, Totaal less the VAT as the commission base.
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
               move function numval-c(function trim(R-TOTAAL-S))
                   to R-TOTAAL
               move function numval-c(function trim(R-BEDRAG-S))
                   to R-BTW
               move 0 to WS-FAK-FOUND-IDX
               perform varying WS-FAK-IDX from 1 by 1
                       until WS-FAK-IDX > WS-FAK-COUNT
                   if FAK-NUMMER(WS-FAK-IDX)
                           = function trim(R-FAKTUURNR-S)
                       move WS-FAK-IDX to WS-FAK-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-FAK-FOUND-IDX = 0
                   if WS-FAK-COUNT >= 2000
                       display "Faktuurtabel vol, overgeslagen: "
                           R-FAKTUURNR-S
                       go to 2100-EXIT
                   end-if
                   add 1 to WS-FAK-COUNT
                   move WS-FAK-COUNT to WS-FAK-FOUND-IDX
                   move function trim(R-FAKTUURNR-S)
                       to FAK-NUMMER(WS-FAK-FOUND-IDX)
                   move function trim(R-KLANTNR-S)
                       to FAK-KLANTNR(WS-FAK-FOUND-IDX)
                   move R-DATUM-S to FAK-DATUM(WS-FAK-FOUND-IDX)
                   move 0 to FAK-TOTAAL(WS-FAK-FOUND-IDX)
                   move 0 to FAK-BASIS(WS-FAK-FOUND-IDX)
               end-if
               add R-TOTAAL to FAK-TOTAAL(WS-FAK-FOUND-IDX)
               compute FAK-BASIS(WS-FAK-FOUND-IDX) =
                   FAK-BASIS(WS-FAK-FOUND-IDX) + R-TOTAAL - R-BTW.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-COMMISSION: every invoice settled in the month and every
      *> credit note dated in it, not yet in the register, for a
      *> customer with a representative.
      *>----------------------------------------------------------------
           3000-COMMISSION.
               perform varying WS-FAK-IDX from 1 by 1
                       until WS-FAK-IDX > WS-FAK-COUNT
                   perform 3100-ONE-FAKTUUR thru 3100-EXIT
               end-perform.
           3000-EXIT.
               exit.

           3100-ONE-FAKTUUR.
               if FAK-TOTAAL(WS-FAK-IDX) = 0
                   go to 3100-EXIT
               end-if
               move "N" to WS-AL-GENOMEN
               perform varying WS-REG-IDX from 1 by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   if REG-FAKTUURNR(WS-REG-IDX) = FAK-NUMMER(WS-FAK-IDX)
                       move "Y" to WS-AL-GENOMEN
                       exit perform
                   end-if
               end-perform
               if WS-AL-GENOMEN = "Y"
                   go to 3100-EXIT
               end-if
               if FAK-TOTAAL(WS-FAK-IDX) < 0
      *>            credit note -- clawed back in the month it is dated
                   if FAK-DATUM(WS-FAK-IDX)(1:7) not = WS-PERIODE
                       go to 3100-EXIT
                   end-if
               else
      *>            invoice -- settled by the end of the month, not
      *>            yet settled before it
                   move 0 to WS-PAY-FOUND-IDX
                   perform varying PAYMENT-IDX from 1 by 1
                           until PAYMENT-IDX > WS-PAYMENT-COUNT
                       if PAY-FAKTUURNR(PAYMENT-IDX)
                               = FAK-NUMMER(WS-FAK-IDX)
                           set WS-PAY-FOUND-IDX to PAYMENT-IDX
                           exit perform
                       end-if
                   end-perform
                   if WS-PAY-FOUND-IDX = 0
                       go to 3100-EXIT
                   end-if
                   if PAY-VOLLEDIG-TOT(WS-PAY-FOUND-IDX) not = "Y"
                       and PAY-TOT(WS-PAY-FOUND-IDX)
                           < FAK-TOTAAL(WS-FAK-IDX)
                       go to 3100-EXIT
                   end-if
                   if PAY-VOLLEDIG-VOOR(WS-PAY-FOUND-IDX) = "Y"
                       or PAY-VOOR(WS-PAY-FOUND-IDX)
                           >= FAK-TOTAAL(WS-FAK-IDX)
                       go to 3100-EXIT
                   end-if
               end-if

               move spaces to WS-VERTEGENW
               perform varying CUSTOMER-IDX from 1 by 1
                       until CUSTOMER-IDX > WS-CUSTOMER-COUNT
                   if CUST-NUMMER(CUSTOMER-IDX)
                           = FAK-KLANTNR(WS-FAK-IDX)
                       move CUST-VERTEGENW(CUSTOMER-IDX) to WS-VERTEGENW
                       exit perform
                   end-if
               end-perform
               if WS-VERTEGENW = spaces
                   if FAK-TOTAAL(WS-FAK-IDX) > 0
                       add 1 to WS-ZONDER-VERTEGENW
                   end-if
                   go to 3100-EXIT
               end-if
               move "N" to WS-REP-GEVONDEN
               perform varying EMPLOYEE-IDX from 1 by 1
                       until EMPLOYEE-IDX > WS-EMPLOYEE-COUNT
                   if function trim(EMP-PERSNR(EMPLOYEE-IDX))
                           = WS-VERTEGENW
                       move "Y" to WS-REP-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-REP-GEVONDEN not = "Y"
                   display "Vertegenwoordiger " function trim(
                       WS-VERTEGENW) " van klant " function trim(
                       FAK-KLANTNR(WS-FAK-IDX)) " niet in"
                       " Werknemers.csv -- faktuur "
                       function trim(FAK-NUMMER(WS-FAK-IDX))
                       " blijft staan."
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if

      *>        the representative's rate, else the "*" default
               move 0 to WS-PCT
               move "N" to WS-PCT-GEVONDEN
               perform varying TARIEF-IDX from 1 by 1
                       until TARIEF-IDX > WS-TARIEF-COUNT
                   if function trim(TRF-PERSNR(TARIEF-IDX))
                           = WS-VERTEGENW
                       move TRF-PCT(TARIEF-IDX) to WS-PCT
                       move "Y" to WS-PCT-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-PCT-GEVONDEN = "N"
                   perform varying TARIEF-IDX from 1 by 1
                           until TARIEF-IDX > WS-TARIEF-COUNT
                       if function trim(TRF-PERSNR(TARIEF-IDX)) = "*"
                           move TRF-PCT(TARIEF-IDX) to WS-PCT
                           exit perform
                       end-if
                   end-perform
               end-if
               compute WS-COMMISSIE
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = FAK-BASIS(WS-FAK-IDX) * WS-PCT / 100

               if WS-REG-COUNT >= 3000
                   display "Register table full, faktuur "
                       function trim(FAK-NUMMER(WS-FAK-IDX))
                       " blijft staan."
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               add 1 to WS-REG-COUNT
               add 1 to WS-REG-NIEUW
               move spaces to REG-ENTRY(WS-REG-COUNT)
               move FAK-NUMMER(WS-FAK-IDX)
                   to REG-FAKTUURNR(WS-REG-COUNT)
               move FAK-KLANTNR(WS-FAK-IDX) to REG-KLANTNR(WS-REG-COUNT)
               move WS-VERTEGENW to REG-PERSNR(WS-REG-COUNT)
               move WS-PERIODE to REG-PERIODE(WS-REG-COUNT)
               if FAK-TOTAAL(WS-FAK-IDX) < 0
                   move "CREDITNOTA" to REG-SOORT(WS-REG-COUNT)
                   move FAK-DATUM(WS-FAK-IDX) to REG-DATUM(WS-REG-COUNT)
               else
                   move "BETAALD" to REG-SOORT(WS-REG-COUNT)
                   move PAY-LAATSTE(WS-PAY-FOUND-IDX)
                       to REG-DATUM(WS-REG-COUNT)
               end-if
               move FAK-BASIS(WS-FAK-IDX) to REG-BASIS(WS-REG-COUNT)
               move WS-PCT to REG-PCT(WS-REG-COUNT)
               move WS-COMMISSIE to REG-COMMISSIE(WS-REG-COUNT)
               move LINK-OPERATOR-ID to REG-OPERATOR(WS-REG-COUNT)
               add WS-COMMISSIE to WS-TOT-COMMISSIE

      *>        onto the representative's month total
               move 0 to WS-REP-FOUND-IDX
               perform varying WS-REP-IDX from 1 by 1
                       until WS-REP-IDX > WS-REP-COUNT
                   if REP-PERSNR(WS-REP-IDX) = WS-VERTEGENW
                       move WS-REP-IDX to WS-REP-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-REP-FOUND-IDX = 0
                   add 1 to WS-REP-COUNT
                   move WS-REP-COUNT to WS-REP-FOUND-IDX
                   move WS-VERTEGENW to REP-PERSNR(WS-REP-FOUND-IDX)
                   move 0 to REP-TOTAAL(WS-REP-FOUND-IDX)
                   move 0 to REP-AANTAL(WS-REP-FOUND-IDX)
               end-if
               add WS-COMMISSIE to REP-TOTAAL(WS-REP-FOUND-IDX)
               add 1 to REP-AANTAL(WS-REP-FOUND-IDX).
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-APPEND-REGISTER: this run's lines onto
      *> Commissie-Register.csv.
      *>----------------------------------------------------------------
           5000-APPEND-REGISTER.
               if WS-REG-NIEUW = 0
                   go to 5000-EXIT
               end-if
               open extend REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   open output REGISTER-FILE
                   move spaces to REGISTER-REGEL
                   string "Faktuurnr,Klantnummer,PersNr,Periode,Soort,"
                          "Datum,Basis,Percentage,Commissie,Operator"
                              delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-if
               perform varying WS-REG-IDX from WS-REG-EERSTE-NIEUW by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   move REG-BASIS(WS-REG-IDX) to DISPLAY-AMT
                   move REG-COMMISSIE(WS-REG-IDX) to DISPLAY-AMT-2
                   move REG-PCT(WS-REG-IDX) to DISPLAY-PCT
                   move spaces to REGISTER-REGEL
                   string
                       function trim(REG-FAKTUURNR(WS-REG-IDX)) ","
                       function trim(REG-KLANTNR(WS-REG-IDX)) ","
                       function trim(REG-PERSNR(WS-REG-IDX)) ","
                       REG-PERIODE(WS-REG-IDX) ","
                       function trim(REG-SOORT(WS-REG-IDX)) ","
                       function trim(REG-DATUM(WS-REG-IDX)) ","
                       function trim(DISPLAY-AMT) ","
                       function trim(DISPLAY-PCT) ","
                       function trim(DISPLAY-AMT-2) ","
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
      *> 5100-APPEND-VARPAY: one OPEN row per representative on
      *> Commissies.csv for the payroll to pick up. A negative month
      *> (more clawed back than earned) is written too -- the payroll
      *> nets it against the next commissions instead of paying it.
      *>----------------------------------------------------------------
           5100-APPEND-VARPAY.
               if WS-REP-COUNT = 0
                   go to 5100-EXIT
               end-if
               open extend VARPAY-FILE
               if WS-VARPAY-STATUS not = "00"
                   open output VARPAY-FILE
                   move "PersNr,Periode,Bedrag,Status,RunId,BetaaldIn"
                       to VARPAY-REGEL
                   write VARPAY-REGEL
               end-if
               perform varying WS-REP-IDX from 1 by 1
                       until WS-REP-IDX > WS-REP-COUNT
                   move REP-TOTAAL(WS-REP-IDX) to DISPLAY-AMT
                   move spaces to VARPAY-REGEL
                   string
                       function trim(REP-PERSNR(WS-REP-IDX)) ","
                       WS-PERIODE ","
                       function trim(DISPLAY-AMT) ","
                       "OPEN,"
                       delimited by size
                       into VARPAY-REGEL
                   end-string
                   write VARPAY-REGEL
               end-perform
               close VARPAY-FILE.
           5100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-WRITE-OVERZICHTEN: Commissie-Overzicht-<PersNr>-<YYYY-MM>
      *> .txt per representative -- every invoice and credit note
      *> behind the month's figure.
      *>----------------------------------------------------------------
           6000-WRITE-OVERZICHTEN.
               perform varying WS-REP-IDX from 1 by 1
                       until WS-REP-IDX > WS-REP-COUNT
                   perform 6100-ONE-OVERZICHT thru 6100-EXIT
               end-perform.
           6000-EXIT.
               exit.

           6100-ONE-OVERZICHT.
               move spaces to WS-REP-NAAM
               perform varying EMPLOYEE-IDX from 1 by 1
                       until EMPLOYEE-IDX > WS-EMPLOYEE-COUNT
                   if function trim(EMP-PERSNR(EMPLOYEE-IDX))
                           = REP-PERSNR(WS-REP-IDX)
                       move EMP-NAAM(EMPLOYEE-IDX) to WS-REP-NAAM
                       exit perform
                   end-if
               end-perform
               move spaces to DYNAMIC-OVERZICHTFILE
               string "Commissie-Overzicht-" delimited by size
                      function trim(REP-PERSNR(WS-REP-IDX))
                          delimited by size
                      "-" delimited by size
                      WS-PERIODE delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-OVERZICHTFILE
               end-string
               open output OVERZICHT-FILE
               if WS-OVERZICHT-STATUS not = "00"
                   display "Cannot write "
                       function trim(DYNAMIC-OVERZICHTFILE) ": "
                       WS-OVERZICHT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6100-EXIT
               end-if
               move spaces to OVERZICHT-REGEL
               string "COMMISSIE-OVERZICHT " WS-PERIODE
                   delimited by size
                   into OVERZICHT-REGEL
               end-string
               write OVERZICHT-REGEL
               move spaces to OVERZICHT-REGEL
               string "Vertegenwoordiger: " delimited by size
                      function trim(REP-PERSNR(WS-REP-IDX))
                          delimited by size
                      " " delimited by size
                      function trim(WS-REP-NAAM) delimited by size
                   into OVERZICHT-REGEL
               end-string
               write OVERZICHT-REGEL
               move spaces to OVERZICHT-REGEL
               write OVERZICHT-REGEL
               move spaces to OVERZICHT-REGEL
               move "Faktuur" to OVERZICHT-REGEL(1:10)
               move "Klant" to OVERZICHT-REGEL(12:10)
               move "Soort" to OVERZICHT-REGEL(23:10)
               move "Datum" to OVERZICHT-REGEL(34:10)
               move "Basis" to OVERZICHT-REGEL(51:5)
               move "Pct" to OVERZICHT-REGEL(59:3)
               move "Commissie" to OVERZICHT-REGEL(65:9)
               write OVERZICHT-REGEL
               perform varying WS-REG-IDX from WS-REG-EERSTE-NIEUW by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   if REG-PERSNR(WS-REG-IDX) = REP-PERSNR(WS-REP-IDX)
                       move REG-BASIS(WS-REG-IDX) to DISPLAY-AMT
                       move REG-COMMISSIE(WS-REG-IDX) to DISPLAY-AMT-2
                       move REG-PCT(WS-REG-IDX) to DISPLAY-PCT
                       move spaces to OVERZICHT-REGEL
                       move REG-FAKTUURNR(WS-REG-IDX)
                           to OVERZICHT-REGEL(1:10)
                       move REG-KLANTNR(WS-REG-IDX)
                           to OVERZICHT-REGEL(12:10)
                       move REG-SOORT(WS-REG-IDX)
                           to OVERZICHT-REGEL(23:10)
                       move REG-DATUM(WS-REG-IDX)
                           to OVERZICHT-REGEL(34:10)
                       move DISPLAY-AMT to OVERZICHT-REGEL(44:12)
                       move DISPLAY-PCT to OVERZICHT-REGEL(57:5)
                       move DISPLAY-AMT-2 to OVERZICHT-REGEL(62:12)
                       write OVERZICHT-REGEL
                   end-if
               end-perform
               move spaces to OVERZICHT-REGEL
               write OVERZICHT-REGEL
               move REP-TOTAAL(WS-REP-IDX) to DISPLAY-AMT
               move spaces to OVERZICHT-REGEL
               string "Totaal commissie " delimited by size
                      WS-PERIODE delimited by size
                      ": " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into OVERZICHT-REGEL
               end-string
               write OVERZICHT-REGEL
               move spaces to OVERZICHT-REGEL
               if REP-TOTAAL(WS-REP-IDX) < 0
                   string "Negatief saldo -- verrekend met de volgende"
                          " commissies via de loonberekening."
                       delimited by size
                       into OVERZICHT-REGEL
                   end-string
               else
                   string "Uitbetaald als belastbare variabele"
                          " verloning bij de volgende loonberekening."
                       delimited by size
                       into OVERZICHT-REGEL
                   end-string
               end-if
               write OVERZICHT-REGEL
               close OVERZICHT-FILE
               display "Overzicht geschreven: "
                   function trim(DYNAMIC-OVERZICHTFILE).
           6100-EXIT.
               exit.
