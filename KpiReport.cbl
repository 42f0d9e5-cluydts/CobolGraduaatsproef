      *>----------------------------------------------------------------
      *> KpiReport -- the monthly management figures, each off the
      *> file that already holds it, for the 13 months up to and
      *> including one period (YYYY-MM, blank = last month), so every
      *> month is reckoned by the same rules and the trend compares:
      *>   Omzet        sales excl. BTW off the VAT Output rows
      *>                (VERKOOP / VERLEGD / VOORSCHOT / SLOT / OSS-),
      *>                by Factuurdatum -- and the same month a year
      *>                before, with the growth in percent;
      *>   Debiteuren   at month-end: every sales invoice dated up to
      *>                then, incl. BTW, less what Payments.csv has
      *>                paid on it by then;
      *>   DSO          Debiteuren / sales incl. BTW of the month and
      *>                the two before * 90 days;
      *>   Achterstal.  the part of Debiteuren past its Vervaldatum
      *>                (none on the row: Factuurdatum + 30), in
      *>                percent of Debiteuren;
      *>   Crediteuren  at month-end: the AANKOOP rows incl. BTW dated
      *>                up to then, less Ap-Betaald.csv paid by then
      *>                (a GEWEIGERD payment paid nothing);
      *>   DPO          Crediteuren / purchases incl. BTW of the month
      *>                and the two before * 90 days;
      *>   Personeel    gross pay plus employer RSZ off
      *>                Payroll-History.csv (through HistorySelect),
      *>                and in percent of the month's Omzet;
      *>   Koppen/FTE   Werknemers.csv in service on the month's last
      *>                day (InDienst up to it, UitDienst blank or not
      *>                before it), FTE summed (blank counts 1.00);
      *>   Liquide      accounts 55 and 57 in GL-Saldi.csv, cumulated
      *>                to month-end -- the reconciled bank balance of
      *>                Bank-Saldi.csv is printed beside it for today.
      *> Output: the one-page KPI-Rapport-<periode>.txt and the same
      *> figures in KPI-Rapport-<periode>.csv. The VAT Output files
      *> are found through a file pattern (blank = Output-*.csv).
      *>----------------------------------------------------------------
       identification division.
       program-id. KpiReport.
       environment division.
       input-output section.
       file-control.
           select FILE-LIST-FILE assign to "KPI-FILELIST.TMP"
               organization is line sequential
               file status is WS-FILELIST-STATUS.
           select INPUT-FILE assign dynamic DYNAMIC-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select PAYMENTS-FILE assign to "Payments.csv"
               organization is line sequential
               file status is WS-PAYMENTS-STATUS.
           select APBETAALD-FILE assign to "Ap-Betaald.csv"
               organization is line sequential
               file status is WS-APBETAALD-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select WERKNEMER-FILE assign to "Werknemers.csv"
               organization is line sequential
               file status is WS-WERKNEMER-STATUS.
           select SALDI-FILE assign to "GL-Saldi.csv"
               organization is line sequential
               file status is WS-SALDI-STATUS.
           select BANKSALDI-FILE assign to "Bank-Saldi.csv"
               organization is line sequential
               file status is WS-BANKSALDI-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select CSV-FILE assign dynamic DYNAMIC-CSVFILE
               organization is line sequential
               file status is WS-CSV-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd INPUT-FILE.
           01 INPUT-REGEL pic x(200).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd APBETAALD-FILE.
           01 APBETAALD-REGEL pic x(80).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(150).

           fd WERKNEMER-FILE.
           01 WERKNEMER-REGEL pic x(300).

           fd SALDI-FILE.
           01 SALDI-REGEL pic x(100).

           fd BANKSALDI-FILE.
           01 BANKSALDI-REGEL pic x(50).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

           fd CSV-FILE.
           01 CSV-REGEL pic x(200).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-FILELIST-STATUS pic xx.
           01 WS-INPUT-STATUS pic xx.
           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-APBETAALD-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-WERKNEMER-STATUS pic xx.
           01 WS-SALDI-STATUS pic xx.
           01 WS-BANKSALDI-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-CSV-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 FILELIST-EOF-FLAG pic x(01).
           01 WS-LS-COMMAND pic x(120).
           01 DYNAMIC-INFILE pic x(30).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 DYNAMIC-CSVFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-PERIODE pic x(07).
           01 WS-VAT-PATTERN pic x(60).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    the history arrives through HistorySelect -- the 13
      *>    months, segment and flat regime alike
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-KPI.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

      *>    the months: 1-25 in the window, 13-25 reported, month
      *>    k-12 the year before -- numbered off WS-BASIS
           01 WS-BASIS pic 9(06).
           01 WS-MI pic s9(06).
           01 WS-K pic 9(02).
           01 WS-K2 pic 9(02).
           01 WS-JAAR pic 9(04).
           01 WS-MAAND pic 9(02).
           01 WS-MND-NR pic 9(06).
           01 WS-DATUM-N pic 9(08).
           01 WS-DATUM-X redefines WS-DATUM-N pic x(08).
           01 WS-VOLGENDE-N pic 9(08).
           01 MAAND-TABLE.
               05 MAAND-ENTRY occurs 25 times.
                   10 MT-PERIODE pic x(07).
                   10 MT-EINDE pic x(10).
                   10 MT-OMZET pic s9(11)V99 value 0.
                   10 MT-OMZET-INCL pic s9(11)V99 value 0.
                   10 MT-AANKOOP-INCL pic s9(11)V99 value 0.
                   10 MT-DEBITEUREN pic s9(11)V99 value 0.
                   10 MT-ACHTERSTAL pic s9(11)V99 value 0.
                   10 MT-CREDITEUREN pic s9(11)V99 value 0.
                   10 MT-PERSONEEL pic s9(11)V99 value 0.
                   10 MT-KOPPEN pic 9(05) value 0.
                   10 MT-FTE pic 9(05)V99 value 0.
                   10 MT-LIQUIDE pic s9(13)V99 value 0.

      *>    the sales invoices, one entry per invoice number, with
      *>    what was paid on it by each reported month-end
           01 WS-FAC-COUNT pic 9(05) value 0.
           01 WS-FAC-VOL pic x(01) value "N".
           01 FAC-TABLE.
               05 FAC-ENTRY occurs 6000 times indexed by FAC-IDX.
                   10 FAC-NR pic x(10).
                   10 FAC-DATUM pic x(10).
                   10 FAC-VERVAL pic x(10).
                   10 FAC-TOTAAL pic s9(09)V99.
                   10 FAC-BETAALD pic s9(09)V99 occurs 13 times.

      *>    one VAT Output row
           01 R-PRIJS-S pic x(12).
           01 R-TARIEF-S pic x(6).
           01 R-BEDRAG-S pic x(12).
           01 R-TOTAAL-S pic x(12).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(12).
           01 R-FAKTUURNR-S pic x(10).
           01 R-VERVAL-S pic x(12).
           01 WS-ROW-PRIJS pic s9(09)V99.
           01 WS-ROW-TOTAAL pic s9(09)V99.
           01 WS-VERVAL-N pic 9(08).
           01 WS-VERVAL-X redefines WS-VERVAL-N pic x(08).

      *>    one payment, customer or supplier side
           01 PM-FAKTUURNR pic x(10).
           01 PM-DATUM pic x(12).
           01 PM-BEDRAG-S pic x(14).
           01 PM-F4 pic x(12).
           01 PM-STATUS pic x(12).
           01 WS-PM-BEDRAG pic s9(09)V99.

      *>    one Payroll-History row
           01 H-PERIODE pic x(07).
           01 H-PERSNR pic x(08).
           01 H-NAAM pic x(30).
           01 H-TYPE pic x(14).
           01 H-BRUTO-S pic x(12).
           01 H-RSZ-S pic x(12).
           01 H-VOORHEFFING-S pic x(12).
           01 H-NETTO-S pic x(12).
           01 H-WERKGEVER-S pic x(12).

      *>    one employee
           01 E-VELD pic x(40) occurs 19 times.
           01 WS-E-FTE pic 9(01)V99.

      *>    one ledger row, one bank balance
           01 S-PERIODE pic x(07).
           01 S-REKENING pic x(10).
           01 S-DEBET-S pic x(16).
           01 S-CREDIT-S pic x(16).
           01 WS-S-NETTO pic s9(11)V99.
           01 B-F1 pic x(06).
           01 B-F2 pic x(08).
           01 B-SALDO-S pic x(16).
           01 WS-BANKSALDO pic s9(13)V99 value 0.
           01 WS-BANK-GELEZEN pic x(01) value "N".

      *>    the ratios of one month
           01 WS-NOEMER pic s9(13)V99.
           01 WS-VERHOUDING pic s9(07)V9(06).
           01 WS-DSO pic s9(05)V9.
           01 WS-DPO pic s9(05)V9.
           01 WS-GROEI pic s9(07)V9.
           01 WS-ACHTER-PCT pic s9(05)V9.
           01 WS-PERS-PCT pic s9(05)V9.
           01 WS-DSO-OK pic x(01).
           01 WS-DPO-OK pic x(01).
           01 WS-GROEI-OK pic x(01).
           01 WS-ACHTER-OK pic x(01).
           01 WS-PERS-OK pic x(01).
           01 WS-CSV-OK pic x(01).
           01 WS-PTR pic 9(03).

           01 DISPLAY-BEDRAG pic -(9)9.99.
           01 DISPLAY-PCT pic -(4)9.9.
           01 DISPLAY-DAGEN pic ZZZ9.9.
           01 DISPLAY-KOPPEN pic ZZZZ9.
           01 DISPLAY-FTE pic ZZZ9.99.
           01 DISPLAY-LIQUIDE pic -(10)9.99.
           01 CSV-BEDRAG pic -(10)9.99.
           01 CSV-PCT pic -(6)9.9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PERIODE pic x(07).
           01 LINK-VAT-PATTERN pic x(60).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PERIODE LINK-VAT-PATTERN
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move 0 to WS-RETURN-CODE
           move spaces to DYNAMIC-RAPPORTFILE

      *>    no period is last month -- the month just closed
           move LINK-PERIODE to WS-PERIODE
           if WS-PERIODE = spaces
               move WS-CURRENT-DATETIME(1:4) to WS-JAAR
               move WS-CURRENT-DATETIME(5:2) to WS-MAAND
               if WS-MAAND = 1
                   subtract 1 from WS-JAAR
                   move 12 to WS-MAAND
               else
                   subtract 1 from WS-MAAND
               end-if
               string WS-JAAR "-" WS-MAAND delimited by size
                   into WS-PERIODE
               end-string
           end-if
           if WS-PERIODE(5:1) not = "-"
               or WS-PERIODE(1:4) not numeric
               or WS-PERIODE(6:2) not numeric
               or WS-PERIODE(6:2) < "01" or WS-PERIODE(6:2) > "12"
               display "Ongeldige periode (YYYY-MM verwacht): "
                   LINK-PERIODE
               move 1 to WS-RETURN-CODE
           else
               move LINK-VAT-PATTERN to WS-VAT-PATTERN
               if WS-VAT-PATTERN = spaces
                   move "Output-*.csv" to WS-VAT-PATTERN
               end-if
               perform 1000-BUILD-MONTHS thru 1000-EXIT
               perform 2000-SWEEP-VAT thru 2000-EXIT
               perform 3000-FOLD-PAYMENTS thru 3000-EXIT
               perform 3100-FOLD-AP-BETAALD thru 3100-EXIT
               perform 3200-RECEIVABLES thru 3200-EXIT
               perform 4000-FOLD-HISTORY thru 4000-EXIT
               perform 4100-FOLD-EMPLOYEES thru 4100-EXIT
               perform 4200-FOLD-LEDGER thru 4200-EXIT
               perform 4300-LOAD-BANKSALDI thru 4300-EXIT
               perform 5000-REPORT thru 5000-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-BUILD-MONTHS: the 25 months' names and last days.
      *>----------------------------------------------------------------
           1000-BUILD-MONTHS.
               move WS-PERIODE(1:4) to WS-JAAR
               move WS-PERIODE(6:2) to WS-MAAND
               compute WS-BASIS = WS-JAAR * 12 + WS-MAAND - 25
               perform varying WS-K from 1 by 1 until WS-K > 25
                   compute WS-MND-NR = WS-BASIS + WS-K - 1
                   divide WS-MND-NR by 12 giving WS-JAAR
                       remainder WS-MAAND
                   add 1 to WS-MAAND
                   move spaces to MT-PERIODE(WS-K)
                   string WS-JAAR "-" WS-MAAND delimited by size
                       into MT-PERIODE(WS-K)
                   end-string
                   if WS-MAAND = 12
                       compute WS-VOLGENDE-N =
                           (WS-JAAR + 1) * 10000 + 0101
                   else
                       compute WS-VOLGENDE-N = WS-JAAR * 10000
                           + (WS-MAAND + 1) * 100 + 1
                   end-if
                   compute WS-DATUM-N = function date-of-integer(
                       function integer-of-date(WS-VOLGENDE-N) - 1)
                   move spaces to MT-EINDE(WS-K)
                   string WS-DATUM-X(1:4) "-" WS-DATUM-X(5:2) "-"
                          WS-DATUM-X(7:2)
                       delimited by size into MT-EINDE(WS-K)
                   end-string
               end-perform.
           1000-EXIT.
               exit.

      *>    WS-MI: the window month of date R-DATUM-S (0 = outside)
           1100-MONTH-OF-DATE.
               move 0 to WS-MI
               if R-DATUM-S(5:1) not = "-"
                   or R-DATUM-S(1:4) not numeric
                   or R-DATUM-S(6:2) not numeric
                   go to 1100-EXIT
               end-if
               compute WS-MI = function numval(R-DATUM-S(1:4)) * 12
                   + function numval(R-DATUM-S(6:2)) - WS-BASIS
               if WS-MI < 1 or WS-MI > 25
                   move 0 to WS-MI
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SWEEP-VAT: every Output file the pattern matches, row
      *> by row -- the same listing CostCentreReport uses.
      *>----------------------------------------------------------------
           2000-SWEEP-VAT.
               move spaces to WS-LS-COMMAND
               string "ls -1 " delimited by size
                      function trim(WS-VAT-PATTERN) delimited by size
                      " 2>/dev/null > KPI-FILELIST.TMP"
                          delimited by size
                   into WS-LS-COMMAND
               end-string
               call "SYSTEM" using WS-LS-COMMAND
               move "0" to FILELIST-EOF-FLAG
               open input FILE-LIST-FILE
               if WS-FILELIST-STATUS = "00"
                   perform until FILELIST-EOF-FLAG = "1"
                       read FILE-LIST-FILE into FILE-LIST-REGEL
                           at end
                               move "1" to FILELIST-EOF-FLAG
                           not at end
                               move FILE-LIST-REGEL to DYNAMIC-INFILE
                               perform 2100-FOLD-VAT-FILE
                                   thru 2100-EXIT
                       end-read
                   end-perform
                   close FILE-LIST-FILE
               end-if
               call "SYSTEM" using "rm -f KPI-FILELIST.TMP".
           2000-EXIT.
               exit.

           2100-FOLD-VAT-FILE.
               open input INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-INFILE) ": "
                       WS-INPUT-STATUS
                   go to 2100-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INPUT-FILE into INPUT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2200-FOLD-VAT-ROW thru 2200-EXIT
                   end-read
               end-perform
               close INPUT-FILE.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-FOLD-VAT-ROW: sales into revenue and onto the invoice
      *> list, purchases into the payables -- the payables cumulate
      *> from the first row on, a purchase before the window is owed
      *> inside it until paid.
      *>----------------------------------------------------------------
           2200-FOLD-VAT-ROW.
               move spaces to R-RICHTING-S
               move spaces to R-DATUM-S
               move spaces to R-FAKTUURNR-S
               move spaces to R-VERVAL-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
                        R-FAKTUURNR-S R-VERVAL-S
               end-unstring
               if function test-numval-c(function trim(R-PRIJS-S))
                       not = 0
                   or function test-numval-c(function trim(
                       R-TOTAAL-S)) not = 0
                   go to 2200-EXIT
               end-if
               if R-DATUM-S(5:1) not = "-" or R-DATUM-S(8:1) not = "-"
                   go to 2200-EXIT
               end-if
               move function numval-c(function trim(R-PRIJS-S))
                   to WS-ROW-PRIJS
               move function numval-c(function trim(R-TOTAAL-S))
                   to WS-ROW-TOTAAL
               if R-RICHTING-S(1:4) = "OSS-"
                   move "VERKOOP" to R-RICHTING-S
               end-if
               perform 1100-MONTH-OF-DATE thru 1100-EXIT
               evaluate function trim(R-RICHTING-S)
                   when "VERKOOP"
                   when "VERLEGD"
                   when "VOORSCHOT"
                   when "SLOT"
                       add 1 to WS-RECORDS-IN
                       if WS-MI > 0
                           add WS-ROW-PRIJS to MT-OMZET(WS-MI)
                           add WS-ROW-TOTAAL to MT-OMZET-INCL(WS-MI)
                       end-if
                       perform 2300-ADD-INVOICE thru 2300-EXIT
                   when "AANKOOP"
                       add 1 to WS-RECORDS-IN
                       if WS-MI > 0
                           add WS-ROW-TOTAAL to MT-AANKOOP-INCL(WS-MI)
                       end-if
                       perform varying WS-K from 13 by 1
                               until WS-K > 25
                           if R-DATUM-S(1:10) <= MT-EINDE(WS-K)
                               add WS-ROW-TOTAAL
                                   to MT-CREDITEUREN(WS-K)
                           end-if
                       end-perform
               end-evaluate.
           2200-EXIT.
               exit.

      *>    the row onto its invoice -- several rows, one invoice
           2300-ADD-INVOICE.
               if function trim(R-FAKTUURNR-S) = spaces
                   go to 2300-EXIT
               end-if
               perform varying FAC-IDX from 1 by 1
                       until FAC-IDX > WS-FAC-COUNT
                   if FAC-NR(FAC-IDX) = function trim(R-FAKTUURNR-S)
                       add WS-ROW-TOTAAL to FAC-TOTAAL(FAC-IDX)
                       go to 2300-EXIT
                   end-if
               end-perform
               if WS-FAC-COUNT >= 6000
                   if WS-FAC-VOL = "N"
                       display "Invoice table full -- debiteuren "
                           "onvolledig."
                       move "Y" to WS-FAC-VOL
                   end-if
                   go to 2300-EXIT
               end-if
               add 1 to WS-FAC-COUNT
               set FAC-IDX to WS-FAC-COUNT
               initialize FAC-ENTRY(FAC-IDX)
               move function trim(R-FAKTUURNR-S) to FAC-NR(FAC-IDX)
               move R-DATUM-S(1:10) to FAC-DATUM(FAC-IDX)
               move WS-ROW-TOTAAL to FAC-TOTAAL(FAC-IDX)
      *>        due on the Vervaldatum, or the invoice date + 30
               if R-VERVAL-S(5:1) = "-" and R-VERVAL-S(8:1) = "-"
                   move R-VERVAL-S(1:10) to FAC-VERVAL(FAC-IDX)
               else
                   move spaces to WS-VERVAL-X
                   string R-DATUM-S(1:4) R-DATUM-S(6:2)
                          R-DATUM-S(9:2)
                       delimited by size into WS-VERVAL-X
                   end-string
                   if WS-VERVAL-X numeric
                       compute WS-DATUM-N = function date-of-integer(
                           function integer-of-date(WS-VERVAL-N) + 30)
                       string WS-DATUM-X(1:4) "-" WS-DATUM-X(5:2) "-"
                              WS-DATUM-X(7:2)
                           delimited by size into FAC-VERVAL(FAC-IDX)
                       end-string
                   end-if
               end-if.
           2300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-FOLD-PAYMENTS: each customer payment onto its invoice,
      *> for every reported month-end on or after its date. A row
      *> without an amount settled the invoice whole.
      *>----------------------------------------------------------------
           3000-FOLD-PAYMENTS.
               open input PAYMENTS-FILE
               if WS-PAYMENTS-STATUS not = "00"
                   go to 3000-EXIT
               end-if
               read PAYMENTS-FILE into PAYMENTS-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PAYMENTS-FILE into PAYMENTS-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to PM-FAKTUURNR
                           move spaces to PM-DATUM
                           move spaces to PM-BEDRAG-S
                           unstring function trim(PAYMENTS-REGEL)
                               delimited by ","
                               into PM-FAKTUURNR PM-DATUM PM-BEDRAG-S
                           end-unstring
                           perform 3010-ONE-PAYMENT thru 3010-EXIT
                   end-read
               end-perform
               close PAYMENTS-FILE.
           3000-EXIT.
               exit.

           3010-ONE-PAYMENT.
               perform varying FAC-IDX from 1 by 1
                       until FAC-IDX > WS-FAC-COUNT
                   if FAC-NR(FAC-IDX) = function trim(PM-FAKTUURNR)
                       exit perform
                   end-if
               end-perform
               if FAC-IDX > WS-FAC-COUNT
                   go to 3010-EXIT
               end-if
               if function trim(PM-BEDRAG-S) not = spaces
                   and function test-numval-c(function trim(
                       PM-BEDRAG-S)) = 0
                   move function numval-c(function trim(PM-BEDRAG-S))
                       to WS-PM-BEDRAG
               else
                   move FAC-TOTAAL(FAC-IDX) to WS-PM-BEDRAG
               end-if
               perform varying WS-K from 13 by 1 until WS-K > 25
                   if PM-DATUM(1:10) <= MT-EINDE(WS-K)
                       compute WS-K2 = WS-K - 12
                       add WS-PM-BEDRAG to FAC-BETAALD(FAC-IDX, WS-K2)
                   end-if
               end-perform.
           3010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-FOLD-AP-BETAALD: supplier payments off the payables,
      *> by the month-ends on or after their BetaaldOp.
      *>----------------------------------------------------------------
           3100-FOLD-AP-BETAALD.
               open input APBETAALD-FILE
               if WS-APBETAALD-STATUS not = "00"
                   go to 3100-EXIT
               end-if
               read APBETAALD-FILE into APBETAALD-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read APBETAALD-FILE into APBETAALD-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to PM-BEDRAG-S
                           move spaces to PM-DATUM
                           move spaces to PM-STATUS
                           unstring function trim(APBETAALD-REGEL)
                               delimited by ","
                               into PM-FAKTUURNR PM-F4 PM-BEDRAG-S
                                    PM-DATUM PM-STATUS
                           end-unstring
      *>                    a rejected payment paid nothing
                           if function test-numval-c(function trim(
                                   PM-BEDRAG-S)) = 0
                               and function trim(PM-STATUS)
                                   not = "GEWEIGERD"
                               move function numval-c(function trim(
                                   PM-BEDRAG-S)) to WS-PM-BEDRAG
                               perform varying WS-K from 13 by 1
                                       until WS-K > 25
                                   if PM-DATUM(1:10) <= MT-EINDE(WS-K)
                                       subtract WS-PM-BEDRAG
                                           from MT-CREDITEUREN(WS-K)
                                   end-if
                               end-perform
                           end-if
                   end-read
               end-perform
               close APBETAALD-FILE
               perform varying WS-K from 13 by 1 until WS-K > 25
                   if MT-CREDITEUREN(WS-K) < 0
                       move 0 to MT-CREDITEUREN(WS-K)
                   end-if
               end-perform.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-RECEIVABLES: per month-end what is still open on every
      *> invoice dated up to then, and how much of it is past due.
      *>----------------------------------------------------------------
           3200-RECEIVABLES.
               perform varying FAC-IDX from 1 by 1
                       until FAC-IDX > WS-FAC-COUNT
                   perform varying WS-K from 13 by 1 until WS-K > 25
                       compute WS-K2 = WS-K - 12
                       if FAC-DATUM(FAC-IDX) <= MT-EINDE(WS-K)
                           and FAC-TOTAAL(FAC-IDX)
                               > FAC-BETAALD(FAC-IDX, WS-K2)
                           compute WS-PM-BEDRAG = FAC-TOTAAL(FAC-IDX)
                               - FAC-BETAALD(FAC-IDX, WS-K2)
                           add WS-PM-BEDRAG to MT-DEBITEUREN(WS-K)
                           if FAC-VERVAL(FAC-IDX) < MT-EINDE(WS-K)
                               add WS-PM-BEDRAG to MT-ACHTERSTAL(WS-K)
                           end-if
                       end-if
                   end-perform
               end-perform.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-FOLD-HISTORY: gross pay plus employer RSZ per month.
      *>----------------------------------------------------------------
           4000-FOLD-HISTORY.
               move MT-PERIODE(13) to WS-HISTSEL-VAN
               move MT-PERIODE(25) to WS-HISTSEL-TOT
               call "HistorySelect" using WS-HISTSEL-VAN
                   WS-HISTSEL-TOT HISTORY-FILE-NAME
                   WS-HISTSEL-OK
               cancel "HistorySelect"
               open input HISTORY-FILE
               if WS-HISTORY-STATUS not = "00"
                   display "Payroll-History.csv not found -- "
                       "personeelskost blijft nul."
                   go to 4000-EXIT
               end-if
               read HISTORY-FILE into HISTORY-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORY-FILE into HISTORY-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 4010-ONE-HISTORY-ROW
                               thru 4010-EXIT
                   end-read
               end-perform
               close HISTORY-FILE
               call "SYSTEM" using "rm -f HISTSEL-KPI.TMP".
           4000-EXIT.
               exit.

           4010-ONE-HISTORY-ROW.
               move spaces to H-PERIODE
               move spaces to H-BRUTO-S
               move spaces to H-WERKGEVER-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-TYPE H-BRUTO-S
                        H-RSZ-S H-VOORHEFFING-S H-NETTO-S
                        H-WERKGEVER-S
               end-unstring
               if function test-numval(function trim(H-BRUTO-S))
                       not = 0
                   go to 4010-EXIT
               end-if
               move H-PERIODE to R-DATUM-S
               perform 1100-MONTH-OF-DATE thru 1100-EXIT
               if WS-MI < 13
                   go to 4010-EXIT
               end-if
               add 1 to WS-RECORDS-IN
               add function numval(function trim(H-BRUTO-S))
                   to MT-PERSONEEL(WS-MI)
               if function trim(H-WERKGEVER-S) not = spaces
                   and function test-numval(function trim(
                       H-WERKGEVER-S)) = 0
                   add function numval(function trim(H-WERKGEVER-S))
                       to MT-PERSONEEL(WS-MI)
               end-if.
           4010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-FOLD-EMPLOYEES: heads and FTE in service on each
      *> month's last day.
      *>----------------------------------------------------------------
           4100-FOLD-EMPLOYEES.
               open input WERKNEMER-FILE
               if WS-WERKNEMER-STATUS not = "00"
                   go to 4100-EXIT
               end-if
               read WERKNEMER-FILE into WERKNEMER-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read WERKNEMER-FILE into WERKNEMER-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 4110-ONE-EMPLOYEE thru 4110-EXIT
                   end-read
               end-perform
               close WERKNEMER-FILE.
           4100-EXIT.
               exit.

           4110-ONE-EMPLOYEE.
               move spaces to E-VELD(14) E-VELD(15) E-VELD(19)
               unstring WERKNEMER-REGEL delimited by ","
                   into E-VELD(1) E-VELD(2) E-VELD(3) E-VELD(4)
                        E-VELD(5) E-VELD(6) E-VELD(7) E-VELD(8)
                        E-VELD(9) E-VELD(10) E-VELD(11) E-VELD(12)
                        E-VELD(13) E-VELD(14) E-VELD(15) E-VELD(16)
                        E-VELD(17) E-VELD(18) E-VELD(19)
               end-unstring
               if E-VELD(14)(5:1) not = "-"
                   go to 4110-EXIT
               end-if
               move 1 to WS-E-FTE
               if function trim(E-VELD(19)) not = spaces
                   and function test-numval(function trim(
                       E-VELD(19))) = 0
                   move function numval(function trim(E-VELD(19)))
                       to WS-E-FTE
               end-if
               perform varying WS-K from 13 by 1 until WS-K > 25
                   if E-VELD(14)(1:10) <= MT-EINDE(WS-K)
                       and (E-VELD(15) = spaces
                           or E-VELD(15)(1:10) >= MT-EINDE(WS-K))
                       add 1 to MT-KOPPEN(WS-K)
                       add WS-E-FTE to MT-FTE(WS-K)
                   end-if
               end-perform.
           4110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-FOLD-LEDGER: the cash accounts (55, 57), every period
      *> up to each month cumulated.
      *>----------------------------------------------------------------
           4200-FOLD-LEDGER.
               open input SALDI-FILE
               if WS-SALDI-STATUS not = "00"
                   go to 4200-EXIT
               end-if
               read SALDI-FILE into SALDI-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SALDI-FILE into SALDI-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to S-PERIODE S-REKENING
                               S-DEBET-S S-CREDIT-S
                           unstring function trim(SALDI-REGEL)
                               delimited by ","
                               into S-PERIODE S-REKENING S-DEBET-S
                                    S-CREDIT-S
                           end-unstring
                           if S-REKENING(1:2) = "55"
                               or S-REKENING(1:2) = "57"
                               perform 4210-ONE-CASH-ROW thru 4210-EXIT
                           end-if
                   end-read
               end-perform
               close SALDI-FILE.
           4200-EXIT.
               exit.

           4210-ONE-CASH-ROW.
               move 0 to WS-S-NETTO
               if function test-numval(function trim(S-DEBET-S)) = 0
                   move function numval(function trim(S-DEBET-S))
                       to WS-S-NETTO
               end-if
               if function test-numval(function trim(S-CREDIT-S)) = 0
                   subtract function numval(function trim(S-CREDIT-S))
                       from WS-S-NETTO
               end-if
               perform varying WS-K from 13 by 1 until WS-K > 25
                   if S-PERIODE <= MT-PERIODE(WS-K)
                       add WS-S-NETTO to MT-LIQUIDE(WS-K)
                   end-if
               end-perform.
           4210-EXIT.
               exit.

           4300-LOAD-BANKSALDI.
               open input BANKSALDI-FILE
               if WS-BANKSALDI-STATUS not = "00"
                   go to 4300-EXIT
               end-if
               read BANKSALDI-FILE into BANKSALDI-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BANKSALDI-FILE into BANKSALDI-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to B-SALDO-S
                           unstring function trim(BANKSALDI-REGEL)
                               delimited by ","
                               into B-F1 B-F2 B-SALDO-S
                           end-unstring
                           if function test-numval-c(function trim(
                                   B-SALDO-S)) = 0
                               add function numval-c(function trim(
                                   B-SALDO-S)) to WS-BANKSALDO
                               move "Y" to WS-BANK-GELEZEN
                           end-if
                   end-read
               end-perform
               close BANKSALDI-FILE.
           4300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-REPORT: one line per month, oldest first, on one page,
      *> with the definitions at the foot; the CSV alongside.
      *>----------------------------------------------------------------
           5000-REPORT.
               string "KPI-Rapport-" WS-PERIODE ".txt"
                   delimited by size into DYNAMIC-RAPPORTFILE
               end-string
               move spaces to DYNAMIC-CSVFILE
               string "KPI-Rapport-" WS-PERIODE ".csv"
                   delimited by size into DYNAMIC-CSVFILE
               end-string
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-RAPPORTFILE) ": "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               open output CSV-FILE
               if WS-CSV-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-CSVFILE) ": "
                       WS-CSV-STATUS
                   close RAPPORT-FILE
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if

               move spaces to RAPPORT-REGEL
               string "MANAGEMENT-KPI'S -- 13 MAANDEN TOT EN MET "
                      WS-PERIODE "     Datum: " WS-RUN-DATE-ISO
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Maand" to RAPPORT-REGEL(1:5)
               move "Omzet" to RAPPORT-REGEL(17:5)
               move "Vorig jaar" to RAPPORT-REGEL(26:10)
               move "Groei%" to RAPPORT-REGEL(38:6)
               move "Debiteuren" to RAPPORT-REGEL(50:10)
               move "DSO" to RAPPORT-REGEL(64:3)
               move "Achter%" to RAPPORT-REGEL(68:7)
               move "DPO" to RAPPORT-REGEL(79:3)
               move "Personeel" to RAPPORT-REGEL(87:9)
               move "Pers%" to RAPPORT-REGEL(98:5)
               move "Koppen" to RAPPORT-REGEL(104:6)
               move "FTE" to RAPPORT-REGEL(114:3)
               move "Liquide" to RAPPORT-REGEL(126:7)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:132)
               write RAPPORT-REGEL

               move spaces to CSV-REGEL
               string "Maand,Omzet,OmzetVorigJaar,GroeiPct,Debiteuren,"
                      "DSO,AchterstalligPct,Crediteuren,DPO,"
                      "Personeelskost,PersoneelPct,Koppen,FTE,Liquide"
                   delimited by size into CSV-REGEL
               end-string
               write CSV-REGEL

               perform varying WS-K from 13 by 1 until WS-K > 25
                   perform 5100-RATIOS thru 5100-EXIT
                   perform 5200-MONTH-LINE thru 5200-EXIT
                   perform 5300-MONTH-CSV thru 5300-EXIT
                   add 1 to WS-RECORDS-OUT
               end-perform

               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:132)
               write RAPPORT-REGEL
               if WS-BANK-GELEZEN = "Y"
                   move spaces to RAPPORT-REGEL
                   move WS-BANKSALDO to DISPLAY-LIQUIDE
                   string "Banksaldo volgens de laatste uittreksels "
                          "(Bank-Saldi.csv), vandaag: "
                          function trim(DISPLAY-LIQUIDE)
                       delimited by size into RAPPORT-REGEL
                   end-string
                   write RAPPORT-REGEL
               end-if
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Definities (elke maand dezelfde):" to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "  Omzet: verkopen excl. BTW op factuurdatum (VAT Ou
      -            "tput); groei tegenover dezelfde maand vorig jaar."
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "  Debiteuren: verkoopfacturen incl. BTW tot maandei
      -            "nde, min betalingen tot maandeinde (Payments.csv)."
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "  DSO: debiteuren / verkopen incl. BTW van de maand
      -            " en de twee ervoor * 90. Achter%: deel debiteuren na
      -            " vervaldatum."
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "  DPO: open aankopen incl. BTW (min Ap-Betaald.csv)
      -            " / aankopen incl. BTW van de maand en de twee ervoor
      -            " * 90."
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "  Personeel: brutoloon + werkgevers-RSZ (Payroll-Hi
      -            "story.csv); Pers%: in procent van de omzet."
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "  Koppen/FTE: in dienst op de laatste dag van de ma
      -            "and (Werknemers.csv)."
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "  Liquide: rekeningen 55 en 57 in GL-Saldi.csv, cum
      -            "ulatief tot maandeinde."
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               close RAPPORT-FILE
               close CSV-FILE

               move MT-OMZET(25) to DISPLAY-BEDRAG
               display "KPI " WS-PERIODE ": omzet "
                   function trim(DISPLAY-BEDRAG) " -- "
                   function trim(DYNAMIC-RAPPORTFILE) ", "
                   function trim(DYNAMIC-CSVFILE).
           5000-EXIT.
               exit.

      *>    the ratios of month WS-K; a ratio without a base is left
      *>    blank rather than shown as nought
           5100-RATIOS.
               move "N" to WS-GROEI-OK WS-DSO-OK WS-DPO-OK
                   WS-ACHTER-OK WS-PERS-OK
               compute WS-K2 = WS-K - 12
               if MT-OMZET(WS-K2) not = 0
                   compute WS-VERHOUDING rounded =
                       (MT-OMZET(WS-K) - MT-OMZET(WS-K2))
                       / MT-OMZET(WS-K2)
                   compute WS-GROEI rounded = WS-VERHOUDING * 100
                   move "Y" to WS-GROEI-OK
               end-if
               compute WS-NOEMER = MT-OMZET-INCL(WS-K)
                   + MT-OMZET-INCL(WS-K - 1) + MT-OMZET-INCL(WS-K - 2)
               if WS-NOEMER > 0
                   compute WS-VERHOUDING rounded =
                       MT-DEBITEUREN(WS-K) / WS-NOEMER
                   compute WS-DSO rounded = WS-VERHOUDING * 90
                   move "Y" to WS-DSO-OK
               end-if
               if MT-DEBITEUREN(WS-K) > 0
                   compute WS-VERHOUDING rounded =
                       MT-ACHTERSTAL(WS-K) / MT-DEBITEUREN(WS-K)
                   compute WS-ACHTER-PCT rounded = WS-VERHOUDING * 100
                   move "Y" to WS-ACHTER-OK
               end-if
               compute WS-NOEMER = MT-AANKOOP-INCL(WS-K)
                   + MT-AANKOOP-INCL(WS-K - 1)
                   + MT-AANKOOP-INCL(WS-K - 2)
               if WS-NOEMER > 0
                   compute WS-VERHOUDING rounded =
                       MT-CREDITEUREN(WS-K) / WS-NOEMER
                   compute WS-DPO rounded = WS-VERHOUDING * 90
                   move "Y" to WS-DPO-OK
               end-if
               if MT-OMZET(WS-K) > 0
                   compute WS-VERHOUDING rounded =
                       MT-PERSONEEL(WS-K) / MT-OMZET(WS-K)
                   compute WS-PERS-PCT rounded = WS-VERHOUDING * 100
                   move "Y" to WS-PERS-OK
               end-if.
           5100-EXIT.
               exit.

           5200-MONTH-LINE.
               compute WS-K2 = WS-K - 12
               move spaces to RAPPORT-REGEL
               move MT-PERIODE(WS-K) to RAPPORT-REGEL(1:7)
               move MT-OMZET(WS-K) to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to RAPPORT-REGEL(9:13)
               move MT-OMZET(WS-K2) to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to RAPPORT-REGEL(23:13)
               if WS-GROEI-OK = "Y"
                   move WS-GROEI to DISPLAY-PCT
                   move DISPLAY-PCT to RAPPORT-REGEL(37:7)
               end-if
               move MT-DEBITEUREN(WS-K) to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to RAPPORT-REGEL(47:13)
               if WS-DSO-OK = "Y"
                   move WS-DSO to DISPLAY-DAGEN
                   move DISPLAY-DAGEN to RAPPORT-REGEL(61:6)
               end-if
               if WS-ACHTER-OK = "Y"
                   move WS-ACHTER-PCT to DISPLAY-PCT
                   move DISPLAY-PCT to RAPPORT-REGEL(68:7)
               end-if
               if WS-DPO-OK = "Y"
                   move WS-DPO to DISPLAY-DAGEN
                   move DISPLAY-DAGEN to RAPPORT-REGEL(76:6)
               end-if
               move MT-PERSONEEL(WS-K) to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to RAPPORT-REGEL(83:13)
               if WS-PERS-OK = "Y"
                   move WS-PERS-PCT to DISPLAY-PCT
                   move DISPLAY-PCT to RAPPORT-REGEL(96:7)
               end-if
               move MT-KOPPEN(WS-K) to DISPLAY-KOPPEN
               move DISPLAY-KOPPEN to RAPPORT-REGEL(105:5)
               move MT-FTE(WS-K) to DISPLAY-FTE
               move DISPLAY-FTE to RAPPORT-REGEL(110:7)
               move MT-LIQUIDE(WS-K) to DISPLAY-LIQUIDE
               move DISPLAY-LIQUIDE to RAPPORT-REGEL(118:15)
               write RAPPORT-REGEL.
           5200-EXIT.
               exit.

           5300-MONTH-CSV.
               compute WS-K2 = WS-K - 12
               move spaces to CSV-REGEL
               move MT-PERIODE(WS-K) to CSV-REGEL
               move 8 to WS-PTR
               move MT-OMZET(WS-K) to CSV-BEDRAG
               perform 5310-CSV-AMOUNT thru 5310-EXIT
               move MT-OMZET(WS-K2) to CSV-BEDRAG
               perform 5310-CSV-AMOUNT thru 5310-EXIT
               move WS-GROEI to CSV-PCT
               move WS-GROEI-OK to WS-CSV-OK
               perform 5320-CSV-PCT thru 5320-EXIT
               move MT-DEBITEUREN(WS-K) to CSV-BEDRAG
               perform 5310-CSV-AMOUNT thru 5310-EXIT
               move WS-DSO to CSV-PCT
               move WS-DSO-OK to WS-CSV-OK
               perform 5320-CSV-PCT thru 5320-EXIT
               move WS-ACHTER-PCT to CSV-PCT
               move WS-ACHTER-OK to WS-CSV-OK
               perform 5320-CSV-PCT thru 5320-EXIT
               move MT-CREDITEUREN(WS-K) to CSV-BEDRAG
               perform 5310-CSV-AMOUNT thru 5310-EXIT
               move WS-DPO to CSV-PCT
               move WS-DPO-OK to WS-CSV-OK
               perform 5320-CSV-PCT thru 5320-EXIT
               move MT-PERSONEEL(WS-K) to CSV-BEDRAG
               perform 5310-CSV-AMOUNT thru 5310-EXIT
               move WS-PERS-PCT to CSV-PCT
               move WS-PERS-OK to WS-CSV-OK
               perform 5320-CSV-PCT thru 5320-EXIT
               move MT-KOPPEN(WS-K) to DISPLAY-KOPPEN
               string "," function trim(DISPLAY-KOPPEN)
                   delimited by size into CSV-REGEL with pointer WS-PTR
               end-string
               move MT-FTE(WS-K) to DISPLAY-FTE
               string "," function trim(DISPLAY-FTE)
                   delimited by size into CSV-REGEL with pointer WS-PTR
               end-string
               move MT-LIQUIDE(WS-K) to CSV-BEDRAG
               perform 5310-CSV-AMOUNT thru 5310-EXIT
               write CSV-REGEL.
           5300-EXIT.
               exit.

           5310-CSV-AMOUNT.
               string "," function trim(CSV-BEDRAG)
                   delimited by size into CSV-REGEL with pointer WS-PTR
               end-string.
           5310-EXIT.
               exit.

      *>    a percentage or day count, empty when WS-CSV-OK says it
      *>    has no base
           5320-CSV-PCT.
               if WS-CSV-OK = "Y"
                   string "," function trim(CSV-PCT)
                       delimited by size into CSV-REGEL
                       with pointer WS-PTR
                   end-string
               else
                   string "," delimited by size into CSV-REGEL
                       with pointer WS-PTR
                   end-string
               end-if.
           5320-EXIT.
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
               move "KpiReport" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move WS-VAT-PATTERN to LOG-INPUT-FILE
               move DYNAMIC-RAPPORTFILE to LOG-OUTPUT-FILE
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
