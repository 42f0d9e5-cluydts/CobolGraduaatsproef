      *>----------------------------------------------------------------
      *> BudgetReport -- the ledger against the annual budget. The
      *> budget sits in Budget.csv (Periode,Rekening,Kostenplaats,
      *> Bedrag), one row per account, cost centre (blank = the
      *> account's bookings without a cost centre) and month,
      *> maintained through TableMaintenance. The amounts are in the
      *> account's own direction: a cost account (and every other
      *> class) is budgeted debit minus credit, a revenue account
      *> (7-class) credit minus debit -- both as positive figures.
      *> For one period (YYYY-MM) the actuals come from GL-Saldi.csv
      *> on the same account + cost centre key, for the month and
      *> for the year to date (January up to and including the
      *> period), and every line shows actual, budget, difference
      *> (actual - budget) and the difference as a % of the budget.
      *> A line whose month or year-to-date % is over the
      *> Budget-Config.csv DREMPELPCT threshold (either way; default
      *> 10) -- or that carries actuals against no budget at all --
      *> is marked "***". Result accounts with actuals but no budget
      *> are listed too; balance accounts only when budgeted.
      *> December: once the year is closed, YearEndClose's closing
      *> lines sit in <jaar>-12 as well; GL-Afsluiting-<jaar>.csv is
      *> taken back out so December still shows the real month.
      *> Output: Budget-Rapport-<periode>.txt and the controller's
      *> Budget-Rapport-<periode>.csv; the CSV is mailed to the
      *> Budget-Config.csv CONTROLLER address through MAILCMD when
      *> one is configured.
      *>----------------------------------------------------------------
       identification division.
       program-id. BudgetReport.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Budget-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select BUDGET-FILE assign to "Budget.csv"
               organization is line sequential
               file status is WS-BUDGET-STATUS.
           select SALDI-FILE assign to "GL-Saldi.csv"
               organization is line sequential
               file status is WS-SALDI-STATUS.
           select AFSLUIT-FILE assign dynamic DYNAMIC-AFSLUITFILE
               organization is line sequential
               file status is WS-AFSLUIT-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select CSV-FILE assign dynamic DYNAMIC-CSVFILE
               organization is line sequential
               file status is WS-CSV-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd BUDGET-FILE.
           01 BUDGET-REGEL pic x(120).

           fd SALDI-FILE.
           01 SALDI-REGEL pic x(80).

           fd AFSLUIT-FILE.
           01 AFSLUIT-REGEL pic x(130).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd CSV-FILE.
           01 CSV-REGEL pic x(200).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-BUDGET-STATUS pic xx.
           01 WS-SALDI-STATUS pic xx.
           01 WS-AFSLUIT-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-CSV-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-AFSLUITFILE pic x(40).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 DYNAMIC-CSVFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-PERIODE pic x(07).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    Budget-Config.csv
           01 WS-CFG-SLEUTEL pic x(20).
           01 WS-CFG-WAARDE pic x(60).
           01 WS-DREMPELPCT pic 9(3)v99 value 10.
           01 WS-CONTROLLER pic x(60) value spaces.
           01 WS-MAILCMD pic x(40) value "mail -s".
           01 WS-CMD pic x(200).

      *>    one budget / saldi / closing row
           01 F-PERIODE pic x(07).
           01 F-REKENING pic x(10).
           01 F-KOSTENPLAATS pic x(10).
           01 F-BEDRAG-S pic x(15).
           01 F-DEBET-S pic x(15).
           01 F-CREDIT-S pic x(15).
           01 F-JOURNAAL pic x(15).
           01 F-OMSCHRIJVING pic x(30).
           01 WS-BEDRAG pic s9(9)v99.
           01 WS-IN-MAAND pic x(01).
           01 WS-LEESREGEL pic x(130).

      *>    one line per account + cost centre
           01 WS-BUD-COUNT pic 9(04) value 0.
           01 WS-BUD-IDX pic 9(04).
           01 BUD-TABLE.
               05 BUD-ENTRY occurs 1 to 1000 times
                       depending on WS-BUD-COUNT.
                   10 BUD-REKENING pic x(10).
                   10 BUD-KOSTENPLAATS pic x(10).
                   10 BUD-WERK-MAAND pic s9(9)v99.
                   10 BUD-BUDG-MAAND pic s9(9)v99.
                   10 BUD-WERK-JTD pic s9(9)v99.
                   10 BUD-BUDG-JTD pic s9(9)v99.
           01 WS-ZOEK-REKENING pic x(10).
           01 WS-ZOEK-KOSTENPLAATS pic x(10).

      *>    the line being printed
           01 WS-VERSCHIL-MAAND pic s9(9)v99.
           01 WS-VERSCHIL-JTD pic s9(9)v99.
           01 WS-PCT-MAAND pic s9(5)v9.
           01 WS-PCT-JTD pic s9(5)v9.
           01 WS-PCT-MAAND-S pic x(08).
           01 WS-PCT-JTD-S pic x(08).
           01 WS-PCT-WERK pic s9(7)v9.
           01 WS-SIGNAAL pic x(01).
           01 WS-SIGNAAL-COUNT pic 9(04) value 0.
           01 DISPLAY-WERK-MAAND pic -(9)9.99.
           01 DISPLAY-BUDG-MAAND pic -(9)9.99.
           01 DISPLAY-VERS-MAAND pic -(9)9.99.
           01 DISPLAY-WERK-JTD pic -(9)9.99.
           01 DISPLAY-BUDG-JTD pic -(9)9.99.
           01 DISPLAY-VERS-JTD pic -(9)9.99.
           01 DISPLAY-PCT pic -(5)9.9.
           01 DISPLAY-DREMPEL pic zz9.99.
           01 DISPLAY-COUNT pic zzz9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PERIODE pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PERIODE LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move 0 to WS-RETURN-CODE
           move spaces to DYNAMIC-LIJSTFILE

           move LINK-PERIODE to WS-PERIODE
           if WS-PERIODE(5:1) not = "-"
               or WS-PERIODE(1:4) not numeric
               or WS-PERIODE(6:2) not numeric
               or WS-PERIODE(6:2) < "01"
               or WS-PERIODE(6:2) > "12"
               display "Ongeldige periode (YYYY-MM verwacht): "
                   LINK-PERIODE
               move 1 to WS-RETURN-CODE
           else
               perform 1000-LOAD-CONFIG thru 1000-EXIT
               perform 2000-LOAD-BUDGET thru 2000-EXIT
               perform 3000-LOAD-SALDI thru 3000-EXIT
               if WS-PERIODE(6:2) = "12"
                   perform 3500-REVERSE-CLOSING thru 3500-EXIT
               end-if
               if WS-BUD-COUNT > 1
                   sort BUD-ENTRY
                       ascending key BUD-REKENING
                       ascending key BUD-KOSTENPLAATS
               end-if
               perform 4000-REPORT thru 4000-EXIT
               if WS-RETURN-CODE = 0
                   and WS-CONTROLLER not = spaces
                   perform 5000-MAIL-CONTROLLER thru 5000-EXIT
               end-if
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: threshold, controller and mail command.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CFG-SLEUTEL
                           move spaces to WS-CFG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CFG-SLEUTEL WS-CFG-WAARDE
                           end-unstring
                           evaluate function trim(WS-CFG-SLEUTEL)
                               when "DREMPELPCT"
                                   if function test-numval(function
                                           trim(WS-CFG-WAARDE)) = 0
                                       move function numval(
                                           function trim(
                                               WS-CFG-WAARDE))
                                           to WS-DREMPELPCT
                                   end-if
                               when "CONTROLLER"
                                   move WS-CFG-WAARDE
                                       to WS-CONTROLLER
                               when "MAILCMD"
                                   move WS-CFG-WAARDE to WS-MAILCMD
                           end-evaluate
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-LOAD-BUDGET: the year's rows up to the period.
      *>----------------------------------------------------------------
           2000-LOAD-BUDGET.
               open input BUDGET-FILE
               if WS-BUDGET-STATUS not = "00"
                   display "Budget.csv niet gevonden -- alleen"
                       " werkelijke cijfers."
                   go to 2000-EXIT
               end-if
               read BUDGET-FILE into WS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BUDGET-FILE into WS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2100-ONE-BUDGET-ROW
                               thru 2100-EXIT
                   end-read
               end-perform
               close BUDGET-FILE.
           2000-EXIT.
               exit.

           2100-ONE-BUDGET-ROW.
               move spaces to F-PERIODE
               move spaces to F-REKENING
               move spaces to F-KOSTENPLAATS
               move spaces to F-BEDRAG-S
               unstring function trim(WS-LEESREGEL)
                   delimited by ","
                   into F-PERIODE F-REKENING F-KOSTENPLAATS
                        F-BEDRAG-S
               end-unstring
               if F-PERIODE(1:4) not = WS-PERIODE(1:4)
                   or F-PERIODE > WS-PERIODE
                   go to 2100-EXIT
               end-if
               if function test-numval-c(function trim(F-BEDRAG-S))
                       not = 0
                   go to 2100-EXIT
               end-if
               add 1 to WS-RECORDS-IN
               move function numval-c(function trim(F-BEDRAG-S))
                   to WS-BEDRAG
               move F-REKENING to WS-ZOEK-REKENING
               move function upper-case(F-KOSTENPLAATS)
                   to WS-ZOEK-KOSTENPLAATS
               perform 6000-FIND-LINE thru 6000-EXIT
               if WS-BUD-IDX = 0
                   go to 2100-EXIT
               end-if
               add WS-BEDRAG to BUD-BUDG-JTD(WS-BUD-IDX)
               if F-PERIODE = WS-PERIODE
                   add WS-BEDRAG to BUD-BUDG-MAAND(WS-BUD-IDX)
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-LOAD-SALDI: the year's balances up to the period, in
      *> the account's own direction. The <jaar>-00 opening rows
      *> are balances carried forward, not the year's movement.
      *>----------------------------------------------------------------
           3000-LOAD-SALDI.
               open input SALDI-FILE
               if WS-SALDI-STATUS not = "00"
                   display "GL-Saldi.csv niet gevonden -- alleen"
                       " budgetcijfers."
                   go to 3000-EXIT
               end-if
               read SALDI-FILE into WS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SALDI-FILE into WS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 3100-ONE-SALDI-ROW thru 3100-EXIT
                   end-read
               end-perform
               close SALDI-FILE.
           3000-EXIT.
               exit.

           3100-ONE-SALDI-ROW.
               move spaces to F-PERIODE
               move spaces to F-REKENING
               move spaces to F-DEBET-S
               move spaces to F-CREDIT-S
               move spaces to F-KOSTENPLAATS
               unstring function trim(WS-LEESREGEL)
                   delimited by ","
                   into F-PERIODE F-REKENING F-DEBET-S F-CREDIT-S
                        F-KOSTENPLAATS
               end-unstring
               if F-PERIODE(1:4) not = WS-PERIODE(1:4)
                   or F-PERIODE(6:2) = "00"
                   or F-PERIODE > WS-PERIODE
                   go to 3100-EXIT
               end-if
               if function test-numval-c(function trim(F-DEBET-S))
                       not = 0
                   or function test-numval-c(function trim(
                       F-CREDIT-S)) not = 0
                   go to 3100-EXIT
               end-if
               move "N" to WS-IN-MAAND
               if F-PERIODE = WS-PERIODE
                   move "Y" to WS-IN-MAAND
               end-if
               perform 3200-ADD-ACTUAL thru 3200-EXIT.
           3100-EXIT.
               exit.

      *>    F-REKENING / F-KOSTENPLAATS / F-DEBET-S / F-CREDIT-S onto
      *>    the actual columns; a balance account without a budget
      *>    line stays off the report.
           3200-ADD-ACTUAL.
               if F-REKENING(1:1) = "7"
                   compute WS-BEDRAG =
                       function numval-c(function trim(F-CREDIT-S))
                     - function numval-c(function trim(F-DEBET-S))
               else
                   compute WS-BEDRAG =
                       function numval-c(function trim(F-DEBET-S))
                     - function numval-c(function trim(F-CREDIT-S))
               end-if
               move F-REKENING to WS-ZOEK-REKENING
               move function upper-case(F-KOSTENPLAATS)
                   to WS-ZOEK-KOSTENPLAATS
               if F-REKENING(1:1) = "6" or F-REKENING(1:1) = "7"
                   perform 6000-FIND-LINE thru 6000-EXIT
               else
                   perform 6100-FIND-EXISTING thru 6100-EXIT
               end-if
               if WS-BUD-IDX = 0
                   go to 3200-EXIT
               end-if
               add 1 to WS-RECORDS-IN
               add WS-BEDRAG to BUD-WERK-JTD(WS-BUD-IDX)
               if WS-IN-MAAND = "Y"
                   add WS-BEDRAG to BUD-WERK-MAAND(WS-BUD-IDX)
               end-if.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3500-REVERSE-CLOSING: a closed year's closing journal back
      *> out of December -- debit and credit swapped, no cost
      *> centre, the way YearEndClose booked it.
      *>----------------------------------------------------------------
           3500-REVERSE-CLOSING.
               move spaces to DYNAMIC-AFSLUITFILE
               string "GL-Afsluiting-" delimited by size
                      WS-PERIODE(1:4) delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-AFSLUITFILE
               end-string
               open input AFSLUIT-FILE
               if WS-AFSLUIT-STATUS not = "00"
                   go to 3500-EXIT
               end-if
               read AFSLUIT-FILE into WS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AFSLUIT-FILE into WS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to F-JOURNAAL
                           move spaces to F-REKENING
                           move spaces to F-DEBET-S
                           move spaces to F-CREDIT-S
                           unstring function trim(WS-LEESREGEL)
                               delimited by ","
                               into F-JOURNAAL F-REKENING
                                    F-OMSCHRIJVING F-DEBET-S
                                    F-CREDIT-S
                           end-unstring
                           if F-JOURNAAL not = "TOTAAL"
                               and F-REKENING not = spaces
                               and (F-REKENING(1:1) = "6"
                                   or F-REKENING(1:1) = "7")
                               perform 3600-REVERSE-ONE
                                   thru 3600-EXIT
                           end-if
                   end-read
               end-perform
               close AFSLUIT-FILE.
           3500-EXIT.
               exit.

           3600-REVERSE-ONE.
               if F-DEBET-S = spaces
                   move "0" to F-DEBET-S
               end-if
               if F-CREDIT-S = spaces
                   move "0" to F-CREDIT-S
               end-if
               if function test-numval-c(function trim(F-DEBET-S))
                       not = 0
                   or function test-numval-c(function trim(
                       F-CREDIT-S)) not = 0
                   go to 3600-EXIT
               end-if
      *>        swapped: the closing debit comes back off as a credit
               move F-DEBET-S to F-OMSCHRIJVING
               move F-CREDIT-S to F-DEBET-S
               move F-OMSCHRIJVING to F-CREDIT-S
               move spaces to F-KOSTENPLAATS
               move "Y" to WS-IN-MAAND
               perform 3200-ADD-ACTUAL thru 3200-EXIT.
           3600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-REPORT: the printed list and the controller's CSV, line
      *> for line.
      *>----------------------------------------------------------------
           4000-REPORT.
               move spaces to DYNAMIC-LIJSTFILE
               string "Budget-Rapport-" delimited by size
                      WS-PERIODE delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               move spaces to DYNAMIC-CSVFILE
               string "Budget-Rapport-" delimited by size
                      WS-PERIODE delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-CSVFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               open output CSV-FILE
               if WS-CSV-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-CSVFILE) ": "
                       WS-CSV-STATUS
                   close LIJST-FILE
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

               move WS-DREMPELPCT to DISPLAY-DREMPEL
               move spaces to LIJST-REGEL
               string "BUDGET TEGENOVER WERKELIJK     Periode: "
                          delimited by size
                      WS-PERIODE delimited by size
                      "     Datum: " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      "     Drempel: " delimited by size
                      function trim(DISPLAY-DREMPEL) delimited by size
                      "%" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "                     "
                          delimited by size
                      "------------------ maand -------------------"
                          delimited by size
                      " -------------- cumulatief jaar -------------"
                          delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Rekening   Kostenpl. " delimited by size
                      "   Werkelijk      Budget    Verschil       %"
                          delimited by size
                      "    Werkelijk      Budget    Verschil       %"
                          delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL

               move spaces to CSV-REGEL
               string "Periode,Rekening,Kostenplaats,WerkelijkMaand,"
                          delimited by size
                      "BudgetMaand,VerschilMaand,PctMaand,"
                          delimited by size
                      "WerkelijkJaar,BudgetJaar,VerschilJaar,PctJaar,"
                          delimited by size
                      "Signaal" delimited by size
                   into CSV-REGEL
               end-string
               write CSV-REGEL

               perform varying WS-BUD-IDX from 1 by 1
                       until WS-BUD-IDX > WS-BUD-COUNT
                   perform 4100-ONE-LINE thru 4100-EXIT
               end-perform

               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               move WS-SIGNAAL-COUNT to DISPLAY-COUNT
               move spaces to LIJST-REGEL
               string function trim(DISPLAY-COUNT) delimited by size
                      " regel(s) buiten de drempel (***)."
                          delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               close LIJST-FILE
               close CSV-FILE
               display "Budgetrapport geschreven: "
                   function trim(DYNAMIC-LIJSTFILE) " en "
                   function trim(DYNAMIC-CSVFILE).
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-ONE-LINE: difference and % for the month and the year
      *> to date, the threshold test, the printed and the CSV line.
      *>----------------------------------------------------------------
           4100-ONE-LINE.
               compute WS-VERSCHIL-MAAND =
                   BUD-WERK-MAAND(WS-BUD-IDX)
                 - BUD-BUDG-MAAND(WS-BUD-IDX)
               compute WS-VERSCHIL-JTD =
                   BUD-WERK-JTD(WS-BUD-IDX) - BUD-BUDG-JTD(WS-BUD-IDX)
               move "N" to WS-SIGNAAL

               move spaces to WS-PCT-MAAND-S
               move 0 to WS-PCT-MAAND
               if BUD-BUDG-MAAND(WS-BUD-IDX) not = 0
                   compute WS-PCT-WERK rounded =
                       WS-VERSCHIL-MAAND * 100
                       / BUD-BUDG-MAAND(WS-BUD-IDX)
                   if WS-PCT-WERK > 99999 or WS-PCT-WERK < -99999
                       move "J" to WS-SIGNAAL
                       move "******" to WS-PCT-MAAND-S
                   else
                       move WS-PCT-WERK to WS-PCT-MAAND
                       move WS-PCT-MAAND to DISPLAY-PCT
                       move DISPLAY-PCT to WS-PCT-MAAND-S
                       if function abs(WS-PCT-MAAND) > WS-DREMPELPCT
                           move "J" to WS-SIGNAAL
                       end-if
                   end-if
               else
                   if BUD-WERK-MAAND(WS-BUD-IDX) not = 0
                       move "J" to WS-SIGNAAL
                   end-if
               end-if

               move spaces to WS-PCT-JTD-S
               move 0 to WS-PCT-JTD
               if BUD-BUDG-JTD(WS-BUD-IDX) not = 0
                   compute WS-PCT-WERK rounded =
                       WS-VERSCHIL-JTD * 100
                       / BUD-BUDG-JTD(WS-BUD-IDX)
                   if WS-PCT-WERK > 99999 or WS-PCT-WERK < -99999
                       move "J" to WS-SIGNAAL
                       move "******" to WS-PCT-JTD-S
                   else
                       move WS-PCT-WERK to WS-PCT-JTD
                       move WS-PCT-JTD to DISPLAY-PCT
                       move DISPLAY-PCT to WS-PCT-JTD-S
                       if function abs(WS-PCT-JTD) > WS-DREMPELPCT
                           move "J" to WS-SIGNAAL
                       end-if
                   end-if
               else
                   if BUD-WERK-JTD(WS-BUD-IDX) not = 0
                       move "J" to WS-SIGNAAL
                   end-if
               end-if
               if WS-SIGNAAL = "J"
                   add 1 to WS-SIGNAAL-COUNT
               end-if

               move BUD-WERK-MAAND(WS-BUD-IDX) to DISPLAY-WERK-MAAND
               move BUD-BUDG-MAAND(WS-BUD-IDX) to DISPLAY-BUDG-MAAND
               move WS-VERSCHIL-MAAND to DISPLAY-VERS-MAAND
               move BUD-WERK-JTD(WS-BUD-IDX) to DISPLAY-WERK-JTD
               move BUD-BUDG-JTD(WS-BUD-IDX) to DISPLAY-BUDG-JTD
               move WS-VERSCHIL-JTD to DISPLAY-VERS-JTD
               move spaces to LIJST-REGEL
               string BUD-REKENING(WS-BUD-IDX) delimited by size
                      " " delimited by size
                      BUD-KOSTENPLAATS(WS-BUD-IDX) delimited by size
                      DISPLAY-WERK-MAAND(2:) delimited by size
                      DISPLAY-BUDG-MAAND(2:) delimited by size
                      DISPLAY-VERS-MAAND(2:) delimited by size
                      WS-PCT-MAAND-S delimited by size
                      " " delimited by size
                      DISPLAY-WERK-JTD(2:) delimited by size
                      DISPLAY-BUDG-JTD(2:) delimited by size
                      DISPLAY-VERS-JTD(2:) delimited by size
                      WS-PCT-JTD-S delimited by size
                   into LIJST-REGEL
               end-string
               if WS-SIGNAAL = "J"
                   move "***" to LIJST-REGEL(112:3)
               end-if
               write LIJST-REGEL

               move spaces to CSV-REGEL
               string WS-PERIODE delimited by size
                      "," delimited by size
                      function trim(BUD-REKENING(WS-BUD-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(BUD-KOSTENPLAATS(WS-BUD-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-WERK-MAAND)
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BUDG-MAAND)
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-VERS-MAAND)
                          delimited by size
                      "," delimited by size
                      function trim(WS-PCT-MAAND-S) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-WERK-JTD) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BUDG-JTD) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-VERS-JTD) delimited by size
                      "," delimited by size
                      function trim(WS-PCT-JTD-S) delimited by size
                      "," delimited by size
                      WS-SIGNAAL delimited by size
                   into CSV-REGEL
               end-string
               write CSV-REGEL
               add 1 to WS-RECORDS-OUT.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-MAIL-CONTROLLER: the CSV to the controller through the
      *> site's mail command, as DispatchRun sends its documents.
      *>----------------------------------------------------------------
           5000-MAIL-CONTROLLER.
               move spaces to WS-CMD
               string function trim(WS-MAILCMD) delimited by size
                      " 'Budget " delimited by size
                      WS-PERIODE delimited by size
                      "' " delimited by size
                      function trim(WS-CONTROLLER) delimited by size
                      " < " delimited by size
                      function trim(DYNAMIC-CSVFILE) delimited by size
                   into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD
               display "Budgetrapport verzonden naar "
                   function trim(WS-CONTROLLER).
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-FIND-LINE: WS-BUD-IDX for WS-ZOEK-REKENING +
      *> WS-ZOEK-KOSTENPLAATS, added when new; 0 when the table is
      *> full. 6100-FIND-EXISTING only finds.
      *>----------------------------------------------------------------
           6000-FIND-LINE.
               perform 6100-FIND-EXISTING thru 6100-EXIT
               if WS-BUD-IDX not = 0
                   go to 6000-EXIT
               end-if
               if WS-BUD-COUNT >= 1000
                   display "Budgettabel vol -- "
                       function trim(WS-ZOEK-REKENING)
                       " niet opgenomen."
                   go to 6000-EXIT
               end-if
               add 1 to WS-BUD-COUNT
               move WS-BUD-COUNT to WS-BUD-IDX
               move WS-ZOEK-REKENING to BUD-REKENING(WS-BUD-IDX)
               move WS-ZOEK-KOSTENPLAATS
                   to BUD-KOSTENPLAATS(WS-BUD-IDX)
               move 0 to BUD-WERK-MAAND(WS-BUD-IDX)
               move 0 to BUD-BUDG-MAAND(WS-BUD-IDX)
               move 0 to BUD-WERK-JTD(WS-BUD-IDX)
               move 0 to BUD-BUDG-JTD(WS-BUD-IDX).
           6000-EXIT.
               exit.

           6100-FIND-EXISTING.
               perform varying WS-BUD-IDX from 1 by 1
                       until WS-BUD-IDX > WS-BUD-COUNT
                   if BUD-REKENING(WS-BUD-IDX) = WS-ZOEK-REKENING
                       and BUD-KOSTENPLAATS(WS-BUD-IDX)
                           = WS-ZOEK-KOSTENPLAATS
                       go to 6100-EXIT
                   end-if
               end-perform
               move 0 to WS-BUD-IDX.
           6100-EXIT.
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
               move "BudgetReport" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Budget.csv" to LOG-INPUT-FILE
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
