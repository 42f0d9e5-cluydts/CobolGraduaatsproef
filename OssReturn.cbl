      *>----------------------------------------------------------------
      *> OssReturn -- the quarterly OSS (One-Stop-Shop) return. EU B2C
      *> distance sales over the threshold go out of VATCalculation at
      *> the destination country's rate, marked OSS-<Landcode> in the
      *> richting column, and stay out of the Belgian aangifte. This
      *> run rolls those rows up from the VATCalculation Output files
      *> (a file name or a wildcard pattern, default "Output-*.csv")
      *> for one quarter (YYYYQn, by Factuurdatum; the current quarter
      *> unless given) into OSS-Aangifte-<YYYYQn>.csv: one line per
      *> member state and rate, a subtotal per member state and a
      *> grand total -- the figures the OSS portal asks for.
      *>----------------------------------------------------------------
       identification division.
       program-id. OssReturn.
       environment division.
       input-output section.
       file-control.
             select FILE-LIST-FILE assign to "OSS-FILELIST.TMP"
                 organization is line sequential
                 file status is WS-FILELIST-STATUS.
             select REPORT-INPUT-FILE
                 assign dynamic DYNAMIC-REPORT-INFILE
                 organization is line sequential
                 file status is WS-INPUT-STATUS.
             select AANGIFTE-FILE assign dynamic DYNAMIC-AANGIFTEFILE
                 organization is line sequential
                 file status is WS-AANGIFTE-STATUS.
             select RUNLOG-FILE assign to "RUNLOG.TXT"
                 organization is line sequential
                 file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd REPORT-INPUT-FILE.
           01 REPORT-LEESREGEL pic x(140).

           fd AANGIFTE-FILE.
           01 AANGIFTE-REGEL pic x(100).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-FILELIST-STATUS pic xx.
           01 FILELIST-EOF-FLAG pic x(1) value "0".
           01 WS-LS-COMMAND pic x(100).
           01 WS-FILES-FOUND pic 9(5) value 0.
           01 DYNAMIC-REPORT-INFILE pic x(30).
           01 DYNAMIC-AANGIFTEFILE pic x(30).
           01 WS-INPUT-STATUS pic xx.
           01 EOF-FLAG pic x(1).
           01 WS-AANGIFTE-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 WS-ROWS-READ pic 9(7) value 0.
           01 WS-OSS-ROWS pic 9(7) value 0.
           01 WS-LINES-OUT pic 9(5) value 0.
           01 WS-PATTERN pic x(60).

      *>    the declaration quarter, YYYYQn
           01 WS-KWARTAAL pic x(06).
           01 WS-KWARTAAL-NR pic 9(01).
           01 WS-MAAND pic 9(02).
           01 WS-ROW-KWARTAAL pic x(06).

      *>    one input row -- the VATCalculation core columns.
           01 R-PRIJS-S pic x(10).
           01 R-TARIEF-S pic x(4).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-LAND pic x(02).
           01 R-TARIEF pic 9(02)V9.
           01 R-PRIJS pic S9(7)V99.
           01 R-BEDRAG pic S9(7)V99.

      *>    one bucket per member state and rate, kept in Landcode/
      *>    Tarief order as rows come in.
           01 WS-OSS-COUNT pic 9(03) value 0.
           01 WS-OSS-IDX pic 9(03).
           01 WS-OSS-POS pic 9(03).
           01 WS-OSS-TABLE.
               05 WS-OSS-ENTRY occurs 200 times.
                   10 OSSA-LAND pic x(02).
                   10 OSSA-TARIEF pic 9(02)V9.
                   10 OSSA-AANTAL pic 9(07).
                   10 OSSA-BASIS pic S9(9)V99.
                   10 OSSA-BTW pic S9(9)V99.
           01 WS-OSS-VORIG-LAND pic x(02).
           01 WS-LAND-AANTAL pic 9(07).
           01 WS-LAND-BASIS pic S9(9)V99.
           01 WS-LAND-BTW pic S9(9)V99.
           01 WS-TOT-AANTAL pic 9(07) value 0.
           01 WS-TOT-BASIS pic S9(9)V99 value 0.
           01 WS-TOT-BTW pic S9(9)V99 value 0.

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-TARIEF-UIT pic x(04).
           01 DISPLAY-TARIEF-INT pic Z9.
           01 DISPLAY-TARIEF-DEC pic Z9.9.
           01 DISPLAY-AANTAL pic Z(6)9.
           01 DISPLAY-BASIS pic -(9)9.99.
           01 DISPLAY-BTW pic -(9)9.99.
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PATTERN pic x(60).
      *>    declaration quarter, YYYYQn -- blank is the current quarter
           01 LINK-PERIOD pic x(06).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PATTERN LINK-PERIOD
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move LINK-PATTERN to WS-PATTERN
           if function trim(WS-PATTERN) = spaces
               move "Output-*.csv" to WS-PATTERN
           end-if

      *>    the declaration quarter -- given, or the one we are in.
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
           display "OSS-kwartaal: " WS-KWARTAAL
           move spaces to DYNAMIC-AANGIFTEFILE
           string "OSS-Aangifte-" WS-KWARTAAL ".csv"
               delimited by size
               into DYNAMIC-AANGIFTEFILE
           end-string

           string "ls -1 " delimited by size
                  function trim(WS-PATTERN) delimited by size
                  " 2>/dev/null > OSS-FILELIST.TMP" delimited by size
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
                           display "-- rolling up: "
                               function trim(DYNAMIC-REPORT-INFILE)
                           perform 1000-ROLL-UP-FILE thru 1000-EXIT
                   end-read
               end-perform
               close FILE-LIST-FILE
           end-if
           call "SYSTEM" using "rm -f OSS-FILELIST.TMP"

           if WS-FILES-FOUND = 0
               display "No files matched: " function trim(WS-PATTERN)
               move 1 to WS-RETURN-CODE
           else
               perform 2000-WRITE-AANGIFTE thru 2000-EXIT
               move WS-TOT-AANTAL to DISPLAY-AANTAL
               move WS-TOT-BASIS to DISPLAY-BASIS
               move WS-TOT-BTW to DISPLAY-BTW
               display function trim(DISPLAY-AANTAL)
                   " OSS-verkoop(en), basis "
                   function trim(DISPLAY-BASIS) ", BTW "
                   function trim(DISPLAY-BTW) " in "
                   function trim(DYNAMIC-AANGIFTEFILE)
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
           move "OssReturn" to LOG-PROGRAM-NAME
           move LINK-OPERATOR-ID to LOG-OPERATOR-ID
           move WS-PATTERN to LOG-INPUT-FILE
           move DYNAMIC-AANGIFTEFILE to LOG-OUTPUT-FILE
           move WS-ROWS-READ to LOG-RECORDS-IN
           move WS-LINES-OUT to LOG-RECORDS-OUT
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
      *> 1000-ROLL-UP-FILE: DYNAMIC-REPORT-INFILE is already set; every
      *> OSS row of the quarter is folded into its member-state/rate
      *> bucket. Output rows carry no header.
      *>----------------------------------------------------------------
           1000-ROLL-UP-FILE.
               move "0" to EOF-FLAG
               open input REPORT-INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-REPORT-INFILE) ": "
                       WS-INPUT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               perform until EOF-FLAG = "1"
                   read REPORT-INPUT-FILE into REPORT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-ROWS-READ
                           perform 1100-ACCUMULATE-ROW thru 1100-EXIT
                   end-read
               end-perform
               close REPORT-INPUT-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-ACCUMULATE-ROW: one Output row -- only OSS-<Landcode>
      *> rows whose Factuurdatum falls in the declaration quarter.
      *>----------------------------------------------------------------
           1100-ACCUMULATE-ROW.
               move spaces to R-RICHTING-S
               move spaces to R-DATUM-S
               unstring function trim(REPORT-LEESREGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
               end-unstring
               if R-RICHTING-S(1:4) not = "OSS-"
                   go to 1100-EXIT
               end-if
               if R-DATUM-S(1:4) not numeric
                       or R-DATUM-S(6:2) not numeric
                   display "OSS-rij zonder Factuurdatum overgeslagen: "
                       function trim(REPORT-LEESREGEL)
                   go to 1100-EXIT
               end-if
               move R-DATUM-S(6:2) to WS-MAAND
               compute WS-KWARTAAL-NR = (WS-MAAND + 2) / 3
               move spaces to WS-ROW-KWARTAAL
               string R-DATUM-S(1:4) "Q" WS-KWARTAAL-NR
                   delimited by size
                   into WS-ROW-KWARTAAL
               end-string
               if WS-ROW-KWARTAAL not = WS-KWARTAAL
                   go to 1100-EXIT
               end-if
               if function test-numval(function trim(R-TARIEF-S))
                       not = 0
                       or function test-numval-c(function trim(
                           R-PRIJS-S)) not = 0
                       or function test-numval-c(function trim(
                           R-BEDRAG-S)) not = 0
                   display "Skipping unparsable row: "
                       function trim(REPORT-LEESREGEL)
                   go to 1100-EXIT
               end-if
               add 1 to WS-OSS-ROWS
               move R-RICHTING-S(5:2) to R-LAND
               move function numval(function trim(R-TARIEF-S))
                   to R-TARIEF
               move function numval-c(function trim(R-PRIJS-S))
                   to R-PRIJS
               move function numval-c(function trim(R-BEDRAG-S))
                   to R-BEDRAG

      *>        find the bucket, or the place to open it in order
               move 0 to WS-OSS-POS
               perform varying WS-OSS-IDX from 1 by 1
                       until WS-OSS-IDX > WS-OSS-COUNT
                   if OSSA-LAND(WS-OSS-IDX) = R-LAND
                           and OSSA-TARIEF(WS-OSS-IDX) = R-TARIEF
                       add 1 to OSSA-AANTAL(WS-OSS-IDX)
                       add R-PRIJS to OSSA-BASIS(WS-OSS-IDX)
                       add R-BEDRAG to OSSA-BTW(WS-OSS-IDX)
                       go to 1100-EXIT
                   end-if
                   if WS-OSS-POS = 0
                       and (OSSA-LAND(WS-OSS-IDX) > R-LAND
                           or (OSSA-LAND(WS-OSS-IDX) = R-LAND
                               and OSSA-TARIEF(WS-OSS-IDX)
                                   > R-TARIEF))
                       move WS-OSS-IDX to WS-OSS-POS
                   end-if
               end-perform
               if WS-OSS-COUNT >= 200
                   display "OSS table full, skipping: "
                       function trim(REPORT-LEESREGEL)
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               if WS-OSS-POS = 0
                   compute WS-OSS-POS = WS-OSS-COUNT + 1
               end-if
               perform varying WS-OSS-IDX from WS-OSS-COUNT by -1
                       until WS-OSS-IDX < WS-OSS-POS
                   move WS-OSS-ENTRY(WS-OSS-IDX)
                       to WS-OSS-ENTRY(WS-OSS-IDX + 1)
               end-perform
               add 1 to WS-OSS-COUNT
               move R-LAND to OSSA-LAND(WS-OSS-POS)
               move R-TARIEF to OSSA-TARIEF(WS-OSS-POS)
               move 1 to OSSA-AANTAL(WS-OSS-POS)
               move R-PRIJS to OSSA-BASIS(WS-OSS-POS)
               move R-BEDRAG to OSSA-BTW(WS-OSS-POS).
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-WRITE-AANGIFTE: the return itself -- a line per member
      *> state and rate, a SUBTOTAAL per member state, a TOTAAL.
      *>----------------------------------------------------------------
           2000-WRITE-AANGIFTE.
               open output AANGIFTE-FILE
               if WS-AANGIFTE-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-AANGIFTEFILE) ": "
                       WS-AANGIFTE-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move spaces to AANGIFTE-REGEL
               string "Kwartaal,Lidstaat,Tarief,Aantal,Basis,BTW"
                   delimited by size
                   into AANGIFTE-REGEL
               end-string
               write AANGIFTE-REGEL
               move spaces to WS-OSS-VORIG-LAND
               move 0 to WS-LAND-AANTAL
               move 0 to WS-LAND-BASIS
               move 0 to WS-LAND-BTW
               perform varying WS-OSS-IDX from 1 by 1
                       until WS-OSS-IDX > WS-OSS-COUNT
                   if OSSA-LAND(WS-OSS-IDX) not = WS-OSS-VORIG-LAND
                           and WS-OSS-VORIG-LAND not = spaces
                       perform 2100-WRITE-SUBTOTAAL thru 2100-EXIT
                   end-if
                   move OSSA-LAND(WS-OSS-IDX) to WS-OSS-VORIG-LAND
                   if function integer-part(OSSA-TARIEF(WS-OSS-IDX))
                           = OSSA-TARIEF(WS-OSS-IDX)
                       move OSSA-TARIEF(WS-OSS-IDX)
                           to DISPLAY-TARIEF-INT
                       move DISPLAY-TARIEF-INT to WS-TARIEF-UIT
                   else
                       move OSSA-TARIEF(WS-OSS-IDX)
                           to DISPLAY-TARIEF-DEC
                       move DISPLAY-TARIEF-DEC to WS-TARIEF-UIT
                   end-if
                   move OSSA-AANTAL(WS-OSS-IDX) to DISPLAY-AANTAL
                   move OSSA-BASIS(WS-OSS-IDX) to DISPLAY-BASIS
                   move OSSA-BTW(WS-OSS-IDX) to DISPLAY-BTW
                   move spaces to AANGIFTE-REGEL
                   string WS-KWARTAAL delimited by size
                          "," delimited by size
                          OSSA-LAND(WS-OSS-IDX) delimited by size
                          "," delimited by size
                          function trim(WS-TARIEF-UIT)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-AANTAL)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-BASIS)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-BTW) delimited by size
                       into AANGIFTE-REGEL
                   end-string
                   write AANGIFTE-REGEL
                   add 1 to WS-LINES-OUT
                   add OSSA-AANTAL(WS-OSS-IDX) to WS-LAND-AANTAL
                   add OSSA-BASIS(WS-OSS-IDX) to WS-LAND-BASIS
                   add OSSA-BTW(WS-OSS-IDX) to WS-LAND-BTW
                   add OSSA-AANTAL(WS-OSS-IDX) to WS-TOT-AANTAL
                   add OSSA-BASIS(WS-OSS-IDX) to WS-TOT-BASIS
                   add OSSA-BTW(WS-OSS-IDX) to WS-TOT-BTW
               end-perform
               if WS-OSS-VORIG-LAND not = spaces
                   perform 2100-WRITE-SUBTOTAAL thru 2100-EXIT
               end-if

               move WS-TOT-AANTAL to DISPLAY-AANTAL
               move WS-TOT-BASIS to DISPLAY-BASIS
               move WS-TOT-BTW to DISPLAY-BTW
               move spaces to AANGIFTE-REGEL
               string WS-KWARTAAL delimited by size
                      ",TOTAAL,," delimited by size
                      function trim(DISPLAY-AANTAL) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BASIS) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BTW) delimited by size
                   into AANGIFTE-REGEL
               end-string
               write AANGIFTE-REGEL
               close AANGIFTE-FILE.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-WRITE-SUBTOTAAL: the member state just finished.
      *>----------------------------------------------------------------
           2100-WRITE-SUBTOTAAL.
               move WS-LAND-AANTAL to DISPLAY-AANTAL
               move WS-LAND-BASIS to DISPLAY-BASIS
               move WS-LAND-BTW to DISPLAY-BTW
               move spaces to AANGIFTE-REGEL
               string WS-KWARTAAL delimited by size
                      "," delimited by size
                      WS-OSS-VORIG-LAND delimited by size
                      ",SUBTOTAAL," delimited by size
                      function trim(DISPLAY-AANTAL) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BASIS) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BTW) delimited by size
                   into AANGIFTE-REGEL
               end-string
               write AANGIFTE-REGEL
               move 0 to WS-LAND-AANTAL
               move 0 to WS-LAND-BASIS
               move 0 to WS-LAND-BTW.
           2100-EXIT.
               exit.
