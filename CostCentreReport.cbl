      *>----------------------------------------------------------------
      *> CostCentreReport -- the result per cost centre ("what does
      *> the support department cost us"). The cost centre
      *> (Kostenplaats, see Kostenplaatsen.csv "Code,Omschrijving,
      *> Actief") rides on the employee master, on purchase and
      *> contract input rows and from there on every VAT Output row
      *> and every Payroll-History.csv row. For one period (YYYY-MM)
      *> this puts side by side, per cost centre, for the period and
      *> for the year to date (January up to and including the
      *> period):
      *>   Opbrengsten    sales excl. BTW off the VAT Output rows
      *>                  (VERKOOP / VERLEGD / VOORSCHOT / SLOT)
      *>   Personeel      gross pay plus employer RSZ off
      *>                  Payroll-History.csv (through HistorySelect)
      *>   Aankopen       purchases excl. BTW off the AANKOOP rows
      *>   Resultaat      Opbrengsten - Personeel - Aankopen
      *> Amounts without a cost centre are shown on their own line,
      *> so the columns still add up to the whole company. The VAT
      *> Output files are found through a file pattern (blank =
      *> Output-*.csv); a row dates by its Factuurdatum. Output:
      *> Kostenplaats-Rapport-<periode>.txt.
      *>----------------------------------------------------------------
       identification division.
       program-id. CostCentreReport.
       environment division.
       input-output section.
       file-control.
           select KOSTENPLAATS-FILE assign to "Kostenplaatsen.csv"
               organization is line sequential
               file status is WS-KOSTENPLAATS-STATUS.
           select FILE-LIST-FILE assign to "KPRAP-FILELIST.TMP"
               organization is line sequential
               file status is WS-FILELIST-STATUS.
           select INPUT-FILE assign dynamic DYNAMIC-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd KOSTENPLAATS-FILE.
           01 KOSTENPLAATS-REGEL pic x(80).

           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd INPUT-FILE.
           01 INPUT-REGEL pic x(160).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(150).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-KOSTENPLAATS-STATUS pic xx.
           01 WS-FILELIST-STATUS pic xx.
           01 WS-INPUT-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 FILELIST-EOF-FLAG pic x(01).
           01 WS-LS-COMMAND pic x(120).
           01 DYNAMIC-INFILE pic x(30).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-PERIODE pic x(07).
           01 WS-VAT-PATTERN pic x(60).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    the history arrives through HistorySelect -- January up
      *>    to the period, segment and flat regime alike.
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-KPRAP.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

      *>    one VAT Output row
           01 R-PRIJS-S pic x(10).
           01 R-TARIEF-S pic x(4).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(12).
           01 R-VERVAL-S pic x(10).
           01 R-KOSTENPLAATS-S pic x(30).

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
           01 H-WERKBONUS-S pic x(12).
           01 H-VERVOERVRIJ-S pic x(12).
           01 H-VERVOERBELAST-S pic x(12).
           01 H-TWDAGEN-S pic x(06).
           01 H-KOSTENPLAATS-S pic x(10).

      *>    the row being added: its cost centre, the amount, and
      *>    whether it falls in the period itself
           01 WS-ROW-KP pic x(10).
           01 WS-ROW-BEDRAG pic s9(9)v99.
           01 WS-ROW-SOORT pic x(01).
               88 ROW-OPBRENGST value "O".
               88 ROW-PERSONEEL value "P".
               88 ROW-AANKOOP value "A".
           01 WS-ROW-IN-PERIODE pic x(01).

      *>    per cost centre -- entry 1 is "no cost centre"
           01 WS-KPL-COUNT pic 9(03) value 1.
           01 WS-KPL-IDX pic 9(03).
           01 KPL-TABLE.
               05 KPL-ENTRY occurs 200 times.
                   10 KPL-CODE pic x(10) value spaces.
                   10 KPL-OMSCHRIJVING pic x(30) value spaces.
                   10 KPL-PER-OPBRENGST pic s9(9)v99 value 0.
                   10 KPL-PER-PERSONEEL pic s9(9)v99 value 0.
                   10 KPL-PER-AANKOOP pic s9(9)v99 value 0.
                   10 KPL-JTD-OPBRENGST pic s9(9)v99 value 0.
                   10 KPL-JTD-PERSONEEL pic s9(9)v99 value 0.
                   10 KPL-JTD-AANKOOP pic s9(9)v99 value 0.
           01 WS-KOSTENPLAATS-LEESREGEL pic x(80).
           01 K-CODE-S pic x(10).
           01 K-OMSCHRIJVING-S pic x(30).
           01 K-ACTIEF-S pic x(01).

      *>    the report
           01 WS-BLOK pic x(01).
               88 BLOK-PERIODE value "P".
               88 BLOK-JAAR value "J".
           01 WS-OPBRENGST pic s9(9)v99.
           01 WS-PERSONEEL pic s9(9)v99.
           01 WS-AANKOOP pic s9(9)v99.
           01 WS-RESULTAAT pic s9(9)v99.
           01 WS-TOT-OPBRENGST pic s9(9)v99.
           01 WS-TOT-PERSONEEL pic s9(9)v99.
           01 WS-TOT-AANKOOP pic s9(9)v99.
           01 WS-TOT-RESULTAAT pic s9(9)v99.
           01 WS-KP-NAAM pic x(10).
           01 WS-KP-OMSCHRIJVING pic x(30).
           01 DISPLAY-OPBRENGST pic -(9)9.99.
           01 DISPLAY-PERSONEEL pic -(9)9.99.
           01 DISPLAY-AANKOOP pic -(9)9.99.
           01 DISPLAY-RESULTAAT pic -(9)9.99.

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
           move spaces to DYNAMIC-LIJSTFILE

           move LINK-PERIODE to WS-PERIODE
           if WS-PERIODE(5:1) not = "-"
               or WS-PERIODE(1:4) not numeric
               or WS-PERIODE(6:2) not numeric
               display "Ongeldige periode (YYYY-MM verwacht): "
                   LINK-PERIODE
               move 1 to WS-RETURN-CODE
           else
               move LINK-VAT-PATTERN to WS-VAT-PATTERN
               if WS-VAT-PATTERN = spaces
                   move "Output-*.csv" to WS-VAT-PATTERN
               end-if
               perform 1000-LOAD-KOSTENPLAATSEN thru 1000-EXIT
               perform 2000-SWEEP-VAT thru 2000-EXIT
               perform 3000-FOLD-HISTORY thru 3000-EXIT
               perform 4000-REPORT thru 4000-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-KOSTENPLAATSEN: the master's codes first, so every
      *> cost centre shows on the report in the master's order, even
      *> one without figures yet. No master is no error -- the codes
      *> are then taken as they come.
      *>----------------------------------------------------------------
           1000-LOAD-KOSTENPLAATSEN.
               move "(geen)" to KPL-OMSCHRIJVING(1)
               open input KOSTENPLAATS-FILE
               if WS-KOSTENPLAATS-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read KOSTENPLAATS-FILE into WS-KOSTENPLAATS-LEESREGEL
      *>        skips header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read KOSTENPLAATS-FILE
                       into WS-KOSTENPLAATS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to K-CODE-S
                           move spaces to K-OMSCHRIJVING-S
                           move spaces to K-ACTIEF-S
                           unstring function trim(
                                   WS-KOSTENPLAATS-LEESREGEL)
                               delimited by ","
                               into K-CODE-S K-OMSCHRIJVING-S
                                    K-ACTIEF-S
                           end-unstring
                           move function upper-case(K-CODE-S)
                               to WS-ROW-KP
                           if WS-ROW-KP not = spaces
                               perform 5000-FIND-KOSTENPLAATS
                                   thru 5000-EXIT
                               move K-OMSCHRIJVING-S
                                   to KPL-OMSCHRIJVING(WS-KPL-IDX)
                           end-if
                   end-read
               end-perform
               close KOSTENPLAATS-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SWEEP-VAT: every Output file the pattern matches, row
      *> by row -- the same listing GlJournalExport uses.
      *>----------------------------------------------------------------
           2000-SWEEP-VAT.
               move spaces to WS-LS-COMMAND
               string "ls -1 " delimited by size
                      function trim(WS-VAT-PATTERN) delimited by size
                      " 2>/dev/null > KPRAP-FILELIST.TMP"
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
               call "SYSTEM" using "rm -f KPRAP-FILELIST.TMP".
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
      *> 2200-FOLD-VAT-ROW: a row counts when its Richting is a sales
      *> or purchase marker and its Factuurdatum falls in the year,
      *> up to and including the period.
      *>----------------------------------------------------------------
           2200-FOLD-VAT-ROW.
               move spaces to R-RICHTING-S
               move spaces to R-DATUM-S
               move spaces to R-KOSTENPLAATS-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
                        R-FAKTUURNR-S R-VERVAL-S R-KOSTENPLAATS-S
               end-unstring
               if function test-numval-c(function trim(R-PRIJS-S))
                       not = 0
                   go to 2200-EXIT
               end-if
      *>        an OSS-<Landcode> row is a sale like any other here
               if R-RICHTING-S(1:4) = "OSS-"
                   move "VERKOOP" to R-RICHTING-S
               end-if
               evaluate function trim(R-RICHTING-S)
                   when "VERKOOP"
                   when "VERLEGD"
                   when "VOORSCHOT"
                   when "SLOT"
                       set ROW-OPBRENGST to true
                   when "AANKOOP"
                       set ROW-AANKOOP to true
                   when other
                       go to 2200-EXIT
               end-evaluate
               if R-DATUM-S(1:4) not = WS-PERIODE(1:4)
                   or R-DATUM-S(1:7) > WS-PERIODE
                   go to 2200-EXIT
               end-if
               move "N" to WS-ROW-IN-PERIODE
               if R-DATUM-S(1:7) = WS-PERIODE
                   move "Y" to WS-ROW-IN-PERIODE
               end-if
               add 1 to WS-RECORDS-IN
               move function numval-c(function trim(R-PRIJS-S))
                   to WS-ROW-BEDRAG
               move function upper-case(R-KOSTENPLAATS-S(1:10))
                   to WS-ROW-KP
               perform 5100-ADD-ROW thru 5100-EXIT.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-FOLD-HISTORY: gross pay plus employer RSZ per history
      *> row, January up to the period.
      *>----------------------------------------------------------------
           3000-FOLD-HISTORY.
               move spaces to WS-HISTSEL-VAN
               string WS-PERIODE(1:4) "-01" delimited by size
                   into WS-HISTSEL-VAN
               end-string
               move WS-PERIODE to WS-HISTSEL-TOT
               call "HistorySelect" using WS-HISTSEL-VAN
                   WS-HISTSEL-TOT HISTORY-FILE-NAME
                   WS-HISTSEL-OK
               cancel "HistorySelect"
               open input HISTORY-FILE
               if WS-HISTORY-STATUS not = "00"
                   display "Payroll-History.csv not found -- "
                       "personeelskost blijft nul."
                   go to 3000-EXIT
               end-if
               read HISTORY-FILE into HISTORY-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORY-FILE into HISTORY-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 3100-ONE-HISTORY-ROW
                               thru 3100-EXIT
                   end-read
               end-perform
               close HISTORY-FILE
               call "SYSTEM" using "rm -f HISTSEL-KPRAP.TMP".
           3000-EXIT.
               exit.

           3100-ONE-HISTORY-ROW.
               move spaces to H-PERIODE
               move spaces to H-BRUTO-S
               move spaces to H-WERKGEVER-S
               move spaces to H-KOSTENPLAATS-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-TYPE H-BRUTO-S
                        H-RSZ-S H-VOORHEFFING-S H-NETTO-S
                        H-WERKGEVER-S H-WERKBONUS-S H-VERVOERVRIJ-S
                        H-VERVOERBELAST-S H-TWDAGEN-S H-KOSTENPLAATS-S
               end-unstring
               if H-PERIODE(1:4) not = WS-PERIODE(1:4)
                   or H-PERIODE > WS-PERIODE
                   go to 3100-EXIT
               end-if
               if function test-numval(function trim(H-BRUTO-S))
                       not = 0
                   go to 3100-EXIT
               end-if
               add 1 to WS-RECORDS-IN
               move function numval(function trim(H-BRUTO-S))
                   to WS-ROW-BEDRAG
               if function trim(H-WERKGEVER-S) not = spaces
                   and function test-numval(function trim(
                       H-WERKGEVER-S)) = 0
                   add function numval(function trim(H-WERKGEVER-S))
                       to WS-ROW-BEDRAG
               end-if
               move "N" to WS-ROW-IN-PERIODE
               if H-PERIODE = WS-PERIODE
                   move "Y" to WS-ROW-IN-PERIODE
               end-if
               set ROW-PERSONEEL to true
               move function upper-case(H-KOSTENPLAATS-S)
                   to WS-ROW-KP
               perform 5100-ADD-ROW thru 5100-EXIT.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-REPORT: two blocks -- the period, then the year to date.
      *>----------------------------------------------------------------
           4000-REPORT.
               move spaces to DYNAMIC-LIJSTFILE
               string "Kostenplaats-Rapport-" delimited by size
                      WS-PERIODE delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to LIJST-REGEL
               string "RESULTAAT PER KOSTENPLAATS     Periode: "
                          delimited by size
                      WS-PERIODE delimited by size
                      "     Datum: " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL

               set BLOK-PERIODE to true
               perform 4100-ONE-BLOCK thru 4100-EXIT
               set BLOK-JAAR to true
               perform 4100-ONE-BLOCK thru 4100-EXIT

               close LIJST-FILE
               display "Kostenplaatsrapport geschreven: "
                   function trim(DYNAMIC-LIJSTFILE).
           4000-EXIT.
               exit.

           4100-ONE-BLOCK.
               move 0 to WS-TOT-OPBRENGST
               move 0 to WS-TOT-PERSONEEL
               move 0 to WS-TOT-AANKOOP
               move 0 to WS-TOT-RESULTAAT
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               if BLOK-PERIODE
                   string "Periode " delimited by size
                          WS-PERIODE delimited by size
                       into LIJST-REGEL
                   end-string
               else
                   string "Cumulatief " delimited by size
                          WS-PERIODE(1:4) delimited by size
                          "-01 t/m " delimited by size
                          WS-PERIODE delimited by size
                       into LIJST-REGEL
                   end-string
               end-if
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Kostenpl.  Omschrijving                  "
                          delimited by size
                      "    Opbrengsten      Personeel       Aankopen"
                          delimited by size
                      "      Resultaat" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
      *>        the cost centres first, "no cost centre" last
               perform varying WS-KPL-IDX from 2 by 1
                       until WS-KPL-IDX > WS-KPL-COUNT
                   perform 4200-ONE-LINE thru 4200-EXIT
               end-perform
               move 1 to WS-KPL-IDX
               perform 4200-ONE-LINE thru 4200-EXIT
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               move WS-TOT-OPBRENGST to WS-OPBRENGST
               move WS-TOT-PERSONEEL to WS-PERSONEEL
               move WS-TOT-AANKOOP to WS-AANKOOP
               move WS-TOT-RESULTAAT to WS-RESULTAAT
               move "Totaal" to WS-KP-NAAM
               move spaces to WS-KP-OMSCHRIJVING
               perform 4300-WRITE-LINE thru 4300-EXIT.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-ONE-LINE: one cost centre of the block; "no cost
      *> centre" only when it carries something.
      *>----------------------------------------------------------------
           4200-ONE-LINE.
               if BLOK-PERIODE
                   move KPL-PER-OPBRENGST(WS-KPL-IDX) to WS-OPBRENGST
                   move KPL-PER-PERSONEEL(WS-KPL-IDX) to WS-PERSONEEL
                   move KPL-PER-AANKOOP(WS-KPL-IDX) to WS-AANKOOP
               else
                   move KPL-JTD-OPBRENGST(WS-KPL-IDX) to WS-OPBRENGST
                   move KPL-JTD-PERSONEEL(WS-KPL-IDX) to WS-PERSONEEL
                   move KPL-JTD-AANKOOP(WS-KPL-IDX) to WS-AANKOOP
               end-if
               if WS-KPL-IDX = 1
                   and WS-OPBRENGST = 0
                   and WS-PERSONEEL = 0
                   and WS-AANKOOP = 0
                   go to 4200-EXIT
               end-if
               compute WS-RESULTAAT =
                   WS-OPBRENGST - WS-PERSONEEL - WS-AANKOOP
               add WS-OPBRENGST to WS-TOT-OPBRENGST
               add WS-PERSONEEL to WS-TOT-PERSONEEL
               add WS-AANKOOP to WS-TOT-AANKOOP
               add WS-RESULTAAT to WS-TOT-RESULTAAT
               move KPL-CODE(WS-KPL-IDX) to WS-KP-NAAM
               move KPL-OMSCHRIJVING(WS-KPL-IDX)
                   to WS-KP-OMSCHRIJVING
               add 1 to WS-RECORDS-OUT
               perform 4300-WRITE-LINE thru 4300-EXIT.
           4200-EXIT.
               exit.

           4300-WRITE-LINE.
               move WS-OPBRENGST to DISPLAY-OPBRENGST
               move WS-PERSONEEL to DISPLAY-PERSONEEL
               move WS-AANKOOP to DISPLAY-AANKOOP
               move WS-RESULTAAT to DISPLAY-RESULTAAT
               move spaces to LIJST-REGEL
               string WS-KP-NAAM delimited by size
                      " " delimited by size
                      WS-KP-OMSCHRIJVING delimited by size
                      "  " delimited by size
                      DISPLAY-OPBRENGST delimited by size
                      " " delimited by size
                      DISPLAY-PERSONEEL delimited by size
                      " " delimited by size
                      DISPLAY-AANKOOP delimited by size
                      " " delimited by size
                      DISPLAY-RESULTAAT delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL.
           4300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-FIND-KOSTENPLAATS: WS-KPL-IDX for WS-ROW-KP, added when
      *> new -- entry 1 when blank or when the table is full.
      *>----------------------------------------------------------------
           5000-FIND-KOSTENPLAATS.
               move 1 to WS-KPL-IDX
               if WS-ROW-KP = spaces
                   go to 5000-EXIT
               end-if
               perform varying WS-KPL-IDX from 2 by 1
                       until WS-KPL-IDX > WS-KPL-COUNT
                   if KPL-CODE(WS-KPL-IDX) = WS-ROW-KP
                       go to 5000-EXIT
                   end-if
               end-perform
               if WS-KPL-COUNT >= 200
                   move 1 to WS-KPL-IDX
                   go to 5000-EXIT
               end-if
               add 1 to WS-KPL-COUNT
               move WS-KPL-COUNT to WS-KPL-IDX
               move WS-ROW-KP to KPL-CODE(WS-KPL-IDX).
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-ADD-ROW: WS-ROW-BEDRAG onto the row's cost centre, in
      *> the year-to-date column always and the period column when
      *> the row is dated in it.
      *>----------------------------------------------------------------
           5100-ADD-ROW.
               perform 5000-FIND-KOSTENPLAATS thru 5000-EXIT
               evaluate true
                   when ROW-OPBRENGST
                       add WS-ROW-BEDRAG
                           to KPL-JTD-OPBRENGST(WS-KPL-IDX)
                       if WS-ROW-IN-PERIODE = "Y"
                           add WS-ROW-BEDRAG
                               to KPL-PER-OPBRENGST(WS-KPL-IDX)
                       end-if
                   when ROW-PERSONEEL
                       add WS-ROW-BEDRAG
                           to KPL-JTD-PERSONEEL(WS-KPL-IDX)
                       if WS-ROW-IN-PERIODE = "Y"
                           add WS-ROW-BEDRAG
                               to KPL-PER-PERSONEEL(WS-KPL-IDX)
                       end-if
                   when ROW-AANKOOP
                       add WS-ROW-BEDRAG
                           to KPL-JTD-AANKOOP(WS-KPL-IDX)
                       if WS-ROW-IN-PERIODE = "Y"
                           add WS-ROW-BEDRAG
                               to KPL-PER-AANKOOP(WS-KPL-IDX)
                       end-if
               end-evaluate.
           5100-EXIT.
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
               move "CostCentreReport" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move WS-VAT-PATTERN to LOG-INPUT-FILE
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
