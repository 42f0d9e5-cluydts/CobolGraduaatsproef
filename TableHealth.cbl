      *>----------------------------------------------------------------
      *> TableHealth -- a bad edit to a reference table only shows
      *> when the payroll or VAT run misbehaves at night. This run
      *> checks the tables before the batch window, on a reference
      *> date (blank = today), against rules per table of four kinds:
      *>   coverage      the table covers what the batch will ask it
      *>                 for (a VAT rate valid today for 0/6/12/21,
      *>                 this year's and -- near year-end -- next
      *>                 year's Kalender.csv holidays, a top bracket)
      *>   continuity    ranges follow on without gap or overlap
      *>                 (VAT-Rates validity per rate, WHT-Brackets
      *>                 and Werkbonus bounds ascending, Baremas
      *>                 seniority steps, ReferenceRates years,
      *>                 Gezondheidsindex months)
      *>   freshness     CurrencyRates.csv and Gezondheidsindex.csv
      *>                 not older than the configured limit
      *>   plausibility  every value numeric, dated and within a
      *>                 sane range
      *> Every rule ends PASS, WARN or FAIL, on
      *> Tabel-Gezondheid-<datum>.txt. Any FAIL ends the run with
      *> return code 1 -- as the first JobStream.csv step it keeps
      *> the calculation steps that depend on it from running. The
      *> limits come from Tabel-Controle-Config.csv (Sleutel,Waarde):
      *>   KOERS-WAARSCHUW-DAGEN    currency rate age for WARN (7)
      *>   KOERS-FAIL-DAGEN         currency rate age for FAIL (0 =
      *>                            stale rates only warn)
      *>   INDEX-WAARSCHUW-MAANDEN  months the index may lag (2)
      *>   KALENDER-VOORUIT-DAGEN   days before year-end from which
      *>                            next year's holidays are
      *>                            expected (60; the last 14 FAIL)
      *>----------------------------------------------------------------
       identification division.
       program-id. TableHealth.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Tabel-Controle-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select TABLE-FILE assign dynamic DYNAMIC-TABLEFILE
               organization is line sequential
               file status is WS-TABLE-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(40).

           fd TABLE-FILE.
           01 TABLE-REGEL pic x(200).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-TABLE-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-CONFIG-EOF pic x(01).
           01 WS-CONFIG-SLEUTEL pic x(30).
           01 WS-CONFIG-WAARDE pic x(10).
           01 DYNAMIC-TABLEFILE pic x(40).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    the limits
           01 WS-KOERS-WARN-DAGEN pic 9(04) value 7.
           01 WS-KOERS-FAIL-DAGEN pic 9(04) value 0.
           01 WS-INDEX-WARN-MAANDEN pic 9(02) value 2.
           01 WS-KALENDER-VOORUIT pic 9(03) value 60.

      *>    the reference date, as text and as a day number
           01 WS-PEILDATUM pic x(10).
           01 WS-PEIL-GETAL pic 9(07).
           01 WS-PEIL-JAAR pic 9(04).
           01 WS-PEIL-MAANDNR pic 9(06).

      *>    one row, split
           01 F-VELD-TABLE.
               05 F-VELD occurs 8 times pic x(30).
           01 WS-VELD-IDX pic 9(02).
           01 WS-REGELNR pic 9(05).

      *>    a date as text to a day number (0 = not a date)
           01 WS-D-TEKST pic x(10).
           01 WS-D-N pic 9(08).
           01 WS-D-GETAL pic 9(07).

      *>    the rows of the table under check
           01 WS-RIJ-COUNT pic 9(04) value 0.
           01 RIJ-TABLE.
               05 RIJ-ENTRY occurs 2000 times indexed by RIJ-IDX.
                   10 RIJ-SLEUTEL pic x(20).
                   10 RIJ-VAN pic 9(07).
                   10 RIJ-TOT pic 9(07).
                   10 RIJ-WAARDE pic s9(09)V9(04).
                   10 RIJ-WAARDE2 pic s9(09)V9(04).
                   10 RIJ-REGELNR pic 9(05).
           01 WS-J pic 9(04).
           01 WS-VOLGENDE pic 9(04).
           01 WS-VOLGENDE-VAN pic 9(07).
           01 WS-GEDEKT pic x(01).
           01 WS-AANTAL pic 9(05).
           01 WS-AANTAL-VOLGEND pic 9(05).
           01 WS-VORIG-WAARDE pic s9(09)V9(04).
           01 WS-VORIG-MAANDNR pic 9(06).
           01 WS-MAANDNR pic 9(06).
           01 WS-DAGEN pic s9(07).
           01 WS-STANDAARD-TARIEF pic 9(02).
           01 STANDAARD-TARIEVEN.
               05 filler pic 9(02) value 0.
               05 filler pic 9(02) value 6.
               05 filler pic 9(02) value 12.
               05 filler pic 9(02) value 21.
           01 filler redefines STANDAARD-TARIEVEN.
               05 STD-TARIEF pic 9(02) occurs 4 times.
           01 WS-STD-IDX pic 9(01).

      *>    the currencies and their newest rate date
           01 WS-VAL-COUNT pic 9(02) value 0.
           01 VAL-TABLE.
               05 VAL-ENTRY occurs 60 times indexed by VAL-IDX.
                   10 VAL-CODE pic x(03).
                   10 VAL-LAATST pic 9(07).

      *>    the rule being judged, and the verdicts
           01 WS-TABEL pic x(26).
           01 WS-REGEL pic x(14).
           01 WS-REGEL-BEVINDINGEN pic 9(04).
           01 U-STATUS pic x(04).
           01 U-TEKST pic x(80).
           01 WS-PASS-COUNT pic 9(04) value 0.
           01 WS-WARN-COUNT pic 9(04) value 0.
           01 WS-FAIL-COUNT pic 9(04) value 0.

           01 DISPLAY-REGELNR pic ZZZZ9.
           01 DISPLAY-AANTAL pic ZZZZ9.
           01 DISPLAY-WAARDE pic -(8)9.9999.
           01 WS-PTR pic 9(03).

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
      *>    the reference date, YYYY-MM-DD (blank = today)
           01 LINK-PEILDATUM pic x(10).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PEILDATUM LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move 0 to WS-RETURN-CODE
           move spaces to DYNAMIC-RAPPORTFILE
           move LINK-PEILDATUM to WS-PEILDATUM
           if WS-PEILDATUM = spaces
               string WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2)
                   delimited by size into WS-PEILDATUM
               end-string
           end-if
           move WS-PEILDATUM to WS-D-TEKST
           perform 1900-DATE-TO-DAY thru 1900-EXIT
           if WS-D-GETAL = 0
               display "Ongeldige peildatum (YYYY-MM-DD verwacht): "
                   LINK-PEILDATUM
               move 1 to WS-RETURN-CODE
           else
               move WS-D-GETAL to WS-PEIL-GETAL
               move WS-PEILDATUM(1:4) to WS-PEIL-JAAR
               compute WS-PEIL-MAANDNR = WS-PEIL-JAAR * 12
                   + function numval(WS-PEILDATUM(6:2))
               perform 1000-LOAD-CONFIG thru 1000-EXIT
               perform 2000-OPEN-REPORT thru 2000-EXIT
               if WS-RETURN-CODE = 0
                   perform 3000-VAT-RATES thru 3000-EXIT
                   perform 3100-KALENDER thru 3100-EXIT
                   perform 3200-CURRENCY-RATES thru 3200-EXIT
                   perform 3300-HEALTH-INDEX thru 3300-EXIT
                   perform 3400-WHT-BRACKETS thru 3400-EXIT
                   perform 3500-WERKBONUS thru 3500-EXIT
                   perform 3600-BAREMAS thru 3600-EXIT
                   perform 3700-REFERENCE-RATES thru 3700-EXIT
                   perform 5000-CLOSE-REPORT thru 5000-EXIT
               end-if
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the limits; a missing file or key keeps
      *> the default.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to WS-CONFIG-EOF
               perform until WS-CONFIG-EOF = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to WS-CONFIG-EOF
                       not at end
                           move spaces to WS-CONFIG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           if function test-numval(function trim(
                                   WS-CONFIG-WAARDE)) = 0
                               evaluate function trim(WS-CONFIG-SLEUTEL)
                                   when "KOERS-WAARSCHUW-DAGEN"
                                       move function numval(function
                                           trim(WS-CONFIG-WAARDE))
                                           to WS-KOERS-WARN-DAGEN
                                   when "KOERS-FAIL-DAGEN"
                                       move function numval(function
                                           trim(WS-CONFIG-WAARDE))
                                           to WS-KOERS-FAIL-DAGEN
                                   when "INDEX-WAARSCHUW-MAANDEN"
                                       move function numval(function
                                           trim(WS-CONFIG-WAARDE))
                                           to WS-INDEX-WARN-MAANDEN
                                   when "KALENDER-VOORUIT-DAGEN"
                                       move function numval(function
                                           trim(WS-CONFIG-WAARDE))
                                           to WS-KALENDER-VOORUIT
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-READ-TABLE: WS-TABEL into RIJ-TABLE through the
      *> table's own 1200 row paragraph; a missing table leaves it
      *> empty with WS-TABLE-STATUS telling why.
      *>----------------------------------------------------------------
           1100-READ-TABLE.
               move 0 to WS-RIJ-COUNT
               move WS-TABEL to DYNAMIC-TABLEFILE
               open input TABLE-FILE
               if WS-TABLE-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read TABLE-FILE into TABLE-REGEL *> header
               move 1 to WS-REGELNR
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TABLE-FILE into TABLE-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-REGELNR
                           if TABLE-REGEL not = spaces
                               and WS-RIJ-COUNT < 2000
                               add 1 to WS-RECORDS-IN
                               perform 1150-SPLIT-ROW thru 1150-EXIT
                               add 1 to WS-RIJ-COUNT
                               set RIJ-IDX to WS-RIJ-COUNT
                               initialize RIJ-ENTRY(RIJ-IDX)
                               move WS-REGELNR to RIJ-REGELNR(RIJ-IDX)
                               perform 1200-STORE-ROW thru 1200-EXIT
                           end-if
                   end-read
               end-perform
               close TABLE-FILE.
           1100-EXIT.
               exit.

           1150-SPLIT-ROW.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 8
                   move spaces to F-VELD(WS-VELD-IDX)
               end-perform
               unstring function trim(TABLE-REGEL)
                   delimited by ","
                   into F-VELD(1) F-VELD(2) F-VELD(3) F-VELD(4)
                        F-VELD(5) F-VELD(6) F-VELD(7) F-VELD(8)
               end-unstring
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 8
                   move function trim(F-VELD(WS-VELD-IDX))
                       to F-VELD(WS-VELD-IDX)
               end-perform.
           1150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-STORE-ROW: the plausibility rule, per table, while
      *> the row goes into RIJ-TABLE -- a value that does not parse
      *> is a FAIL and the row is kept out of the later rules.
      *>----------------------------------------------------------------
           1200-STORE-ROW.
               move spaces to U-TEKST
               evaluate WS-TABEL
                   when "VAT-Rates.csv"
                       move F-VELD(1) to RIJ-SLEUTEL(RIJ-IDX)
                       move F-VELD(2) to WS-D-TEKST
                       perform 1900-DATE-TO-DAY thru 1900-EXIT
                       move WS-D-GETAL to RIJ-VAN(RIJ-IDX)
                       move 9999999 to RIJ-TOT(RIJ-IDX)
                       if F-VELD(3) not = spaces
                           move F-VELD(3) to WS-D-TEKST
                           perform 1900-DATE-TO-DAY thru 1900-EXIT
                           move WS-D-GETAL to RIJ-TOT(RIJ-IDX)
                       end-if
                       evaluate true
                           when function test-numval(F-VELD(1)) not = 0
                               move "tarief niet numeriek" to U-TEKST
                           when function numval(F-VELD(1)) < 0
                               or function numval(F-VELD(1)) > 100
                               move "tarief buiten 0-100" to U-TEKST
                           when RIJ-VAN(RIJ-IDX) = 0
                               move "GeldigVan geen datum" to U-TEKST
                           when RIJ-TOT(RIJ-IDX) = 0
                               move "GeldigTot geen datum" to U-TEKST
                           when RIJ-TOT(RIJ-IDX) < RIJ-VAN(RIJ-IDX)
                               move "GeldigTot voor GeldigVan"
                                   to U-TEKST
                       end-evaluate
                   when "Kalender.csv"
                       move F-VELD(1) to WS-D-TEKST
                       perform 1900-DATE-TO-DAY thru 1900-EXIT
                       move WS-D-GETAL to RIJ-VAN(RIJ-IDX)
                       move F-VELD(1)(1:4) to RIJ-SLEUTEL(RIJ-IDX)
                       if WS-D-GETAL = 0
                           move "Datum geen datum" to U-TEKST
                       end-if
                   when "CurrencyRates.csv"
                       move F-VELD(1) to RIJ-SLEUTEL(RIJ-IDX)
                       move F-VELD(2) to WS-D-TEKST
                       perform 1900-DATE-TO-DAY thru 1900-EXIT
                       move WS-D-GETAL to RIJ-VAN(RIJ-IDX)
                       evaluate true
                           when function length(function trim(
                                   F-VELD(1))) not = 3
                               move "Valuta geen ISO-code" to U-TEKST
                           when WS-D-GETAL = 0
                               move "Datum geen datum" to U-TEKST
                           when function test-numval(F-VELD(3)) not = 0
                               move "Koers niet numeriek" to U-TEKST
                           when function numval(F-VELD(3)) <= 0
                               or function numval(F-VELD(3)) > 10000
                               move "Koers buiten 0-10000" to U-TEKST
                       end-evaluate
                   when "Gezondheidsindex.csv"
                       move 0 to RIJ-VAN(RIJ-IDX)
                       if F-VELD(1)(5:1) = "-"
                           and F-VELD(1)(1:4) numeric
                           and F-VELD(1)(6:2) numeric
                           and F-VELD(1)(6:2) >= "01"
                           and F-VELD(1)(6:2) <= "12"
                           compute RIJ-VAN(RIJ-IDX) =
                               function numval(F-VELD(1)(1:4)) * 12
                               + function numval(F-VELD(1)(6:2))
                       end-if
                       evaluate true
                           when RIJ-VAN(RIJ-IDX) = 0
                               move "Maand geen YYYY-MM" to U-TEKST
                           when function test-numval(F-VELD(2)) not = 0
                               move "Index niet numeriek" to U-TEKST
                           when function numval(F-VELD(2)) < 50
                               or function numval(F-VELD(2)) > 500
                               move "Index buiten 50-500" to U-TEKST
                       end-evaluate
                   when "WHT-Brackets.csv"
                       evaluate true
                           when function test-numval(F-VELD(1)) not = 0
                               move "Bovengrens niet numeriek"
                                   to U-TEKST
                           when function test-numval(F-VELD(2)) not = 0
                               move "Tarief niet numeriek" to U-TEKST
                           when function numval(F-VELD(2)) < 0
                               or function numval(F-VELD(2)) > 0.9999
                               move "Tarief buiten 0-0.9999" to U-TEKST
                           when other
                               move function numval(F-VELD(1))
                                   to RIJ-WAARDE(RIJ-IDX)
                       end-evaluate
                   when "Werkbonus.csv"
                       evaluate true
                           when function test-numval(F-VELD(1)) not = 0
                               move "Bovengrens niet numeriek"
                                   to U-TEKST
                           when function test-numval(F-VELD(2)) not = 0
                               or function numval(F-VELD(2)) < 0
                               move "MaxVermindering ongeldig"
                                   to U-TEKST
                           when function test-numval(F-VELD(3)) not = 0
                               move "AfbouwFactor niet numeriek"
                                   to U-TEKST
                           when function numval(F-VELD(3)) < 0
                               or function numval(F-VELD(3)) > 1
                               move "AfbouwFactor buiten 0-1" to U-TEKST
                           when other
                               move function numval(F-VELD(1))
                                   to RIJ-WAARDE(RIJ-IDX)
                       end-evaluate
                   when "Baremas.csv"
                       move spaces to RIJ-SLEUTEL(RIJ-IDX)
                       string F-VELD(1) delimited by space
                              "/" delimited by size
                              F-VELD(2) delimited by space
                           into RIJ-SLEUTEL(RIJ-IDX)
                       end-string
                       evaluate true
                           when function test-numval(F-VELD(3)) not = 0
                               move "AnciennJaren niet numeriek"
                                   to U-TEKST
                           when function test-numval(F-VELD(4)) not = 0
                               move "MinimumMaandloon niet numeriek"
                                   to U-TEKST
                           when function numval(F-VELD(4)) <= 0
                               or function numval(F-VELD(4)) > 20000
                               move "MinimumMaandloon buiten 0-20000"
                                   to U-TEKST
                           when other
                               move function numval(F-VELD(3))
                                   to RIJ-WAARDE(RIJ-IDX)
                               move function numval(F-VELD(4))
                                   to RIJ-WAARDE2(RIJ-IDX)
                       end-evaluate
                   when "ReferenceRates.csv"
                       evaluate true
                           when function test-numval(F-VELD(1)) not = 0
                               move "Jaar niet numeriek" to U-TEKST
                           when function test-numval(F-VELD(2)) not = 0
                               move "Rente niet numeriek" to U-TEKST
                           when function numval(F-VELD(2)) < 0
                               or function numval(F-VELD(2)) > 25
                               move "Rente buiten 0-25" to U-TEKST
                           when other
                               move function numval(F-VELD(1))
                                   to RIJ-WAARDE(RIJ-IDX)
                       end-evaluate
               end-evaluate
               if U-TEKST not = spaces
                   move "FAIL" to U-STATUS
                   perform 8100-ROW-FINDING thru 8100-EXIT
                   subtract 1 from WS-RIJ-COUNT
               end-if.
           1200-EXIT.
               exit.

      *>    WS-D-TEKST (YYYY-MM-DD) to day number WS-D-GETAL, 0 when
      *>    it is no existing date
           1900-DATE-TO-DAY.
               move 0 to WS-D-GETAL
               if WS-D-TEKST(5:1) not = "-" or WS-D-TEKST(8:1) not = "-"
                   or WS-D-TEKST(1:4) not numeric
                   or WS-D-TEKST(6:2) not numeric
                   or WS-D-TEKST(9:2) not numeric
                   go to 1900-EXIT
               end-if
               compute WS-D-N =
                   function numval(WS-D-TEKST(1:4)) * 10000
                   + function numval(WS-D-TEKST(6:2)) * 100
                   + function numval(WS-D-TEKST(9:2))
               if function test-date-yyyymmdd(WS-D-N) not = 0
                   go to 1900-EXIT
               end-if
               compute WS-D-GETAL = function integer-of-date(WS-D-N).
           1900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-OPEN-REPORT.
      *>----------------------------------------------------------------
           2000-OPEN-REPORT.
               string "Tabel-Gezondheid-" WS-PEILDATUM ".txt"
                   delimited by size into DYNAMIC-RAPPORTFILE
               end-string
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-RAPPORTFILE) ": "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               string "GEZONDHEID VAN DE REFERENTIETABELLEN -- "
                      "peildatum " WS-PEILDATUM
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Tabel" to RAPPORT-REGEL(1:5)
               move "Regel" to RAPPORT-REGEL(28:5)
               move "Oordeel" to RAPPORT-REGEL(43:7)
               move "Toelichting" to RAPPORT-REGEL(51:11)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:110)
               write RAPPORT-REGEL.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-VAT-RATES: each of 0/6/12/21 valid on the reference
      *> date; per rate, every validity range picks up the day after
      *> the previous one ends.
      *>----------------------------------------------------------------
           3000-VAT-RATES.
               move "VAT-Rates.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               if WS-TABLE-STATUS not = "00"
                   move "FAIL" to U-STATUS
                   move "tabel ontbreekt -- geen enkel tarief geldig"
                       to U-TEKST
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT

               move "continuiteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   perform 3010-NEXT-RANGE thru 3010-EXIT
               end-perform
               perform 8900-RULE-END thru 8900-EXIT

               move "dekking" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform varying WS-STD-IDX from 1 by 1
                       until WS-STD-IDX > 4
                   move "N" to WS-GEDEKT
                   perform varying RIJ-IDX from 1 by 1
                           until RIJ-IDX > WS-RIJ-COUNT
                       if function numval(RIJ-SLEUTEL(RIJ-IDX))
                               = STD-TARIEF(WS-STD-IDX)
                           and RIJ-VAN(RIJ-IDX) <= WS-PEIL-GETAL
                           and RIJ-TOT(RIJ-IDX) >= WS-PEIL-GETAL
                           move "J" to WS-GEDEKT
                       end-if
                   end-perform
                   if WS-GEDEKT = "N"
                       move "FAIL" to U-STATUS
                       move STD-TARIEF(WS-STD-IDX) to DISPLAY-AANTAL
                       move spaces to U-TEKST
                       string "tarief " function trim(DISPLAY-AANTAL)
                              " niet geldig op de peildatum"
                           delimited by size into U-TEKST
                       end-string
                       perform 8200-FINDING thru 8200-EXIT
                   end-if
               end-perform
               perform 8900-RULE-END thru 8900-EXIT.
           3000-EXIT.
               exit.

      *>    the range of the same rate that starts next after row
      *>    RIJ-IDX must start the day after it ends
           3010-NEXT-RANGE.
               move 0 to WS-VOLGENDE
               perform varying WS-J from 1 by 1
                       until WS-J > WS-RIJ-COUNT
                   if WS-J not = RIJ-IDX
                       and function numval(RIJ-SLEUTEL(WS-J))
                           = function numval(RIJ-SLEUTEL(RIJ-IDX))
                       and RIJ-VAN(WS-J) >= RIJ-VAN(RIJ-IDX)
                       if RIJ-VAN(WS-J) = RIJ-VAN(RIJ-IDX)
                           if WS-J > RIJ-IDX
                               move "FAIL" to U-STATUS
                               move spaces to U-TEKST
                               string "tarief "
                                   function trim(RIJ-SLEUTEL(RIJ-IDX))
                                   ": twee reeksen met dezelfde "
                                   "GeldigVan"
                                   delimited by size into U-TEKST
                               end-string
                               move RIJ-REGELNR(WS-J) to WS-REGELNR
                               perform 8150-FINDING-AT-ROW
                                   thru 8150-EXIT
                           end-if
                       else
                           if WS-VOLGENDE = 0
                               or RIJ-VAN(WS-J) < RIJ-VAN(WS-VOLGENDE)
                               move WS-J to WS-VOLGENDE
                           end-if
                       end-if
                   end-if
               end-perform
               if WS-VOLGENDE = 0
                   go to 3010-EXIT
               end-if
               compute WS-VOLGENDE-VAN = RIJ-TOT(RIJ-IDX) + 1
               if RIJ-VAN(WS-VOLGENDE) = WS-VOLGENDE-VAN
                   go to 3010-EXIT
               end-if
               move "FAIL" to U-STATUS
               move spaces to U-TEKST
               if RIJ-TOT(RIJ-IDX) = 9999999
                   or RIJ-VAN(WS-VOLGENDE) < WS-VOLGENDE-VAN
                   string "tarief " function trim(RIJ-SLEUTEL(RIJ-IDX))
                          ": geldigheidsperiodes overlappen"
                       delimited by size into U-TEKST
                   end-string
               else
                   string "tarief " function trim(RIJ-SLEUTEL(RIJ-IDX))
                          ": gat tussen twee geldigheidsperiodes"
                       delimited by size into U-TEKST
                   end-string
               end-if
               move RIJ-REGELNR(WS-VOLGENDE) to WS-REGELNR
               perform 8150-FINDING-AT-ROW thru 8150-EXIT.
           3010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-KALENDER: the holidays of the reference year, and --
      *> near year-end -- of the next; a date listed twice warns.
      *>----------------------------------------------------------------
           3100-KALENDER.
               move "Kalender.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   perform varying WS-J from 1 by 1
                           until WS-J >= RIJ-IDX
                       if RIJ-VAN(WS-J) = RIJ-VAN(RIJ-IDX)
                           move "WARN" to U-STATUS
                           move "feestdag dubbel opgenomen" to U-TEKST
                           move RIJ-REGELNR(RIJ-IDX) to WS-REGELNR
                           perform 8150-FINDING-AT-ROW thru 8150-EXIT
                       end-if
                   end-perform
               end-perform
               perform 8900-RULE-END thru 8900-EXIT

               move "dekking" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               move 0 to WS-AANTAL WS-AANTAL-VOLGEND
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   if function numval(RIJ-SLEUTEL(RIJ-IDX))
                           = WS-PEIL-JAAR
                       add 1 to WS-AANTAL
                   end-if
                   if function numval(RIJ-SLEUTEL(RIJ-IDX))
                           = WS-PEIL-JAAR + 1
                       add 1 to WS-AANTAL-VOLGEND
                   end-if
               end-perform
               move WS-AANTAL to DISPLAY-AANTAL
               move spaces to U-TEKST
               evaluate true
                   when WS-AANTAL = 0
                       move "FAIL" to U-STATUS
                       string "geen feestdagen voor " WS-PEIL-JAAR
                              " -- elke weekdag telt als werkdag"
                           delimited by size into U-TEKST
                       end-string
                       perform 8200-FINDING thru 8200-EXIT
                   when WS-AANTAL < 10
                       move "WARN" to U-STATUS
                       string "slechts " function trim(DISPLAY-AANTAL)
                              " feestdagen voor " WS-PEIL-JAAR
                              " (10 wettelijke verwacht)"
                           delimited by size into U-TEKST
                       end-string
                       perform 8200-FINDING thru 8200-EXIT
               end-evaluate
      *>        days left to year-end
               compute WS-D-N = (WS-PEIL-JAAR * 10000) + 1231
               compute WS-DAGEN = function integer-of-date(WS-D-N)
                   - WS-PEIL-GETAL
               if WS-AANTAL-VOLGEND = 0
                   and WS-DAGEN <= WS-KALENDER-VOORUIT
                   move spaces to U-TEKST
                   if WS-DAGEN <= 14
                       move "FAIL" to U-STATUS
                   else
                       move "WARN" to U-STATUS
                   end-if
                   compute WS-D-N = WS-PEIL-JAAR + 1
                   move WS-D-N(5:4) to DISPLAY-AANTAL
                   string "feestdagen voor " WS-D-N(5:4)
                          " nog niet ingevuld"
                       delimited by size into U-TEKST
                   end-string
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-CURRENCY-RATES: each currency's newest rate against
      *> the age limits.
      *>----------------------------------------------------------------
           3200-CURRENCY-RATES.
               move "CurrencyRates.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               if WS-TABLE-STATUS not = "00"
                   move "WARN" to U-STATUS
                   move "tabel ontbreekt -- vreemde valuta onmogelijk"
                       to U-TEKST
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT

               move "versheid" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               move 0 to WS-VAL-COUNT
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   perform varying VAL-IDX from 1 by 1
                           until VAL-IDX > WS-VAL-COUNT
                       if VAL-CODE(VAL-IDX) = RIJ-SLEUTEL(RIJ-IDX)
                           exit perform
                       end-if
                   end-perform
                   if VAL-IDX > WS-VAL-COUNT and WS-VAL-COUNT < 60
                       add 1 to WS-VAL-COUNT
                       set VAL-IDX to WS-VAL-COUNT
                       move RIJ-SLEUTEL(RIJ-IDX) to VAL-CODE(VAL-IDX)
                       move 0 to VAL-LAATST(VAL-IDX)
                   end-if
                   if VAL-IDX <= WS-VAL-COUNT
                       and RIJ-VAN(RIJ-IDX) > VAL-LAATST(VAL-IDX)
                       move RIJ-VAN(RIJ-IDX) to VAL-LAATST(VAL-IDX)
                   end-if
               end-perform
               perform varying VAL-IDX from 1 by 1
                       until VAL-IDX > WS-VAL-COUNT
                   compute WS-DAGEN =
                       WS-PEIL-GETAL - VAL-LAATST(VAL-IDX)
                   move spaces to U-TEKST
                   move spaces to U-STATUS
                   evaluate true
                       when WS-DAGEN < 0
                           move "WARN" to U-STATUS
                       when WS-KOERS-FAIL-DAGEN > 0
                           and WS-DAGEN > WS-KOERS-FAIL-DAGEN
                           move "FAIL" to U-STATUS
                       when WS-DAGEN > WS-KOERS-WARN-DAGEN
                           move "WARN" to U-STATUS
                   end-evaluate
                   if U-STATUS not = spaces
                       move WS-DAGEN to DISPLAY-AANTAL
                       if WS-DAGEN < 0
                           string VAL-CODE(VAL-IDX)
                                  ": koers ligt na de peildatum"
                               delimited by size into U-TEKST
                           end-string
                       else
                           string VAL-CODE(VAL-IDX)
                                  ": nieuwste koers is "
                                  function trim(DISPLAY-AANTAL)
                                  " dagen oud"
                               delimited by size into U-TEKST
                           end-string
                       end-if
                       perform 8200-FINDING thru 8200-EXIT
                   end-if
               end-perform
               perform 8900-RULE-END thru 8900-EXIT.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3300-HEALTH-INDEX: month after month without a gap, and the
      *> last month not lagging the reference date by more than
      *> the limit.
      *>----------------------------------------------------------------
           3300-HEALTH-INDEX.
               move "Gezondheidsindex.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               if WS-TABLE-STATUS not = "00"
                   move "WARN" to U-STATUS
                   move "tabel ontbreekt -- geen indexering mogelijk"
                       to U-TEKST
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT

               move "continuiteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               move 0 to WS-VORIG-MAANDNR
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   if WS-VORIG-MAANDNR > 0
                       and RIJ-VAN(RIJ-IDX) not = WS-VORIG-MAANDNR + 1
                       move "WARN" to U-STATUS
                       move "maand ontbreekt of staat niet in volgorde"
                           to U-TEKST
                       move RIJ-REGELNR(RIJ-IDX) to WS-REGELNR
                       perform 8150-FINDING-AT-ROW thru 8150-EXIT
                   end-if
                   move RIJ-VAN(RIJ-IDX) to WS-VORIG-MAANDNR
               end-perform
               perform 8900-RULE-END thru 8900-EXIT

               move "versheid" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               move 0 to WS-MAANDNR
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   if RIJ-VAN(RIJ-IDX) > WS-MAANDNR
                       move RIJ-VAN(RIJ-IDX) to WS-MAANDNR
                   end-if
               end-perform
               if WS-MAANDNR > 0
                   and WS-PEIL-MAANDNR - WS-MAANDNR
                       > WS-INDEX-WARN-MAANDEN
                   compute WS-DAGEN = WS-PEIL-MAANDNR - WS-MAANDNR
                   move WS-DAGEN to DISPLAY-AANTAL
                   move "WARN" to U-STATUS
                   move spaces to U-TEKST
                   string "laatste index is "
                          function trim(DISPLAY-AANTAL)
                          " maanden oud"
                       delimited by size into U-TEKST
                   end-string
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT.
           3300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3400-WHT-BRACKETS / 3500-WERKBONUS: bounds strictly rising;
      *> the withholding table closed by a top bracket.
      *>----------------------------------------------------------------
           3400-WHT-BRACKETS.
               move "WHT-Brackets.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               if WS-TABLE-STATUS not = "00" or WS-RIJ-COUNT = 0
                   move "FAIL" to U-STATUS
                   move "tabel ontbreekt of is leeg" to U-TEKST
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT
               perform 3450-ASCENDING-BOUNDS thru 3450-EXIT

               move "dekking" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               if WS-RIJ-COUNT > 0
                   and RIJ-WAARDE(WS-RIJ-COUNT) < 99999999
                   move "FAIL" to U-STATUS
                   move RIJ-WAARDE(WS-RIJ-COUNT) to DISPLAY-WAARDE
                   move spaces to U-TEKST
                   string "geen topschijf -- hoogste bovengrens "
                          function trim(DISPLAY-WAARDE)
                       delimited by size into U-TEKST
                   end-string
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT.
           3400-EXIT.
               exit.

      *>    WS-TABEL rows in file order, RIJ-WAARDE strictly rising
           3450-ASCENDING-BOUNDS.
               move "continuiteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform varying RIJ-IDX from 2 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   if RIJ-WAARDE(RIJ-IDX) <= RIJ-WAARDE(RIJ-IDX - 1)
                       move "FAIL" to U-STATUS
                       move RIJ-WAARDE(RIJ-IDX) to DISPLAY-WAARDE
                       move spaces to U-TEKST
                       string "bovengrens "
                              function trim(DISPLAY-WAARDE)
                              " niet hoger dan de vorige -- schijven "
                              "overlappen"
                           delimited by size into U-TEKST
                       end-string
                       move RIJ-REGELNR(RIJ-IDX) to WS-REGELNR
                       perform 8150-FINDING-AT-ROW thru 8150-EXIT
                   end-if
               end-perform
               perform 8900-RULE-END thru 8900-EXIT.
           3450-EXIT.
               exit.

           3500-WERKBONUS.
               move "Werkbonus.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               if WS-TABLE-STATUS not = "00" or WS-RIJ-COUNT = 0
                   move "FAIL" to U-STATUS
                   move "tabel ontbreekt of is leeg" to U-TEKST
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT
               perform 3450-ASCENDING-BOUNDS thru 3450-EXIT.
           3500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3600-BAREMAS: one row per PC/class/seniority, and within a
      *> PC/class a higher seniority never pays a lower minimum.
      *>----------------------------------------------------------------
           3600-BAREMAS.
               move "Baremas.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               if WS-TABLE-STATUS not = "00" or WS-RIJ-COUNT = 0
                   move "FAIL" to U-STATUS
                   move "tabel ontbreekt of is leeg" to U-TEKST
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT

               move "continuiteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   perform varying WS-J from 1 by 1
                           until WS-J > WS-RIJ-COUNT
                       if WS-J not = RIJ-IDX
                           and RIJ-SLEUTEL(WS-J) = RIJ-SLEUTEL(RIJ-IDX)
                           perform 3610-COMPARE-STEPS thru 3610-EXIT
                       end-if
                   end-perform
               end-perform
               perform 8900-RULE-END thru 8900-EXIT.
           3600-EXIT.
               exit.

           3610-COMPARE-STEPS.
               move spaces to U-TEKST
               evaluate true
                   when RIJ-WAARDE(WS-J) = RIJ-WAARDE(RIJ-IDX)
                       and WS-J > RIJ-IDX
                       move "FAIL" to U-STATUS
                       string function trim(RIJ-SLEUTEL(RIJ-IDX))
                              ": ancienniteit dubbel opgenomen"
                           delimited by size into U-TEKST
                       end-string
                   when RIJ-WAARDE(WS-J) > RIJ-WAARDE(RIJ-IDX)
                       and RIJ-WAARDE2(WS-J) < RIJ-WAARDE2(RIJ-IDX)
                       move "WARN" to U-STATUS
                       string function trim(RIJ-SLEUTEL(RIJ-IDX))
                              ": hogere ancienniteit, lager minimum"
                           delimited by size into U-TEKST
                       end-string
                   when other
                       go to 3610-EXIT
               end-evaluate
               move RIJ-REGELNR(WS-J) to WS-REGELNR
               perform 8150-FINDING-AT-ROW thru 8150-EXIT.
           3610-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3700-REFERENCE-RATES: the years 1, 2, 3 ... without a gap.
      *>----------------------------------------------------------------
           3700-REFERENCE-RATES.
               move "ReferenceRates.csv" to WS-TABEL
               move "plausibiliteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               perform 1100-READ-TABLE thru 1100-EXIT
               if WS-TABLE-STATUS not = "00"
                   move "WARN" to U-STATUS
                   move "tabel ontbreekt" to U-TEKST
                   perform 8200-FINDING thru 8200-EXIT
               end-if
               perform 8900-RULE-END thru 8900-EXIT

               move "continuiteit" to WS-REGEL
               perform 8000-RULE-START thru 8000-EXIT
               move 0 to WS-VORIG-WAARDE
               perform varying RIJ-IDX from 1 by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                   if RIJ-WAARDE(RIJ-IDX) not = WS-VORIG-WAARDE + 1
                       move "FAIL" to U-STATUS
                       move RIJ-WAARDE(RIJ-IDX) to DISPLAY-AANTAL
                       move spaces to U-TEKST
                       string "jaar " function trim(DISPLAY-AANTAL)
                              " volgt niet op het vorige"
                           delimited by size into U-TEKST
                       end-string
                       move RIJ-REGELNR(RIJ-IDX) to WS-REGELNR
                       perform 8150-FINDING-AT-ROW thru 8150-EXIT
                   end-if
                   move RIJ-WAARDE(RIJ-IDX) to WS-VORIG-WAARDE
               end-perform
               perform 8900-RULE-END thru 8900-EXIT.
           3700-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-RULE-START .. 8900-RULE-END: a rule's findings, one
      *> report line each, and a PASS line when it had none.
      *>----------------------------------------------------------------
           8000-RULE-START.
               move 0 to WS-REGEL-BEVINDINGEN.
           8000-EXIT.
               exit.

      *>    a row-level finding while reading: at WS-REGELNR
           8100-ROW-FINDING.
               perform 8150-FINDING-AT-ROW thru 8150-EXIT.
           8100-EXIT.
               exit.

           8150-FINDING-AT-ROW.
               move WS-REGELNR to DISPLAY-REGELNR
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               string "regel " function trim(DISPLAY-REGELNR) ": "
                      function trim(U-TEKST)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move RAPPORT-REGEL(1:80) to U-TEKST
               perform 8200-FINDING thru 8200-EXIT.
           8150-EXIT.
               exit.

           8200-FINDING.
               add 1 to WS-REGEL-BEVINDINGEN
               add 1 to WS-RECORDS-OUT
               if U-STATUS = "FAIL"
                   add 1 to WS-FAIL-COUNT
               else
                   add 1 to WS-WARN-COUNT
               end-if
               move spaces to RAPPORT-REGEL
               move WS-TABEL to RAPPORT-REGEL(1:26)
               move WS-REGEL to RAPPORT-REGEL(28:14)
               move U-STATUS to RAPPORT-REGEL(43:4)
               move U-TEKST to RAPPORT-REGEL(51:80)
               write RAPPORT-REGEL.
           8200-EXIT.
               exit.

           8900-RULE-END.
               if WS-REGEL-BEVINDINGEN = 0
                   add 1 to WS-PASS-COUNT
                   move spaces to RAPPORT-REGEL
                   move WS-TABEL to RAPPORT-REGEL(1:26)
                   move WS-REGEL to RAPPORT-REGEL(28:14)
                   move "PASS" to RAPPORT-REGEL(43:4)
                   write RAPPORT-REGEL
               end-if.
           8900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-CLOSE-REPORT: totals; a FAIL fails the run.
      *>----------------------------------------------------------------
           5000-CLOSE-REPORT.
               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:110)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               move WS-PASS-COUNT to DISPLAY-AANTAL
               string "PASS " function trim(DISPLAY-AANTAL)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-WARN-COUNT to DISPLAY-AANTAL
               string "   WARN " function trim(DISPLAY-AANTAL)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-FAIL-COUNT to DISPLAY-AANTAL
               string "   FAIL " function trim(DISPLAY-AANTAL)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               write RAPPORT-REGEL
               close RAPPORT-FILE
               display "Tabelcontrole " WS-PEILDATUM ": "
                   function trim(RAPPORT-REGEL) " -- "
                   function trim(DYNAMIC-RAPPORTFILE)
               if WS-FAIL-COUNT > 0
                   display "Referentietabellen afgekeurd -- de "
                       "berekeningen mogen niet draaien."
                   move 1 to WS-RETURN-CODE
               end-if.
           5000-EXIT.
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
               move "TableHealth" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Tabel-Controle-Config.csv" to LOG-INPUT-FILE
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
