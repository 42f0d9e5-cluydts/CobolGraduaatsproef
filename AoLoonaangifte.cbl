      *>----------------------------------------------------------------
      *> AoLoonaangifte -- the yearly wage declaration to the
      *> work-accident (arbeidsongevallen) insurer:
      *>     call "AoLoonaangifte" using <jaar> <operator>
      *> The insurer prices the policy per risk category and settles
      *> the year's premium on the wages actually paid, against the
      *> advances invoiced during the year. The category is the
      *> Risico column of Werknemers.csv (KANTOOR, WERKPLAATS,
      *> RIJDEND, ...; blank = STANDAARD-RISICO). Per employee the
      *> year's Bruto off Payroll-History.csv, plus the differences a
      *> retro run worked out for months of the year (the
      *> Retro-Correcties.csv rows not VERVALLEN), is the wage; an
      *> Arbeider's at ARBEIDER-PCT (108, the RSZ base) and every
      *> employee's capped at PLAFOND, the legal yearly ceiling --
      *> what lies above it is neither insured nor priced. The
      *> category's premium is its insurable wage mass at its
      *> TARIEF-<risico> percentage. All in Arbeidsongevallen-
      *> Config.csv (Sleutel,Waarde). The advances paid come from
      *> Arbeidsongevallen-Voorschotten.csv (Jaar,Datum,Bedrag,
      *> Referentie).
      *> Produces:
      *>   AO-Loonaangifte-<jaar>.csv  the insurer's wage statement:
      *>                               one row per employee under the
      *>                               category, a TOTAAL row per
      *>                               category and one for the policy
      *>   AO-Overzicht-<jaar>.txt     the printed summary: wage mass
      *>                               and premium per category, the
      *>                               advances and the balance the
      *>                               settlement invoice should show
      *> A category without a TARIEF row is declared but not priced,
      *> and the summary says so.
      *>----------------------------------------------------------------
       identification division.
       program-id. AoLoonaangifte.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Arbeidsongevallen-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select ADVANCE-FILE
                   assign to "Arbeidsongevallen-Voorschotten.csv"
               organization is line sequential
               file status is WS-ADVANCE-STATUS.
           select EMPLOYEE-FILE assign to "Werknemers.csv"
               organization is line sequential
               file status is WS-EMPLOYEE-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select RETRO-FILE assign to "Retro-Correcties.csv"
               organization is line sequential
               file status is WS-RETRO-STATUS.
           select CSV-FILE assign dynamic DYNAMIC-CSVFILE
               organization is line sequential
               file status is WS-CSV-STATUS.
           select REPORT-FILE assign dynamic DYNAMIC-REPORTFILE
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd ADVANCE-FILE.
           01 ADVANCE-REGEL pic x(80).

           fd EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(300).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd RETRO-FILE.
           01 RETRO-REGEL pic x(200).

           fd CSV-FILE.
           01 CSV-REGEL pic x(150).

           fd REPORT-FILE.
           01 REPORT-REGEL pic x(80).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-ADVANCE-STATUS pic xx.
           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-RETRO-STATUS pic xx.
           01 WS-CSV-STATUS pic xx.
           01 WS-REPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-CSVFILE pic x(40).
           01 DYNAMIC-REPORTFILE pic x(40).

      *>    the policy and the legal terms
           01 WS-CONFIG-SLEUTEL pic x(30).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-VERZEKERAAR pic x(40).
           01 WS-POLISNR pic x(20).
           01 WS-PLAFOND pic 9(07)V99 value 0.
           01 WS-ARBEIDER-PCT pic 9(03)V99 value 100.00.
           01 WS-STANDAARD-RISICO pic x(12).

      *>    the risk categories -- one per TARIEF row, plus any the
      *>    master uses without one
           01 WS-CAT-COUNT pic 9(02) value 0.
           01 WS-CAT-IDX pic 9(02).
           01 WS-CAT-FOUND-IDX pic 9(02).
           01 WS-ZOEK-RISICO pic x(12).
           01 CAT-TABLE.
               05 CAT-ENTRY occurs 20 times.
                   10 CAT-CODE pic x(12).
                   10 CAT-TARIEF pic 9(02)V9999.
                   10 CAT-HEEFT-TARIEF pic x(01).
                   10 CAT-AANTAL pic 9(04).
                   10 CAT-LOON pic 9(09)V99.
                   10 CAT-VERZEKERBAAR pic 9(09)V99.
                   10 CAT-BOVEN pic 9(09)V99.
                   10 CAT-PREMIE pic 9(09)V99.

      *>    the employee master, with the year's wage per employee
           01 WS-EMP-COUNT pic 9(03) value 0.
           01 WS-EMP-IDX pic 9(03).
           01 WS-EMP-FOUND-IDX pic 9(03).
           01 WS-EMP-LEESREGEL pic x(300).
           01 EMP-TABLE.
               05 EMP-ENTRY occurs 300 times.
                   10 EMP-PERSNR pic x(08).
                   10 EMP-NAAM pic x(30).
                   10 EMP-TYPE pic x(14).
                   10 EMP-RISICO pic x(12).
                   10 EMP-CAT-IDX pic 9(02).
                   10 EMP-LOON pic s9(09)V99.
                   10 EMP-VERZEKERBAAR pic 9(09)V99.
                   10 EMP-BOVEN pic 9(09)V99.
           01 E-NR pic x(08).
           01 E-NAAM pic x(30).
           01 E-TYPE pic x(14).
           01 E-SKIP pic x(60).
           01 E-RISICO pic x(12).

      *>    one history row -- period, PersNr, name, statuut, Bruto
           01 H-PERIODE pic x(10).
           01 H-PERSNR pic x(08).
           01 H-NAAM pic x(30).
           01 H-TYPE pic x(14).
           01 H-BRUTO-S pic x(14).

      *>    one Retro-Correcties.csv row: PersNr,Naam,Periode,
      *>    Kwartaal,BrutoOud,BrutoNieuw,BrutoVerschil,RSZVerschil,
      *>    VoorheffingVerschil,WerkgeverRSZVerschil,Status,...
           01 R-PERSNR-S pic x(08).
           01 R-NAAM-S pic x(30).
           01 R-PERIODE-S pic x(07).
           01 R-SKIP pic x(14).
           01 R-BRUTO-S pic x(14).
           01 R-STATE-S pic x(10).
           01 WS-RETRO-ROWS pic 9(05) value 0.

      *>    the advances invoiced for the year, for the summary
           01 WS-ADV-COUNT pic 9(02) value 0.
           01 WS-ADV-IDX pic 9(02).
           01 A-JAAR pic x(04).
           01 A-DATUM pic x(10).
           01 A-BEDRAG-S pic x(14).
           01 A-REFERENTIE pic x(20).
           01 ADV-TABLE.
               05 ADV-ENTRY occurs 24 times.
                   10 ADV-DATUM pic x(10).
                   10 ADV-REFERENTIE pic x(20).
                   10 ADV-BEDRAG pic s9(07)V99.

      *>    the employee a history or retro row is about
           01 F-PERSNR pic x(08).
           01 F-NAAM pic x(30).
           01 F-TYPE pic x(14).

           01 WS-TOT-AANTAL pic 9(04) value 0.
           01 WS-TOT-LOON pic 9(09)V99 value 0.
           01 WS-TOT-VERZEKERBAAR pic 9(09)V99 value 0.
           01 WS-TOT-BOVEN pic 9(09)V99 value 0.
           01 WS-TOT-PREMIE pic 9(09)V99 value 0.
           01 WS-TOT-VOORSCHOT pic s9(09)V99 value 0.
           01 WS-SALDO pic s9(09)V99 value 0.
           01 WS-ZONDER-TARIEF pic 9(02) value 0.
           01 WS-ROWS-READ pic 9(07) value 0.
           01 WS-LINES-WRITTEN pic 9(04) value 0.
           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT-2 pic Z(8)9.99.
           01 DISPLAY-AMT-3 pic Z(8)9.99.
           01 DISPLAY-AMT-4 pic Z(8)9.99.
           01 DISPLAY-TARIEF pic Z9.9999.
           01 DISPLAY-PCT pic ZZ9.99.
           01 DISPLAY-AANTAL pic Z(3)9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

      *>    the history arrives through HistorySelect -- only the
      *>    twelve months of the year, segment and flat regime alike.
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-AO.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

       linkage section.
           01 LINK-YEAR pic x(04).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-YEAR LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           if LINK-YEAR not numeric
               display "Aangiftejaar moet YYYY zijn: " LINK-YEAR
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           move spaces to DYNAMIC-CSVFILE
           string "AO-Loonaangifte-" LINK-YEAR ".csv"
               delimited by size into DYNAMIC-CSVFILE
           end-string
           move spaces to DYNAMIC-REPORTFILE
           string "AO-Overzicht-" LINK-YEAR ".txt"
               delimited by size into DYNAMIC-REPORTFILE
           end-string

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           if WS-RETURN-CODE = 0
               perform 1100-LOAD-EMPLOYEES thru 1100-EXIT
           end-if
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           perform 1200-LOAD-ADVANCES thru 1200-EXIT
           perform 2000-FOLD-HISTORY thru 2000-EXIT
           perform 2200-FOLD-RETRO thru 2200-EXIT

           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               perform 3000-ONE-EMPLOYEE thru 3000-EXIT
           end-perform
           if WS-TOT-AANTAL = 0
               display "Geen lonen in " LINK-YEAR
                   " -- geen aangifte arbeidsongevallen."
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           perform varying WS-CAT-IDX from 1 by 1
                   until WS-CAT-IDX > WS-CAT-COUNT
               perform 3500-ONE-PREMIUM thru 3500-EXIT
           end-perform
           compute WS-SALDO = WS-TOT-PREMIE - WS-TOT-VOORSCHOT

           perform 4000-WRITE-STATEMENT thru 4000-EXIT
           if WS-RETURN-CODE = 0
               perform 5000-WRITE-REPORT thru 5000-EXIT
           end-if

           move WS-TOT-AANTAL to DISPLAY-AANTAL
           move WS-TOT-VERZEKERBAAR to DISPLAY-AMT
           move WS-TOT-PREMIE to DISPLAY-AMT-2
           display "Arbeidsongevallen " LINK-YEAR ": "
               function trim(DISPLAY-AANTAL) " werknemer(s), "
               "verzekerbaar loon " function trim(DISPLAY-AMT)
               ", premie " function trim(DISPLAY-AMT-2) " -> "
               function trim(DYNAMIC-CSVFILE)
           if WS-ZONDER-TARIEF > 0
               display "Let op: risicocategorie zonder tarief in"
                   " Arbeidsongevallen-Config.csv -- zie "
                   function trim(DYNAMIC-REPORTFILE)
           end-if.

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the policy, the ceiling, the Arbeider
      *> percentage and one TARIEF-<risico> row per category. No
      *> ceiling, no declaration.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   display "Arbeidsongevallen-Config.csv not found --"
                       " geen plafond, run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CONFIG-SLEUTEL
                           move spaces to WS-CONFIG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           perform 1010-CONFIG-VALUE thru 1010-EXIT
                   end-read
               end-perform
               close CONFIG-FILE
               if WS-PLAFOND = 0
                   display "PLAFOND ontbreekt in Arbeidsongevallen-"
                       "Config.csv -- run refused."
                   move 1 to WS-RETURN-CODE
               end-if.
           1000-EXIT.
               exit.

           1010-CONFIG-VALUE.
               evaluate function trim(WS-CONFIG-SLEUTEL)
                   when "VERZEKERAAR"
                       move WS-CONFIG-WAARDE to WS-VERZEKERAAR
                       go to 1010-EXIT
                   when "POLISNR"
                       move WS-CONFIG-WAARDE to WS-POLISNR
                       go to 1010-EXIT
                   when "STANDAARD-RISICO"
                       move function upper-case(WS-CONFIG-WAARDE)
                           to WS-STANDAARD-RISICO
                       go to 1010-EXIT
               end-evaluate
               if function test-numval(function trim(WS-CONFIG-WAARDE))
                       not = 0
                   go to 1010-EXIT
               end-if
               if WS-CONFIG-SLEUTEL(1:7) = "TARIEF-"
                   move function upper-case(WS-CONFIG-SLEUTEL(8:12))
                       to WS-ZOEK-RISICO
                   perform 3100-FIND-CATEGORY thru 3100-EXIT
                   if WS-CAT-FOUND-IDX > 0
                       move function numval(function trim(
                           WS-CONFIG-WAARDE))
                           to CAT-TARIEF(WS-CAT-FOUND-IDX)
                       move "J" to CAT-HEEFT-TARIEF(WS-CAT-FOUND-IDX)
                   end-if
                   go to 1010-EXIT
               end-if
               evaluate function trim(WS-CONFIG-SLEUTEL)
                   when "PLAFOND"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-PLAFOND
                   when "ARBEIDER-PCT"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-ARBEIDER-PCT
               end-evaluate.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-EMPLOYEES: the master's PersNr, name, statuut and
      *> Risico (column 25).
      *>----------------------------------------------------------------
           1100-LOAD-EMPLOYEES.
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   display "Werknemers.csv not found -- geen"
                       " risicocategorieen, run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read EMPLOYEE-FILE into WS-EMP-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into WS-EMP-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1110-ONE-EMPLOYEE thru 1110-EXIT
                   end-read
               end-perform
               close EMPLOYEE-FILE.
           1100-EXIT.
               exit.

           1110-ONE-EMPLOYEE.
               if WS-EMP-COUNT >= 300
                   display "Werknemerstabel vol -- rij genegeerd."
                   go to 1110-EXIT
               end-if
               move spaces to E-NR
               move spaces to E-NAAM
               move spaces to E-TYPE
               move spaces to E-RISICO
               unstring function trim(WS-EMP-LEESREGEL)
                   delimited by ","
                   into E-NR E-NAAM E-TYPE E-SKIP E-SKIP E-SKIP E-SKIP
                        E-SKIP E-SKIP E-SKIP E-SKIP E-SKIP E-SKIP
                        E-SKIP E-SKIP E-SKIP E-SKIP E-SKIP E-SKIP
                        E-SKIP E-SKIP E-SKIP E-SKIP E-SKIP E-RISICO
               end-unstring
               if E-NR = spaces
                   go to 1110-EXIT
               end-if
               add 1 to WS-EMP-COUNT
               initialize EMP-ENTRY(WS-EMP-COUNT)
               move E-NR to EMP-PERSNR(WS-EMP-COUNT)
               move E-NAAM to EMP-NAAM(WS-EMP-COUNT)
               move E-TYPE to EMP-TYPE(WS-EMP-COUNT)
               move function upper-case(E-RISICO)
                   to EMP-RISICO(WS-EMP-COUNT).
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-ADVANCES: the premium advances of the year. No
      *> file simply means nothing was paid in advance.
      *>----------------------------------------------------------------
           1200-LOAD-ADVANCES.
               open input ADVANCE-FILE
               if WS-ADVANCE-STATUS not = "00"
                   display "Arbeidsongevallen-Voorschotten.csv not"
                       " found -- geen voorschotten."
                   go to 1200-EXIT
               end-if
               read ADVANCE-FILE into ADVANCE-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read ADVANCE-FILE into ADVANCE-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1210-ONE-ADVANCE thru 1210-EXIT
                   end-read
               end-perform
               close ADVANCE-FILE.
           1200-EXIT.
               exit.

           1210-ONE-ADVANCE.
               move spaces to A-JAAR A-DATUM A-BEDRAG-S A-REFERENTIE
               unstring function trim(ADVANCE-REGEL)
                   delimited by ","
                   into A-JAAR A-DATUM A-BEDRAG-S A-REFERENTIE
               end-unstring
               if A-JAAR not = LINK-YEAR
                   go to 1210-EXIT
               end-if
               if function test-numval(function trim(A-BEDRAG-S))
                       not = 0
                   display "Ongeldig voorschotbedrag genegeerd: "
                       function trim(ADVANCE-REGEL)
                   go to 1210-EXIT
               end-if
               add function numval(function trim(A-BEDRAG-S))
                   to WS-TOT-VOORSCHOT
               if WS-ADV-COUNT < 24
                   add 1 to WS-ADV-COUNT
                   move A-DATUM to ADV-DATUM(WS-ADV-COUNT)
                   move A-REFERENTIE to ADV-REFERENTIE(WS-ADV-COUNT)
                   move function numval(function trim(A-BEDRAG-S))
                       to ADV-BEDRAG(WS-ADV-COUNT)
               end-if.
           1210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-FOLD-HISTORY: the year's payslips -- Bruto per PersNr.
      *>----------------------------------------------------------------
           2000-FOLD-HISTORY.
               move spaces to WS-HISTSEL-VAN
               move spaces to WS-HISTSEL-TOT
               string LINK-YEAR "-01" delimited by size
                   into WS-HISTSEL-VAN
               end-string
               string LINK-YEAR "-12" delimited by size
                   into WS-HISTSEL-TOT
               end-string
               call "HistorySelect" using WS-HISTSEL-VAN
                   WS-HISTSEL-TOT HISTORY-FILE-NAME
                   WS-HISTSEL-OK
               cancel "HistorySelect"
               open input HISTORY-FILE
               if WS-HISTORY-STATUS not = "00"
                   display "Payroll-History.csv not found -- geen"
                       " lonen."
                   go to 2000-EXIT
               end-if
               read HISTORY-FILE into HISTORY-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORY-FILE into HISTORY-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2100-ONE-HISTORY-ROW thru 2100-EXIT
                   end-read
               end-perform
               close HISTORY-FILE
               call "SYSTEM" using "rm -f HISTSEL-AO.TMP".
           2000-EXIT.
               exit.

           2100-ONE-HISTORY-ROW.
               move spaces to H-PERIODE H-PERSNR H-NAAM H-TYPE
                   H-BRUTO-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-TYPE H-BRUTO-S
               end-unstring
               if H-PERIODE(1:4) not = LINK-YEAR
                   or H-PERSNR = spaces
                   go to 2100-EXIT
               end-if
               if function test-numval(function trim(H-BRUTO-S))
                       not = 0
                   go to 2100-EXIT
               end-if
               add 1 to WS-ROWS-READ
               move H-PERSNR to F-PERSNR
               move H-NAAM to F-NAAM
               move H-TYPE to F-TYPE
               perform 2900-FIND-EMPLOYEE thru 2900-EXIT
               if WS-EMP-FOUND-IDX > 0
                   add function numval(function trim(H-BRUTO-S))
                       to EMP-LOON(WS-EMP-FOUND-IDX)
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-FOLD-RETRO: the gross differences of a retro run for
      *> months of this year belong to this year's wage, settled or
      *> not; a VERVALLEN row never was one.
      *>----------------------------------------------------------------
           2200-FOLD-RETRO.
               open input RETRO-FILE
               if WS-RETRO-STATUS not = "00"
                   go to 2200-EXIT
               end-if
               read RETRO-FILE into RETRO-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read RETRO-FILE into RETRO-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2210-ONE-RETRO-ROW thru 2210-EXIT
                   end-read
               end-perform
               close RETRO-FILE.
           2200-EXIT.
               exit.

           2210-ONE-RETRO-ROW.
               move spaces to R-PERSNR-S R-PERIODE-S R-BRUTO-S
                   R-STATE-S
               unstring function trim(RETRO-REGEL)
                   delimited by ","
                   into R-PERSNR-S R-NAAM-S R-PERIODE-S R-SKIP
                        R-SKIP R-SKIP R-BRUTO-S R-SKIP R-SKIP
                        R-SKIP R-STATE-S
               end-unstring
               if R-PERIODE-S(1:4) not = LINK-YEAR
                   or R-PERSNR-S = spaces
                   or R-STATE-S = "VERVALLEN"
                   go to 2210-EXIT
               end-if
               if function test-numval(function trim(R-BRUTO-S))
                       not = 0
                   go to 2210-EXIT
               end-if
               move R-PERSNR-S to F-PERSNR
               move R-NAAM-S to F-NAAM
               move spaces to F-TYPE
               perform 2900-FIND-EMPLOYEE thru 2900-EXIT
               if WS-EMP-FOUND-IDX > 0
                   add 1 to WS-RETRO-ROWS
                   add function numval(function trim(R-BRUTO-S))
                       to EMP-LOON(WS-EMP-FOUND-IDX)
               end-if.
           2210-EXIT.
               exit.

      *>    the master row of F-PERSNR; someone paid this year who is
      *>    no longer on the master still counts, under the default
      *>    category
           2900-FIND-EMPLOYEE.
               move 0 to WS-EMP-FOUND-IDX
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                           or WS-EMP-FOUND-IDX > 0
                   if EMP-PERSNR(WS-EMP-IDX) = F-PERSNR
                       move WS-EMP-IDX to WS-EMP-FOUND-IDX
                   end-if
               end-perform
               if WS-EMP-FOUND-IDX > 0
                   go to 2900-EXIT
               end-if
               if WS-EMP-COUNT >= 300
                   display "Werknemerstabel vol -- PersNr "
                       function trim(F-PERSNR) " genegeerd."
                   go to 2900-EXIT
               end-if
               display "PersNr " function trim(F-PERSNR)
                   " niet in Werknemers.csv -- standaardrisico."
               add 1 to WS-EMP-COUNT
               initialize EMP-ENTRY(WS-EMP-COUNT)
               move F-PERSNR to EMP-PERSNR(WS-EMP-COUNT)
               move F-NAAM to EMP-NAAM(WS-EMP-COUNT)
               move F-TYPE to EMP-TYPE(WS-EMP-COUNT)
               move WS-EMP-COUNT to WS-EMP-FOUND-IDX.
           2900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-ONE-EMPLOYEE: the Arbeider percentage, the ceiling and
      *> the category. Nobody without a positive wage this year is
      *> declared.
      *>----------------------------------------------------------------
           3000-ONE-EMPLOYEE.
               if EMP-LOON(WS-EMP-IDX) <= 0
                   go to 3000-EXIT
               end-if
               if EMP-TYPE(WS-EMP-IDX) = "Arbeider"
                   compute EMP-VERZEKERBAAR(WS-EMP-IDX)
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                       = EMP-LOON(WS-EMP-IDX) * WS-ARBEIDER-PCT / 100
               else
                   move EMP-LOON(WS-EMP-IDX)
                       to EMP-VERZEKERBAAR(WS-EMP-IDX)
               end-if
               if EMP-VERZEKERBAAR(WS-EMP-IDX) > WS-PLAFOND
                   compute EMP-BOVEN(WS-EMP-IDX)
                       = EMP-VERZEKERBAAR(WS-EMP-IDX) - WS-PLAFOND
                   move WS-PLAFOND to EMP-VERZEKERBAAR(WS-EMP-IDX)
               end-if
               if EMP-RISICO(WS-EMP-IDX) = spaces
                   move WS-STANDAARD-RISICO to EMP-RISICO(WS-EMP-IDX)
               end-if
               if EMP-RISICO(WS-EMP-IDX) = spaces
                   move "ONBEKEND" to EMP-RISICO(WS-EMP-IDX)
               end-if
               move EMP-RISICO(WS-EMP-IDX) to WS-ZOEK-RISICO
               perform 3100-FIND-CATEGORY thru 3100-EXIT
               if WS-CAT-FOUND-IDX = 0
                   display "Te veel risicocategorieen -- PersNr "
                       function trim(EMP-PERSNR(WS-EMP-IDX))
                       " niet aangegeven."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move WS-CAT-FOUND-IDX to EMP-CAT-IDX(WS-EMP-IDX)
               add 1 to CAT-AANTAL(WS-CAT-FOUND-IDX)
               add EMP-LOON(WS-EMP-IDX) to CAT-LOON(WS-CAT-FOUND-IDX)
               add EMP-VERZEKERBAAR(WS-EMP-IDX)
                   to CAT-VERZEKERBAAR(WS-CAT-FOUND-IDX)
               add EMP-BOVEN(WS-EMP-IDX) to CAT-BOVEN(WS-CAT-FOUND-IDX)
               add 1 to WS-TOT-AANTAL
               add EMP-LOON(WS-EMP-IDX) to WS-TOT-LOON
               add EMP-VERZEKERBAAR(WS-EMP-IDX) to WS-TOT-VERZEKERBAAR
               add EMP-BOVEN(WS-EMP-IDX) to WS-TOT-BOVEN.
           3000-EXIT.
               exit.

      *>    the category WS-ZOEK-RISICO, opened when new; 0 when the
      *>    table is full
           3100-FIND-CATEGORY.
               move 0 to WS-CAT-FOUND-IDX
               perform varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > WS-CAT-COUNT
                           or WS-CAT-FOUND-IDX > 0
                   if CAT-CODE(WS-CAT-IDX) = WS-ZOEK-RISICO
                       move WS-CAT-IDX to WS-CAT-FOUND-IDX
                   end-if
               end-perform
               if WS-CAT-FOUND-IDX > 0 or WS-CAT-COUNT >= 20
                   go to 3100-EXIT
               end-if
               add 1 to WS-CAT-COUNT
               initialize CAT-ENTRY(WS-CAT-COUNT)
               move WS-ZOEK-RISICO to CAT-CODE(WS-CAT-COUNT)
               move "N" to CAT-HEEFT-TARIEF(WS-CAT-COUNT)
               move WS-CAT-COUNT to WS-CAT-FOUND-IDX.
           3100-EXIT.
               exit.

      *>    the category's premium on its insurable wage mass
           3500-ONE-PREMIUM.
               if CAT-AANTAL(WS-CAT-IDX) = 0
                   go to 3500-EXIT
               end-if
               if CAT-HEEFT-TARIEF(WS-CAT-IDX) not = "J"
                   add 1 to WS-ZONDER-TARIEF
                   go to 3500-EXIT
               end-if
               compute CAT-PREMIE(WS-CAT-IDX)
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = CAT-VERZEKERBAAR(WS-CAT-IDX)
                       * CAT-TARIEF(WS-CAT-IDX) / 100
               add CAT-PREMIE(WS-CAT-IDX) to WS-TOT-PREMIE.
           3500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-STATEMENT: the insurer's wage statement, category
      *> by category -- the employees, then the category's TOTAAL
      *> row; the policy's TOTAAL row last.
      *>----------------------------------------------------------------
           4000-WRITE-STATEMENT.
               open output CSV-FILE
               if WS-CSV-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-CSVFILE) ": "
                       WS-CSV-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to CSV-REGEL
               string "Polis,Jaar,Risico,PersNr,Naam,Type,Aantal,"
                      "Loon,Verzekerbaar,BovenPlafond"
                   delimited by size into CSV-REGEL
               end-string
               write CSV-REGEL
               perform varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > WS-CAT-COUNT
                   if CAT-AANTAL(WS-CAT-IDX) > 0
                       perform 4100-CATEGORY-BLOCK thru 4100-EXIT
                   end-if
               end-perform
               move WS-TOT-AANTAL to DISPLAY-AANTAL
               move WS-TOT-LOON to DISPLAY-AMT
               move WS-TOT-VERZEKERBAAR to DISPLAY-AMT-2
               move WS-TOT-BOVEN to DISPLAY-AMT-3
               move spaces to CSV-REGEL
               string function trim(WS-POLISNR)
                      "," LINK-YEAR
                      ",*,TOTAAL,,"
                      "," function trim(DISPLAY-AANTAL)
                      "," function trim(DISPLAY-AMT)
                      "," function trim(DISPLAY-AMT-2)
                      "," function trim(DISPLAY-AMT-3)
                   delimited by size into CSV-REGEL
               end-string
               write CSV-REGEL
               add 1 to WS-LINES-WRITTEN
               close CSV-FILE.
           4000-EXIT.
               exit.

           4100-CATEGORY-BLOCK.
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                   if EMP-CAT-IDX(WS-EMP-IDX) = WS-CAT-IDX
                       and EMP-LOON(WS-EMP-IDX) > 0
                       perform 4110-EMPLOYEE-ROW thru 4110-EXIT
                   end-if
               end-perform
               move CAT-AANTAL(WS-CAT-IDX) to DISPLAY-AANTAL
               move CAT-LOON(WS-CAT-IDX) to DISPLAY-AMT
               move CAT-VERZEKERBAAR(WS-CAT-IDX) to DISPLAY-AMT-2
               move CAT-BOVEN(WS-CAT-IDX) to DISPLAY-AMT-3
               move spaces to CSV-REGEL
               string function trim(WS-POLISNR)
                      "," LINK-YEAR
                      "," function trim(CAT-CODE(WS-CAT-IDX))
                      ",TOTAAL,,"
                      "," function trim(DISPLAY-AANTAL)
                      "," function trim(DISPLAY-AMT)
                      "," function trim(DISPLAY-AMT-2)
                      "," function trim(DISPLAY-AMT-3)
                   delimited by size into CSV-REGEL
               end-string
               write CSV-REGEL
               add 1 to WS-LINES-WRITTEN.
           4100-EXIT.
               exit.

           4110-EMPLOYEE-ROW.
               move EMP-LOON(WS-EMP-IDX) to DISPLAY-AMT
               move EMP-VERZEKERBAAR(WS-EMP-IDX) to DISPLAY-AMT-2
               move EMP-BOVEN(WS-EMP-IDX) to DISPLAY-AMT-3
               move spaces to CSV-REGEL
               string function trim(WS-POLISNR)
                      "," LINK-YEAR
                      "," function trim(CAT-CODE(WS-CAT-IDX))
                      "," function trim(EMP-PERSNR(WS-EMP-IDX))
                      "," function trim(EMP-NAAM(WS-EMP-IDX))
                      "," function trim(EMP-TYPE(WS-EMP-IDX))
                      ",1"
                      "," function trim(DISPLAY-AMT)
                      "," function trim(DISPLAY-AMT-2)
                      "," function trim(DISPLAY-AMT-3)
                   delimited by size into CSV-REGEL
               end-string
               write CSV-REGEL
               add 1 to WS-LINES-WRITTEN.
           4110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-WRITE-REPORT: the printed summary -- per category the
      *> headcount, wage mass, insurable wage, rate and premium; the
      *> employees the ceiling cut; the advances; and the balance
      *> the insurer's settlement invoice should come to.
      *>----------------------------------------------------------------
           5000-WRITE-REPORT.
               open output REPORT-FILE
               if WS-REPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-REPORTFILE) ": "
                       WS-REPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move "========================================"
                   to REPORT-REGEL
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               string "AANGIFTE ARBEIDSONGEVALLEN " LINK-YEAR
                   delimited by size into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               string "Verzekeraar: " function trim(WS-VERZEKERAAR)
                      "  Polis: " function trim(WS-POLISNR)
                   delimited by size into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move WS-PLAFOND to DISPLAY-AMT
               move WS-ARBEIDER-PCT to DISPLAY-PCT
               move spaces to REPORT-REGEL
               string "Loonplafond per werknemer: "
                      function trim(DISPLAY-AMT)
                      "  Arbeiders aan "
                      function trim(DISPLAY-PCT) "%"
                   delimited by size into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move "========================================"
                   to REPORT-REGEL
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               move "Risico" to REPORT-REGEL(1:12)
               move "Aantal" to REPORT-REGEL(14:6)
               move "Loonmassa" to REPORT-REGEL(24:9)
               move "Verzekerbaar" to REPORT-REGEL(35:12)
               move "Tarief %" to REPORT-REGEL(50:8)
               move "Premie" to REPORT-REGEL(65:6)
               write REPORT-REGEL
               perform varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > WS-CAT-COUNT
                   if CAT-AANTAL(WS-CAT-IDX) > 0
                       perform 5100-CATEGORY-LINE thru 5100-EXIT
                   end-if
               end-perform
               move WS-TOT-AANTAL to DISPLAY-AANTAL
               move WS-TOT-LOON to DISPLAY-AMT
               move WS-TOT-VERZEKERBAAR to DISPLAY-AMT-2
               move WS-TOT-PREMIE to DISPLAY-AMT-3
               move spaces to REPORT-REGEL
               move "TOTAAL" to REPORT-REGEL(1:12)
               move DISPLAY-AANTAL to REPORT-REGEL(16:4)
               move DISPLAY-AMT to REPORT-REGEL(21:12)
               move DISPLAY-AMT-2 to REPORT-REGEL(35:12)
               move DISPLAY-AMT-3 to REPORT-REGEL(59:12)
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               write REPORT-REGEL

               if WS-TOT-BOVEN > 0
                   move "Beperkt tot het plafond:" to REPORT-REGEL
                   write REPORT-REGEL
                   perform varying WS-EMP-IDX from 1 by 1
                           until WS-EMP-IDX > WS-EMP-COUNT
                       if EMP-BOVEN(WS-EMP-IDX) > 0
                           perform 5200-CEILING-LINE thru 5200-EXIT
                       end-if
                   end-perform
                   move WS-TOT-BOVEN to DISPLAY-AMT
                   move spaces to REPORT-REGEL
                   string "  Niet verzekerd boven het plafond: "
                          function trim(DISPLAY-AMT)
                       delimited by size into REPORT-REGEL
                   end-string
                   write REPORT-REGEL
                   move spaces to REPORT-REGEL
                   write REPORT-REGEL
               end-if

               move spaces to REPORT-REGEL
               string "Voorschotten betaald in " LINK-YEAR ":"
                   delimited by size into REPORT-REGEL
               end-string
               write REPORT-REGEL
               perform varying WS-ADV-IDX from 1 by 1
                       until WS-ADV-IDX > WS-ADV-COUNT
                   move ADV-BEDRAG(WS-ADV-IDX) to DISPLAY-AMT
                   move spaces to REPORT-REGEL
                   move ADV-DATUM(WS-ADV-IDX) to REPORT-REGEL(3:10)
                   move ADV-REFERENTIE(WS-ADV-IDX)
                       to REPORT-REGEL(15:20)
                   move DISPLAY-AMT to REPORT-REGEL(59:12)
                   write REPORT-REGEL
               end-perform
               move WS-TOT-VOORSCHOT to DISPLAY-AMT
               move spaces to REPORT-REGEL
               move "  Totaal voorschotten:" to REPORT-REGEL(1:40)
               move DISPLAY-AMT to REPORT-REGEL(59:12)
               write REPORT-REGEL
               move WS-TOT-PREMIE to DISPLAY-AMT
               move spaces to REPORT-REGEL
               move "Definitieve premie:" to REPORT-REGEL(1:40)
               move DISPLAY-AMT to REPORT-REGEL(59:12)
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               if WS-SALDO < 0
                   compute DISPLAY-AMT = 0 - WS-SALDO
                   move "Saldo terug te ontvangen:"
                       to REPORT-REGEL(1:40)
               else
                   move WS-SALDO to DISPLAY-AMT
                   move "Saldo bij te betalen:" to REPORT-REGEL(1:40)
               end-if
               move DISPLAY-AMT to REPORT-REGEL(59:12)
               write REPORT-REGEL
               if WS-ZONDER-TARIEF > 0
                   move spaces to REPORT-REGEL
                   write REPORT-REGEL
                   move "Let op: categorie(en) zonder tarief -- niet in"
                       to REPORT-REGEL
                   write REPORT-REGEL
                   move spaces to REPORT-REGEL
                   string "de premie; vul Arbeidsongevallen-Config.csv"
                          " aan."
                       delimited by size into REPORT-REGEL
                   end-string
                   write REPORT-REGEL
               end-if
               move "========================================"
                   to REPORT-REGEL
               write REPORT-REGEL
               close REPORT-FILE
               display "Overzicht arbeidsongevallen -> "
                   function trim(DYNAMIC-REPORTFILE).
           5000-EXIT.
               exit.

           5100-CATEGORY-LINE.
               move CAT-AANTAL(WS-CAT-IDX) to DISPLAY-AANTAL
               move CAT-LOON(WS-CAT-IDX) to DISPLAY-AMT
               move CAT-VERZEKERBAAR(WS-CAT-IDX) to DISPLAY-AMT-2
               move CAT-PREMIE(WS-CAT-IDX) to DISPLAY-AMT-3
               move CAT-TARIEF(WS-CAT-IDX) to DISPLAY-TARIEF
               move spaces to REPORT-REGEL
               move CAT-CODE(WS-CAT-IDX) to REPORT-REGEL(1:12)
               move DISPLAY-AANTAL to REPORT-REGEL(16:4)
               move DISPLAY-AMT to REPORT-REGEL(21:12)
               move DISPLAY-AMT-2 to REPORT-REGEL(35:12)
               if CAT-HEEFT-TARIEF(WS-CAT-IDX) = "J"
                   move DISPLAY-TARIEF to REPORT-REGEL(50:7)
                   move DISPLAY-AMT-3 to REPORT-REGEL(59:12)
               else
                   move "GEEN TARIEF" to REPORT-REGEL(50:11)
               end-if
               write REPORT-REGEL.
           5100-EXIT.
               exit.

           5200-CEILING-LINE.
               move EMP-LOON(WS-EMP-IDX) to DISPLAY-AMT
               move EMP-BOVEN(WS-EMP-IDX) to DISPLAY-AMT-2
               move spaces to REPORT-REGEL
               string "  " function trim(EMP-PERSNR(WS-EMP-IDX))
                      " " function trim(EMP-NAAM(WS-EMP-IDX))
                      ": loon " function trim(DISPLAY-AMT)
                      ", boven plafond " function trim(DISPLAY-AMT-2)
                   delimited by size into REPORT-REGEL
               end-string
               write REPORT-REGEL.
           5200-EXIT.
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
               move "AoLoonaangifte" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Payroll-History.csv" to LOG-INPUT-FILE
               move DYNAMIC-CSVFILE to LOG-OUTPUT-FILE
               inspect LOG-OUTPUT-FILE replacing all X"00" by " "
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-LINES-WRITTEN to LOG-RECORDS-OUT
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
               close RUNLOG-FILE.
           9000-EXIT.
               exit.
