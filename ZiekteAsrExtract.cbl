      *>----------------------------------------------------------------
      *> ZiekteAsrExtract -- the social-risk (ASR) declaration of
      *> sickness for the ziekenfonds, out of the same data the
      *> payroll run recorded:
      *>     call "ZiekteAsrExtract" using <YYYY-MM> <operator>
      *> Every employee whose Payroll-History.csv row of the asked
      *> month carries AfwCode ZIEK is followed back through the
      *> consecutive ZIEK months before it; that run of months is one
      *> case, starting in its first month. When the case's sick
      *> days pass the gewaarborgd-loon period (GEWAARBORGD-BEDIENDE
      *> resp. GEWAARBORGD-ARBEIDER working days in Ziekte-Config.csv)
      *> the mutualiteit takes over and needs the declaration: the
      *> first day of illness and the reference wage -- the Bruto of
      *> the REFERENTIE-KWARTALEN full quarters before the quarter the
      *> illness began in, with the month average and the day wage on
      *> the 78-day quarter of the six-day scheme.
      *> Produces:
      *>   ASR-Ziekte-<YYYY-MM>.csv  one declaration record per case
      *>   Ziekte-Aangiften.csv      the register of declared cases
      *>                             (PersNr,Naam,EersteMaand,
      *>                             EersteZiektedag,DagenZiek,
      *>                             ReferentieLoon,Status,
      *>                             AangegevenIn,AangegevenOp)
      *> A case already GEDECLAREERD in the register is not sent
      *> again. HR can put a case in the register beforehand as
      *> TE-DECLAREREN with the first day off the medical certificate;
      *> the declaration then carries that date (Bron ATTEST) instead
      *> of the first day of the first sick month (Bron GESCHAT), and
      *> a TE-DECLAREREN row no payroll month ever matched is named
      *> at the end of the run so it does not go missing.
      *>----------------------------------------------------------------
       identification division.
       program-id. ZiekteAsrExtract.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Ziekte-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select REGISTER-FILE assign to "Ziekte-Aangiften.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select OUTPUT-FILE assign dynamic DYNAMIC-OUTFILE
               organization is line sequential
               file status is WS-OUTPUT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(150).

           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(200).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-OUTFILE pic x(30).

      *>    the legal terms -- working days, as the payroll counts
      *>    the absence
           01 WS-CONFIG-SLEUTEL pic x(30).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-GEWAARBORGD-BEDIENDE pic 9(03) value 22.
           01 WS-GEWAARBORGD-ARBEIDER pic 9(03) value 22.
           01 WS-REF-KWARTALEN pic 9(01) value 1.
           01 WS-GEWAARBORGD pic 9(03).

      *>    one history row -- Periode,PersNr,Naam,Type,Bruto and,
      *>    further on, AfwCode (19) and AfwDagen (20)
           01 H-PERIODE pic x(10).
           01 H-PERSNR pic x(08).
           01 H-NAAM pic x(30).
           01 H-TYPE pic x(14).
           01 H-BRUTO-S pic x(14).
           01 H-SKIP pic x(30).
           01 H-AFWCODE pic x(10).
           01 H-AFWDAGEN-S pic x(06).

      *>    the window's payslips, in memory -- a month is carried as
      *>    its month number (year times twelve plus month minus one)
      *>    so the walk back over consecutive months is arithmetic
           01 WS-ROW-COUNT pic 9(04) value 0.
           01 WS-ROW-IDX pic 9(04).
           01 WS-SCAN-IDX pic 9(04).
           01 ROW-TABLE.
               05 ROW-ENTRY occurs 3000 times.
                   10 ROW-PERSNR pic x(08).
                   10 ROW-NAAM pic x(30).
                   10 ROW-TYPE pic x(14).
                   10 ROW-MAAND pic 9(06).
                   10 ROW-BRUTO pic s9(07)V99.
                   10 ROW-ZIEK pic x(01).
                   10 ROW-DAGEN pic 9(02).

      *>    the employees already handled this run
           01 WS-DONE-COUNT pic 9(03) value 0.
           01 WS-DONE-IDX pic 9(03).
           01 WS-DONE-FOUND pic x(01).
           01 DONE-TABLE.
               05 DONE-PERSNR occurs 300 times pic x(08).

      *>    the register, read in full and written back
           01 WS-REG-COUNT pic 9(03) value 0.
           01 WS-REG-IDX pic 9(03).
           01 WS-REG-FOUND-IDX pic 9(03).
           01 REG-TABLE.
               05 REG-ENTRY occurs 500 times.
                   10 REG-PERSNR pic x(08).
                   10 REG-NAAM pic x(30).
                   10 REG-EERSTE-MAAND pic x(07).
                   10 REG-EERSTE-DAG pic x(10).
                   10 REG-DAGEN pic x(06).
                   10 REG-REFLOON pic x(14).
                   10 REG-STATUS pic x(14).
                   10 REG-AANGEGEVEN-IN pic x(07).
                   10 REG-AANGEGEVEN-OP pic x(10).

      *>    the case being worked
           01 WS-MAAND-NU pic 9(06).
           01 WS-MAAND-VAN pic 9(06).
           01 WS-CASE-START pic 9(06).
           01 WS-ZOEK-MAAND pic 9(06).
           01 WS-ZOEK-PERSNR pic x(08).
           01 WS-ZOEK-FOUND pic x(01).
           01 WS-CASE-DAGEN pic 9(04).
           01 WS-CASE-EERSTE-MAAND pic x(07).
           01 WS-CASE-EERSTE-DAG pic x(10).
           01 WS-CASE-BRON pic x(08).
           01 WS-REF-VAN pic 9(06).
           01 WS-REF-TOT pic 9(06).
           01 WS-REF-VAN-X pic x(07).
           01 WS-REF-TOT-X pic x(07).
           01 WS-REF-MAAND pic 9(06).
           01 WS-REF-LOON pic s9(09)V99.
           01 WS-REF-MAANDEN pic 9(02).
           01 WS-REF-GEMIDDELD pic s9(07)V99.
           01 WS-REF-DAGLOON pic s9(05)V99.
           01 WS-MAAND-X pic x(07).
           01 WS-MAAND-JAAR pic 9(04).
           01 WS-MAAND-MM pic 9(02).
           01 WS-MAAND-GETAL pic 9(06).

           01 WS-ROWS-READ pic 9(07) value 0.
           01 WS-RECORDS-WRITTEN pic 9(05) value 0.
           01 WS-BINNEN-GEWAARBORGD pic 9(05) value 0.
           01 WS-AL-AANGEGEVEN pic 9(05) value 0.
           01 WS-OPEN-IN-REGISTER pic 9(05) value 0.
           01 DISPLAY-RECORDS pic Z(4)9.
           01 DISPLAY-DAGEN pic ZZZ9.
           01 DISPLAY-MAANDEN pic Z9.
           01 DISPLAY-AMT pic -(8)9.99.
           01 DISPLAY-AMT-2 pic -(8)9.99.
           01 DISPLAY-AMT-3 pic -(8)9.99.

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-VANDAAG pic x(10).
           copy "RUNLOG.cpy".

      *>    the history arrives through HistorySelect -- the asked
      *>    month and the two years before it, which holds any
      *>    sickness run and its reference quarters
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-ASR.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

       linkage section.
           01 LINK-MONTH pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-MONTH LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               delimited by size into WS-VANDAAG
           end-string
           if LINK-MONTH(5:1) not = "-"
               or LINK-MONTH(1:4) not numeric
               or LINK-MONTH(6:2) not numeric
               display "Ongeldige maand (YYYY-MM verwacht): "
                   LINK-MONTH
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           move LINK-MONTH(1:7) to WS-MAAND-X
           perform 8000-MAAND-GETAL thru 8000-EXIT
           move WS-MAAND-GETAL to WS-MAAND-NU
           compute WS-MAAND-VAN = WS-MAAND-NU - 24
           move spaces to DYNAMIC-OUTFILE
           string "ASR-Ziekte-" delimited by size
                  LINK-MONTH(1:7) delimited by size
                  ".csv" delimited by size
               into DYNAMIC-OUTFILE
           end-string

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1100-LOAD-REGISTER thru 1100-EXIT
           perform 2000-LOAD-HISTORY thru 2000-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if

           open output OUTPUT-FILE
           if WS-OUTPUT-STATUS not = "00"
               display "Error opening "
                   function trim(DYNAMIC-OUTFILE) ": "
                   WS-OUTPUT-STATUS
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           move spaces to OUTPUT-REGEL
           string "Periode,PersNr,Naam,Type,EersteZiektedag,Bron,"
                  "EersteMaand,DagenZiek,ReferentieVan,"
                  "ReferentieTot,ReferentieLoon,Maanden,"
                  "MaandGemiddelde,DagLoon"
               delimited by size into OUTPUT-REGEL
           end-string
           write OUTPUT-REGEL

           perform varying WS-ROW-IDX from 1 by 1
                   until WS-ROW-IDX > WS-ROW-COUNT
               if ROW-MAAND(WS-ROW-IDX) = WS-MAAND-NU
                   and ROW-ZIEK(WS-ROW-IDX) = "J"
                   perform 3000-ONE-CASE thru 3000-EXIT
               end-if
           end-perform
           close OUTPUT-FILE

           perform 4000-REWRITE-REGISTER thru 4000-EXIT

           move WS-RECORDS-WRITTEN to DISPLAY-RECORDS
           display function trim(DISPLAY-RECORDS)
               " ASR-ziekteaangifte(s) in "
               function trim(DYNAMIC-OUTFILE)
           if WS-BINNEN-GEWAARBORGD > 0
               move WS-BINNEN-GEWAARBORGD to DISPLAY-RECORDS
               display function trim(DISPLAY-RECORDS)
                   " ziektegeval(len) nog binnen gewaarborgd loon"
           end-if
           if WS-AL-AANGEGEVEN > 0
               move WS-AL-AANGEGEVEN to DISPLAY-RECORDS
               display function trim(DISPLAY-RECORDS)
                   " geval(len) al eerder aangegeven -- niet opnieuw"
                   " verstuurd"
           end-if
           perform varying WS-REG-IDX from 1 by 1
                   until WS-REG-IDX > WS-REG-COUNT
               if REG-STATUS(WS-REG-IDX) = "TE-DECLAREREN"
                   add 1 to WS-OPEN-IN-REGISTER
                   display "Let op: ziektegeval "
                       function trim(REG-PERSNR(WS-REG-IDX)) " vanaf "
                       REG-EERSTE-MAAND(WS-REG-IDX)
                       " staat nog TE-DECLAREREN in Ziekte-Aangiften"
                       ".csv"
               end-if
           end-perform.

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the guaranteed-pay periods and the number
      *> of reference quarters. No file keeps the defaults -- one
      *> month of working days, one quarter.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   display "Ziekte-Config.csv not found -- standaard"
                       " gewaarborgd loon en referentiekwartaal."
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
               if WS-REF-KWARTALEN = 0 or WS-REF-KWARTALEN > 4
                   move 1 to WS-REF-KWARTALEN
               end-if.
           1000-EXIT.
               exit.

           1010-CONFIG-VALUE.
               if function test-numval(function trim(WS-CONFIG-WAARDE))
                       not = 0
                   go to 1010-EXIT
               end-if
               evaluate function trim(WS-CONFIG-SLEUTEL)
                   when "GEWAARBORGD-BEDIENDE"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE))
                           to WS-GEWAARBORGD-BEDIENDE
                   when "GEWAARBORGD-ARBEIDER"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE))
                           to WS-GEWAARBORGD-ARBEIDER
                   when "REFERENTIE-KWARTALEN"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-REF-KWARTALEN
               end-evaluate.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-REGISTER: the cases declared so far and the ones
      *> HR put in beforehand. No register yet means nothing was
      *> declared yet.
      *>----------------------------------------------------------------
           1100-LOAD-REGISTER.
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read REGISTER-FILE into REGISTER-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into REGISTER-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1110-ONE-REGISTER-ROW
                               thru 1110-EXIT
                   end-read
               end-perform
               close REGISTER-FILE.
           1100-EXIT.
               exit.

           1110-ONE-REGISTER-ROW.
               if function trim(REGISTER-REGEL) = spaces
                   go to 1110-EXIT
               end-if
               if WS-REG-COUNT >= 500
                   display "Ziekteregister vol -- rij genegeerd: "
                       function trim(REGISTER-REGEL)
                   go to 1110-EXIT
               end-if
               add 1 to WS-REG-COUNT
               move spaces to REG-ENTRY(WS-REG-COUNT)
               unstring function trim(REGISTER-REGEL)
                   delimited by ","
                   into REG-PERSNR(WS-REG-COUNT)
                        REG-NAAM(WS-REG-COUNT)
                        REG-EERSTE-MAAND(WS-REG-COUNT)
                        REG-EERSTE-DAG(WS-REG-COUNT)
                        REG-DAGEN(WS-REG-COUNT)
                        REG-REFLOON(WS-REG-COUNT)
                        REG-STATUS(WS-REG-COUNT)
                        REG-AANGEGEVEN-IN(WS-REG-COUNT)
                        REG-AANGEGEVEN-OP(WS-REG-COUNT)
               end-unstring
               move function upper-case(REG-STATUS(WS-REG-COUNT))
                   to REG-STATUS(WS-REG-COUNT).
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-LOAD-HISTORY: the window's payslips into the row table.
      *>----------------------------------------------------------------
           2000-LOAD-HISTORY.
               move WS-MAAND-VAN to WS-MAAND-GETAL
               perform 8100-MAAND-TEKST thru 8100-EXIT
               move WS-MAAND-X to WS-HISTSEL-VAN
               move LINK-MONTH(1:7) to WS-HISTSEL-TOT
               call "HistorySelect" using WS-HISTSEL-VAN
                   WS-HISTSEL-TOT HISTORY-FILE-NAME
                   WS-HISTSEL-OK
               cancel "HistorySelect"
               open input HISTORY-FILE
               if WS-HISTORY-STATUS not = "00"
                   display "Payroll-History.csv not found -- nothing"
                       " to declare."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               read HISTORY-FILE into HISTORY-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORY-FILE into HISTORY-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-ROWS-READ
                           perform 2100-ONE-HISTORY-ROW
                               thru 2100-EXIT
                   end-read
               end-perform
               close HISTORY-FILE
               call "SYSTEM" using "rm -f HISTSEL-ASR.TMP".
           2000-EXIT.
               exit.

           2100-ONE-HISTORY-ROW.
               move spaces to H-PERIODE H-PERSNR H-NAAM H-TYPE
                   H-BRUTO-S H-AFWCODE H-AFWDAGEN-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-TYPE H-BRUTO-S
                        H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP
                        H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP
                        H-SKIP H-AFWCODE H-AFWDAGEN-S
               end-unstring
               if H-PERSNR = spaces
                   or H-PERIODE(1:4) not numeric
                   or H-PERIODE(6:2) not numeric
                   go to 2100-EXIT
               end-if
               if WS-ROW-COUNT >= 3000
                   display "Historietabel vol -- rij genegeerd: "
                       function trim(H-PERSNR) " " H-PERIODE
                   go to 2100-EXIT
               end-if
               add 1 to WS-ROW-COUNT
               initialize ROW-ENTRY(WS-ROW-COUNT)
               move H-PERSNR to ROW-PERSNR(WS-ROW-COUNT)
               move H-NAAM to ROW-NAAM(WS-ROW-COUNT)
               move H-TYPE to ROW-TYPE(WS-ROW-COUNT)
               move H-PERIODE(1:7) to WS-MAAND-X
               perform 8000-MAAND-GETAL thru 8000-EXIT
               move WS-MAAND-GETAL to ROW-MAAND(WS-ROW-COUNT)
               if function test-numval(function trim(H-BRUTO-S)) = 0
                   move function numval(function trim(H-BRUTO-S))
                       to ROW-BRUTO(WS-ROW-COUNT)
               end-if
               move "N" to ROW-ZIEK(WS-ROW-COUNT)
               if function upper-case(function trim(H-AFWCODE))
                       = "ZIEK"
                   move "J" to ROW-ZIEK(WS-ROW-COUNT)
                   if function test-numval(function trim(
                           H-AFWDAGEN-S)) = 0
                       move function numval(function trim(
                           H-AFWDAGEN-S)) to ROW-DAGEN(WS-ROW-COUNT)
                   end-if
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-ONE-CASE: the sickness case of the employee on row
      *> WS-ROW-IDX -- walk back to its first month, count its days
      *> against the guaranteed-pay period, and declare it once.
      *>----------------------------------------------------------------
           3000-ONE-CASE.
               move ROW-PERSNR(WS-ROW-IDX) to WS-ZOEK-PERSNR
               move "N" to WS-DONE-FOUND
               perform varying WS-DONE-IDX from 1 by 1
                       until WS-DONE-IDX > WS-DONE-COUNT
                   if DONE-PERSNR(WS-DONE-IDX) = WS-ZOEK-PERSNR
                       move "J" to WS-DONE-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-DONE-FOUND = "J"
                   go to 3000-EXIT
               end-if
               if WS-DONE-COUNT < 300
                   add 1 to WS-DONE-COUNT
                   move WS-ZOEK-PERSNR to DONE-PERSNR(WS-DONE-COUNT)
               end-if

      *>        the first month of the run of consecutive ZIEK months
               move WS-MAAND-NU to WS-CASE-START
               move "J" to WS-ZOEK-FOUND
               perform until WS-ZOEK-FOUND = "N"
                       or WS-CASE-START <= WS-MAAND-VAN
                   compute WS-ZOEK-MAAND = WS-CASE-START - 1
                   perform 3100-FIND-ZIEK-MONTH thru 3100-EXIT
                   if WS-ZOEK-FOUND = "J"
                       move WS-ZOEK-MAAND to WS-CASE-START
                   end-if
               end-perform
               move 0 to WS-CASE-DAGEN
               perform varying WS-ZOEK-MAAND from WS-CASE-START by 1
                       until WS-ZOEK-MAAND > WS-MAAND-NU
                   perform varying WS-SCAN-IDX from 1 by 1
                           until WS-SCAN-IDX > WS-ROW-COUNT
                       if ROW-PERSNR(WS-SCAN-IDX) = WS-ZOEK-PERSNR
                           and ROW-MAAND(WS-SCAN-IDX) = WS-ZOEK-MAAND
                           and ROW-ZIEK(WS-SCAN-IDX) = "J"
                           add ROW-DAGEN(WS-SCAN-IDX) to WS-CASE-DAGEN
                       end-if
                   end-perform
               end-perform
               if ROW-TYPE(WS-ROW-IDX) = "Arbeider"
                   move WS-GEWAARBORGD-ARBEIDER to WS-GEWAARBORGD
               else
                   move WS-GEWAARBORGD-BEDIENDE to WS-GEWAARBORGD
               end-if
               if WS-CASE-DAGEN <= WS-GEWAARBORGD
                   add 1 to WS-BINNEN-GEWAARBORGD
                   go to 3000-EXIT
               end-if

               move WS-CASE-START to WS-MAAND-GETAL
               perform 8100-MAAND-TEKST thru 8100-EXIT
               move WS-MAAND-X to WS-CASE-EERSTE-MAAND
               move 0 to WS-REG-FOUND-IDX
               perform varying WS-REG-IDX from 1 by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   if function trim(REG-PERSNR(WS-REG-IDX))
                           = function trim(WS-ZOEK-PERSNR)
                       and REG-EERSTE-MAAND(WS-REG-IDX)
                           = WS-CASE-EERSTE-MAAND
                       move WS-REG-IDX to WS-REG-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-REG-FOUND-IDX > 0
                   if REG-STATUS(WS-REG-FOUND-IDX) = "GEDECLAREERD"
                       add 1 to WS-AL-AANGEGEVEN
                       go to 3000-EXIT
                   end-if
               end-if
               move spaces to WS-CASE-EERSTE-DAG
               if WS-REG-FOUND-IDX > 0
                   and REG-EERSTE-DAG(WS-REG-FOUND-IDX) not = spaces
                   move REG-EERSTE-DAG(WS-REG-FOUND-IDX)
                       to WS-CASE-EERSTE-DAG
                   move "ATTEST" to WS-CASE-BRON
               else
                   string WS-CASE-EERSTE-MAAND "-01"
                       delimited by size into WS-CASE-EERSTE-DAG
                   end-string
                   move "GESCHAT" to WS-CASE-BRON
               end-if

               perform 3200-REFERENCE-WAGE thru 3200-EXIT
               perform 3300-WRITE-DECLARATION thru 3300-EXIT

      *>        into the register -- the pre-entered row is ticked,
      *>        a new case gets a row of its own
               if WS-REG-FOUND-IDX = 0
                   if WS-REG-COUNT >= 500
                       display "Ziekteregister vol -- geval "
                           function trim(WS-ZOEK-PERSNR)
                           " niet geregistreerd"
                       go to 3000-EXIT
                   end-if
                   add 1 to WS-REG-COUNT
                   move WS-REG-COUNT to WS-REG-FOUND-IDX
                   move spaces to REG-ENTRY(WS-REG-FOUND-IDX)
                   move WS-ZOEK-PERSNR to REG-PERSNR(WS-REG-FOUND-IDX)
                   move WS-CASE-EERSTE-MAAND
                       to REG-EERSTE-MAAND(WS-REG-FOUND-IDX)
                   move WS-CASE-EERSTE-DAG
                       to REG-EERSTE-DAG(WS-REG-FOUND-IDX)
               end-if
               move ROW-NAAM(WS-ROW-IDX) to REG-NAAM(WS-REG-FOUND-IDX)
               move WS-CASE-DAGEN to DISPLAY-DAGEN
               move function trim(DISPLAY-DAGEN)
                   to REG-DAGEN(WS-REG-FOUND-IDX)
               move WS-REF-LOON to DISPLAY-AMT
               move function trim(DISPLAY-AMT)
                   to REG-REFLOON(WS-REG-FOUND-IDX)
               move "GEDECLAREERD" to REG-STATUS(WS-REG-FOUND-IDX)
               move LINK-MONTH(1:7)
                   to REG-AANGEGEVEN-IN(WS-REG-FOUND-IDX)
               move WS-VANDAAG to REG-AANGEGEVEN-OP(WS-REG-FOUND-IDX).
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-FIND-ZIEK-MONTH: does WS-ZOEK-PERSNR have a ZIEK row
      *> in month WS-ZOEK-MAAND?
      *>----------------------------------------------------------------
           3100-FIND-ZIEK-MONTH.
               move "N" to WS-ZOEK-FOUND
               perform varying WS-SCAN-IDX from 1 by 1
                       until WS-SCAN-IDX > WS-ROW-COUNT
                   if ROW-PERSNR(WS-SCAN-IDX) = WS-ZOEK-PERSNR
                       and ROW-MAAND(WS-SCAN-IDX) = WS-ZOEK-MAAND
                       and ROW-ZIEK(WS-SCAN-IDX) = "J"
                       move "J" to WS-ZOEK-FOUND
                       exit perform
                   end-if
               end-perform.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-REFERENCE-WAGE: the Bruto of the full quarters before
      *> the quarter the illness began in; a month without a payslip
      *> does not count towards the average.
      *>----------------------------------------------------------------
           3200-REFERENCE-WAGE.
               compute WS-REF-TOT = (WS-CASE-START / 3) * 3 - 1
               compute WS-REF-VAN =
                   WS-REF-TOT + 1 - (WS-REF-KWARTALEN * 3)
               move WS-REF-VAN to WS-MAAND-GETAL
               perform 8100-MAAND-TEKST thru 8100-EXIT
               move WS-MAAND-X to WS-REF-VAN-X
               move WS-REF-TOT to WS-MAAND-GETAL
               perform 8100-MAAND-TEKST thru 8100-EXIT
               move WS-MAAND-X to WS-REF-TOT-X
               move 0 to WS-REF-LOON
               move 0 to WS-REF-MAANDEN
               perform varying WS-REF-MAAND from WS-REF-VAN by 1
                       until WS-REF-MAAND > WS-REF-TOT
                   move "N" to WS-ZOEK-FOUND
                   perform varying WS-SCAN-IDX from 1 by 1
                           until WS-SCAN-IDX > WS-ROW-COUNT
                       if ROW-PERSNR(WS-SCAN-IDX) = WS-ZOEK-PERSNR
                           and ROW-MAAND(WS-SCAN-IDX) = WS-REF-MAAND
                           add ROW-BRUTO(WS-SCAN-IDX) to WS-REF-LOON
                           move "J" to WS-ZOEK-FOUND
                       end-if
                   end-perform
                   if WS-ZOEK-FOUND = "J"
                       add 1 to WS-REF-MAANDEN
                   end-if
               end-perform
               move 0 to WS-REF-GEMIDDELD
               move 0 to WS-REF-DAGLOON
               if WS-REF-MAANDEN > 0
                   compute WS-REF-GEMIDDELD
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                       = WS-REF-LOON / WS-REF-MAANDEN
      *>            the six-day scheme: 78 days to the quarter
                   compute WS-REF-DAGLOON
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                       = WS-REF-GEMIDDELD * 3 / 78
               else
                   display "Geen referentieloon voor "
                       function trim(WS-ZOEK-PERSNR) " in "
                       WS-REF-VAN-X " - " WS-REF-TOT-X
               end-if.
           3200-EXIT.
               exit.

           3300-WRITE-DECLARATION.
               move WS-CASE-DAGEN to DISPLAY-DAGEN
               move WS-REF-MAANDEN to DISPLAY-MAANDEN
               move WS-REF-LOON to DISPLAY-AMT
               move WS-REF-GEMIDDELD to DISPLAY-AMT-2
               move WS-REF-DAGLOON to DISPLAY-AMT-3
               move spaces to OUTPUT-REGEL
               string
                   LINK-MONTH(1:7) delimited by size
                   "," delimited by size
                   function trim(WS-ZOEK-PERSNR) delimited by size
                   "," delimited by size
                   function trim(ROW-NAAM(WS-ROW-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(ROW-TYPE(WS-ROW-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(WS-CASE-EERSTE-DAG) delimited by size
                   "," delimited by size
                   function trim(WS-CASE-BRON) delimited by size
                   "," delimited by size
                   WS-CASE-EERSTE-MAAND delimited by size
                   "," delimited by size
                   function trim(DISPLAY-DAGEN) delimited by size
                   "," delimited by size
                   WS-REF-VAN-X delimited by size
                   "," delimited by size
                   WS-REF-TOT-X delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-MAANDEN) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-2) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-3) delimited by size
                   into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               add 1 to WS-RECORDS-WRITTEN.
           3300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-REWRITE-REGISTER: the register back in full, the cases
      *> of this run included.
      *>----------------------------------------------------------------
           4000-REWRITE-REGISTER.
               if WS-REG-COUNT = 0
                   go to 4000-EXIT
               end-if
               open output REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   display "Ziekte-Aangiften.csv niet te schrijven: "
                       WS-REGISTER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to REGISTER-REGEL
               string "PersNr,Naam,EersteMaand,EersteZiektedag,"
                      "DagenZiek,ReferentieLoon,Status,"
                      "AangegevenIn,AangegevenOp"
                   delimited by size into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               perform varying WS-REG-IDX from 1 by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   move spaces to REGISTER-REGEL
                   string
                       function trim(REG-PERSNR(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-NAAM(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-EERSTE-MAAND(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-EERSTE-DAG(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-DAGEN(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-REFLOON(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-STATUS(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-AANGEGEVEN-IN(WS-REG-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(REG-AANGEGEVEN-OP(WS-REG-IDX))
                           delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-perform
               close REGISTER-FILE.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-MAAND-GETAL: WS-MAAND-X (YYYY-MM) as a month number;
      *> 8100-MAAND-TEKST the way back.
      *>----------------------------------------------------------------
           8000-MAAND-GETAL.
               move WS-MAAND-X(1:4) to WS-MAAND-JAAR
               move WS-MAAND-X(6:2) to WS-MAAND-MM
               compute WS-MAAND-GETAL =
                   WS-MAAND-JAAR * 12 + WS-MAAND-MM - 1.
           8000-EXIT.
               exit.

           8100-MAAND-TEKST.
               divide WS-MAAND-GETAL by 12 giving WS-MAAND-JAAR
                   remainder WS-MAAND-MM
               add 1 to WS-MAAND-MM
               move spaces to WS-MAAND-X
               string WS-MAAND-JAAR "-" WS-MAAND-MM
                   delimited by size into WS-MAAND-X
               end-string.
           8100-EXIT.
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
               move "ZiekteAsrExtract" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Payroll-History.csv" to LOG-INPUT-FILE
               move DYNAMIC-OUTFILE to LOG-OUTPUT-FILE
               inspect LOG-OUTPUT-FILE replacing all X"00" by " "
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-RECORDS-WRITTEN to LOG-RECORDS-OUT
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
