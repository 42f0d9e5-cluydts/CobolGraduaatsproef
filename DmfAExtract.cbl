      *> the spirit of Fiche281Extract: the per-month detail comes
      *> from the period-stamped Payroll-History.csv feed, the caller
      *> passes the quarter as YYYYQn, and the block layout goes to
      *> DmfA-<period>.csv with a TOTAAL control row. Differences a
      *> retro run worked out for months of this quarter (the
      *> Retro-Correcties.csv rows with this Kwartaal, settled or
      *> not) are folded into the employee's figures, and the row is
      *> flagged J in the Correctie column so the secretariat knows
      *> the quarter was declared with corrected amounts. CAO 90
      *> bonuses paid in the quarter (Cao90-Uitbetalingen.csv) are
      *> declared apart from the wages: one row per employee with the
      *> bonus, the employee's solidarity contribution and the
      *> employer's special contribution, under the DMFA-CODE of
      *> Cao90-Config.csv in the Code column. The structural and
      *> target-group RSZ reductions the payroll run worked out per
      *> month (history columns VermStructureel, VermDoelgroepCode,
      *> VermDoelgroep) follow each employee as rows of their own,
      *> the reduction code in the Code column and the quarter's
      *> amount in Vermindering; the structural code is the
      *> STRUCTUREEL row of RSZ-Verminderingen.csv.
      *>----------------------------------------------------------------
       identification division.
       program-id. DmfAExtract.
           select DMFA-FILE assign dynamic DYNAMIC-DMFAFILE
               organization is line sequential
               file status is WS-DMFA-STATUS.
           select RETRO-FILE assign to "Retro-Correcties.csv"
               organization is line sequential
               file status is WS-RETRO-STATUS.
           select CAO90-FILE assign to "Cao90-Uitbetalingen.csv"
               organization is line sequential
               file status is WS-CAO90-STATUS.
           select CAO90-CONFIG-FILE assign to "Cao90-Config.csv"
               organization is line sequential
               file status is WS-CAO90-CONFIG-STATUS.
           select RSZVERM-FILE assign to "RSZ-Verminderingen.csv"
               organization is line sequential
               file status is WS-RSZVERM-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       file section.
           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd DMFA-FILE.
           01 DMFA-REGEL pic x(130).

           fd RETRO-FILE.
           01 RETRO-REGEL pic x(200).

           fd CAO90-FILE.
           01 CAO90-REGEL pic x(150).

           fd CAO90-CONFIG-FILE.
           01 CAO90-CONFIG-REGEL pic x(80).

           fd RSZVERM-FILE.
           01 RSZVERM-REGEL pic x(100).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

           01 WS-HISTORY-STATUS pic xx.
           01 WS-DMFA-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETRO-STATUS pic xx.
           01 WS-CAO90-STATUS pic xx.
           01 WS-CAO90-CONFIG-STATUS pic xx.
           01 WS-RSZVERM-STATUS pic xx.
           01 DYNAMIC-DMFAFILE pic x(30).
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-FIRST-READ pic x(01) value "Y".

      *>    one history row: Periode,PersNr,Naam,Type,Bruto,RSZ,
      *>    Voorheffing,Netto,WerkgeverRSZ ... VermStructureel,
      *>    VermDoelgroepCode,VermDoelgroep (columns 25-27)
           01 H-PERIODE-S pic x(07).
           01 H-PERSNR-S pic x(08).
           01 H-NAAM-S pic x(30).
           01 H-VRH-S pic x(12).
           01 H-NETTO-S pic x(12).
           01 H-WGRSZ-S pic x(12).
           01 H-OVERIG-TABLE.
               05 H-OVERIG occurs 15 times pic x(30).
           01 H-VERM-STRUCT-S pic x(12).
           01 H-VERM-CODE-S pic x(04).
           01 H-VERM-DG-S pic x(12).
           01 WS-ROW-MM pic 9(02).
           01 WS-ROW-KWARTAAL pic 9(01).

                   10 EMPD-BRUTO pic 9(9)V99.
                   10 EMPD-RSZ pic 9(9)V99.
                   10 EMPD-WGRSZ pic 9(9)V99.
                   10 EMPD-CORRECTIE pic x(01).
                   10 EMPD-VERM-STRUCT pic 9(7)V99.
                   10 EMPD-VERM-DG-CODE pic x(04).
                   10 EMPD-VERM-DG pic 9(7)V99.

           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-ROWS-IN-QUARTER pic 9(05) value 0.
           01 WS-TOT-BRUTO pic 9(9)V99 value 0.
           01 WS-TOT-RSZ pic 9(9)V99 value 0.
           01 WS-TOT-WGRSZ pic 9(9)V99 value 0.
           01 WS-TOT-VERM pic 9(9)V99 value 0.
      *>    the structural reduction's code off the reduction table
           01 WS-VERM-STRUCT-CODE pic x(04) value "0001".
           01 WS-RVM-CODE-S pic x(04).
           01 WS-RVM-OMS-S pic x(40).
           01 WS-RVM-SOORT-S pic x(12).
           01 WS-VERM-ROWS pic 9(05) value 0.
      *>    one Retro-Correcties.csv row: PersNr,Naam,Periode,
      *>    Kwartaal,BrutoOud,BrutoNieuw,BrutoVerschil,RSZVerschil,
      *>    VoorheffingVerschil,WerkgeverRSZVerschil,...
           01 R-PERSNR-S pic x(08).
           01 R-NAAM-S pic x(30).
           01 R-PERIODE-S pic x(07).
           01 R-KWARTAAL-S pic x(06).
           01 R-OUD-S pic x(14).
           01 R-NIEUW-S pic x(14).
           01 R-BRUTO-S pic x(14).
           01 R-RSZ-S pic x(14).
           01 R-VRH-S pic x(14).
           01 R-WGRSZ-S pic x(14).
           01 R-STATE-S pic x(10).
           01 WS-RETRO-ROWS pic 9(05) value 0.

      *>    one Cao90-Uitbetalingen.csv row: PlanId,Periode,PersNr,
      *>    Naam,Bruto,WerknemerRSZ,Netto,BijzondereBijdrage,RunId --
      *>    summed per PersNr for the quarter
           01 C-PLAN-S pic x(10).
           01 C-PERIODE-S pic x(07).
           01 C-PERSNR-S pic x(08).
           01 C-NAAM-S pic x(30).
           01 C-BRUTO-S pic x(14).
           01 C-RSZ-S pic x(14).
           01 C-NETTO-S pic x(14).
           01 C-BIJDRAGE-S pic x(14).
           01 WS-CAO90-CODE pic x(06) value "880".
           01 WS-CAO90-SLEUTEL pic x(30).
           01 WS-CAO90-WAARDE pic x(40).
           01 WS-CAO-COUNT pic 9(03) value 0.
           01 WS-CAO-FOUND-IDX pic 9(03).
           01 CAO-TABLE.
               05 CAO-ENTRY OCCURS 300 TIMES INDEXED BY CAO-IDX.
                   10 CAO-PERSNR pic x(08).
                   10 CAO-NAAM pic x(30).
                   10 CAO-BRUTO pic 9(9)V99.
                   10 CAO-RSZ pic 9(9)V99.
                   10 CAO-BIJDRAGE pic 9(9)V99.
           01 DISPLAY-AMT-1 pic Z(8).ZZ.
           01 DISPLAY-AMT-2 pic Z(8).ZZ.
           01 DISPLAY-AMT-3 pic Z(8).ZZ.
           01 DISPLAY-AMT-4 pic Z(8)9.99.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".
           end-perform
           close HISTORY-FILE
           call "SYSTEM" using "rm -f HISTSEL-DMFA.TMP"
           perform 1100-FOLD-RETRO thru 1100-EXIT
           perform 1200-LOAD-CAO90 thru 1200-EXIT
           perform 1300-LOAD-VERM-CODE thru 1300-EXIT

           if WS-EMP-COUNT = 0 and WS-CAO-COUNT = 0
               display "No payroll rows in " function trim(LINK-PERIOD)
               move 1 to return-code
               goback
           end-if
           move spaces to DMFA-REGEL
           string "Periode,PersNr,Naam,BrutoRSZ,WerknemerRSZ,"
                  "WerkgeverRSZ,Correctie,Code,Vermindering"
                      delimited by size
               into DMFA-REGEL
           end-string
           write DMFA-REGEL
                   function trim(DISPLAY-AMT-2) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-3) delimited by size
                   "," delimited by size
                   EMPD-CORRECTIE(EMP-IDX) delimited by space
                   ",," delimited by size
                   into DMFA-REGEL
               end-string
               write DMFA-REGEL
               if EMPD-VERM-STRUCT(EMP-IDX) > 0
                   move EMPD-VERM-STRUCT(EMP-IDX) to DISPLAY-AMT-1
                   move WS-VERM-STRUCT-CODE to WS-RVM-CODE-S
                   perform 1400-WRITE-VERM-ROW thru 1400-EXIT
               end-if
               if EMPD-VERM-DG(EMP-IDX) > 0
                   move EMPD-VERM-DG(EMP-IDX) to DISPLAY-AMT-1
                   move EMPD-VERM-DG-CODE(EMP-IDX) to WS-RVM-CODE-S
                   perform 1400-WRITE-VERM-ROW thru 1400-EXIT
               end-if
           end-perform
           perform varying CAO-IDX from 1 by 1
                   until CAO-IDX > WS-CAO-COUNT
               move CAO-BRUTO(CAO-IDX) to DISPLAY-AMT-1
               move CAO-RSZ(CAO-IDX) to DISPLAY-AMT-2
               move CAO-BIJDRAGE(CAO-IDX) to DISPLAY-AMT-3
               add CAO-BRUTO(CAO-IDX) to WS-TOT-BRUTO
               add CAO-RSZ(CAO-IDX) to WS-TOT-RSZ
               add CAO-BIJDRAGE(CAO-IDX) to WS-TOT-WGRSZ
               move spaces to DMFA-REGEL
               string
                   function trim(LINK-PERIOD) delimited by size
                   "," delimited by size
                   function trim(CAO-PERSNR(CAO-IDX)) delimited by size
                   "," delimited by size
                   function trim(CAO-NAAM(CAO-IDX)) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-1) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-2) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-3) delimited by size
                   ",," delimited by size
                   function trim(WS-CAO90-CODE) delimited by size
                   "," delimited by size
                   into DMFA-REGEL
               end-string
               write DMFA-REGEL
           move WS-TOT-BRUTO to DISPLAY-AMT-1
           move WS-TOT-RSZ to DISPLAY-AMT-2
           move WS-TOT-WGRSZ to DISPLAY-AMT-3
           move WS-TOT-VERM to DISPLAY-AMT-4
           move spaces to DMFA-REGEL
           string
               function trim(LINK-PERIOD) delimited by size
               function trim(DISPLAY-AMT-2) delimited by size
               "," delimited by size
               function trim(DISPLAY-AMT-3) delimited by size
               ",,," delimited by size
               function trim(DISPLAY-AMT-4) delimited by size
               into DMFA-REGEL
           end-string
           write DMFA-REGEL
               WS-ROWS-IN-QUARTER " row(s) in "
               function trim(LINK-PERIOD) " written to "
               function trim(DYNAMIC-DMFAFILE)
           if WS-CAO-COUNT > 0
               display WS-CAO-COUNT " CAO 90 bonus row(s) under code "
                   function trim(WS-CAO90-CODE)
           end-if
           if WS-VERM-ROWS > 0
               display WS-VERM-ROWS " RSZ reduction row(s) in "
                   function trim(LINK-PERIOD)
           end-if
           if WS-RETRO-ROWS > 0
               display WS-RETRO-ROWS " retro correction(s) folded"
                   " into " function trim(LINK-PERIOD)
           end-if

      *>    shared audit trail -- one line per run, see RUNLOG.cpy.
           move function current-date to WS-CURRENT-DATETIME
           1000-AGGREGATE-ONE-ROW.
               move spaces to H-PERSNR-S
               move spaces to H-WGRSZ-S
               move spaces to H-VERM-STRUCT-S H-VERM-CODE-S
                   H-VERM-DG-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE-S H-PERSNR-S H-NAAM-S H-TYPE-S
                        H-BRUTO-S H-RSZ-S H-VRH-S H-NETTO-S
                        H-WGRSZ-S
                        H-OVERIG(1) H-OVERIG(2) H-OVERIG(3)
                        H-OVERIG(4) H-OVERIG(5) H-OVERIG(6)
                        H-OVERIG(7) H-OVERIG(8) H-OVERIG(9)
                        H-OVERIG(10) H-OVERIG(11) H-OVERIG(12)
                        H-OVERIG(13) H-OVERIG(14) H-OVERIG(15)
                        H-VERM-STRUCT-S H-VERM-CODE-S H-VERM-DG-S
               end-unstring
               if H-PERIODE-S(1:4) not = WS-JAAR
                   go to 1000-EXIT
                       to EMPD-WGRSZ(WS-EMP-FOUND-IDX)
                   add function numval(function trim(H-WGRSZ-S))
                       to WS-TOT-WGRSZ
               end-if
               if function trim(H-VERM-STRUCT-S) not = spaces
                   add function numval(function trim(H-VERM-STRUCT-S))
                       to EMPD-VERM-STRUCT(WS-EMP-FOUND-IDX)
                   add function numval(function trim(H-VERM-STRUCT-S))
                       to WS-TOT-VERM
               end-if
               if function trim(H-VERM-CODE-S) not = spaces
                   and function trim(H-VERM-DG-S) not = spaces
                   move H-VERM-CODE-S
                       to EMPD-VERM-DG-CODE(WS-EMP-FOUND-IDX)
                   add function numval(function trim(H-VERM-DG-S))
                       to EMPD-VERM-DG(WS-EMP-FOUND-IDX)
                   add function numval(function trim(H-VERM-DG-S))
                       to WS-TOT-VERM
               end-if.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-FOLD-RETRO: the retro differences belonging to this
      *> quarter. An employee with no history row in the quarter (not
      *> expected -- a retro row is only made against one) gets an
      *> entry of their own.
      *>----------------------------------------------------------------
           1100-FOLD-RETRO.
               open input RETRO-FILE
               if WS-RETRO-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read RETRO-FILE into RETRO-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read RETRO-FILE into RETRO-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1110-FOLD-ONE thru 1110-EXIT
                   end-read
               end-perform
               close RETRO-FILE.
           1100-EXIT.
               exit.

           1110-FOLD-ONE.
               move spaces to R-PERSNR-S R-KWARTAAL-S R-WGRSZ-S
                   R-STATE-S
               unstring function trim(RETRO-REGEL)
                   delimited by ","
                   into R-PERSNR-S R-NAAM-S R-PERIODE-S R-KWARTAAL-S
                        R-OUD-S R-NIEUW-S R-BRUTO-S R-RSZ-S R-VRH-S
                        R-WGRSZ-S R-STATE-S
               end-unstring
               if R-KWARTAAL-S not = LINK-PERIOD
                   or R-PERSNR-S = spaces
                   go to 1110-EXIT
               end-if
               move 0 to WS-EMP-FOUND-IDX
               perform varying EMP-IDX from 1 by 1
                       until EMP-IDX > WS-EMP-COUNT
                   if EMPD-SLEUTEL(EMP-IDX) = function trim(R-PERSNR-S)
                       move EMP-IDX to WS-EMP-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-EMP-FOUND-IDX = 0
                   if WS-EMP-COUNT >= 300
                       display "Employee table full, skipping: "
                           R-NAAM-S
                       go to 1110-EXIT
                   end-if
                   add 1 to WS-EMP-COUNT
                   move WS-EMP-COUNT to WS-EMP-FOUND-IDX
                   initialize EMP-ENTRY(WS-EMP-FOUND-IDX)
                   move function trim(R-PERSNR-S)
                       to EMPD-SLEUTEL(WS-EMP-FOUND-IDX)
                   move R-NAAM-S to EMPD-NAAM(WS-EMP-FOUND-IDX)
               end-if
               add 1 to WS-RETRO-ROWS
               move "J" to EMPD-CORRECTIE(WS-EMP-FOUND-IDX)
               add function numval(function trim(R-BRUTO-S))
                   to EMPD-BRUTO(WS-EMP-FOUND-IDX)
               add function numval(function trim(R-RSZ-S))
                   to EMPD-RSZ(WS-EMP-FOUND-IDX)
               add function numval(function trim(R-BRUTO-S))
                   to WS-TOT-BRUTO
               add function numval(function trim(R-RSZ-S))
                   to WS-TOT-RSZ
               if function trim(R-WGRSZ-S) not = spaces
                   add function numval(function trim(R-WGRSZ-S))
                       to EMPD-WGRSZ(WS-EMP-FOUND-IDX)
                   add function numval(function trim(R-WGRSZ-S))
                       to WS-TOT-WGRSZ
               end-if.
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-CAO90: the declaration code off Cao90-Config.csv
      *> and the quarter's bonuses per PersNr.
      *>----------------------------------------------------------------
           1200-LOAD-CAO90.
               open input CAO90-CONFIG-FILE
               if WS-CAO90-CONFIG-STATUS = "00"
                   read CAO90-CONFIG-FILE into CAO90-CONFIG-REGEL
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read CAO90-CONFIG-FILE into CAO90-CONFIG-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CAO90-SLEUTEL
                               move spaces to WS-CAO90-WAARDE
                               unstring function trim(
                                       CAO90-CONFIG-REGEL)
                                   delimited by ","
                                   into WS-CAO90-SLEUTEL
                                        WS-CAO90-WAARDE
                               end-unstring
                               if function trim(WS-CAO90-SLEUTEL)
                                       = "DMFA-CODE"
                                   move WS-CAO90-WAARDE
                                       to WS-CAO90-CODE
                               end-if
                       end-read
                   end-perform
                   close CAO90-CONFIG-FILE
               end-if
               open input CAO90-FILE
               if WS-CAO90-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read CAO90-FILE into CAO90-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CAO90-FILE into CAO90-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1210-FOLD-CAO90 thru 1210-EXIT
                   end-read
               end-perform
               close CAO90-FILE.
           1200-EXIT.
               exit.

           1210-FOLD-CAO90.
               move spaces to C-PERIODE-S C-PERSNR-S C-BRUTO-S
                   C-RSZ-S C-BIJDRAGE-S
               unstring function trim(CAO90-REGEL)
                   delimited by ","
                   into C-PLAN-S C-PERIODE-S C-PERSNR-S C-NAAM-S
                        C-BRUTO-S C-RSZ-S C-NETTO-S C-BIJDRAGE-S
               end-unstring
               if C-PERIODE-S(1:4) not = WS-JAAR
                   or C-PERIODE-S(6:2) not numeric
                   go to 1210-EXIT
               end-if
               move function numval(C-PERIODE-S(6:2)) to WS-ROW-MM
               compute WS-ROW-KWARTAAL = (WS-ROW-MM + 2) / 3
               if WS-ROW-KWARTAAL not = WS-KWARTAAL
                   go to 1210-EXIT
               end-if
               move 0 to WS-CAO-FOUND-IDX
               perform varying CAO-IDX from 1 by 1
                       until CAO-IDX > WS-CAO-COUNT
                   if CAO-PERSNR(CAO-IDX) = C-PERSNR-S
                       move CAO-IDX to WS-CAO-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-CAO-FOUND-IDX = 0
                   if WS-CAO-COUNT >= 300
                       display "CAO 90 table full, skipping: "
                           C-NAAM-S
                       go to 1210-EXIT
                   end-if
                   add 1 to WS-CAO-COUNT
                   move WS-CAO-COUNT to WS-CAO-FOUND-IDX
                   initialize CAO-ENTRY(WS-CAO-FOUND-IDX)
                   move C-PERSNR-S to CAO-PERSNR(WS-CAO-FOUND-IDX)
                   move C-NAAM-S to CAO-NAAM(WS-CAO-FOUND-IDX)
               end-if
               add function numval(function trim(C-BRUTO-S))
                   to CAO-BRUTO(WS-CAO-FOUND-IDX)
               add function numval(function trim(C-RSZ-S))
                   to CAO-RSZ(WS-CAO-FOUND-IDX)
               add function numval(function trim(C-BIJDRAGE-S))
                   to CAO-BIJDRAGE(WS-CAO-FOUND-IDX).
           1210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-LOAD-VERM-CODE: the structural reduction's declaration
      *> code -- the STRUCTUREEL row of RSZ-Verminderingen.csv; no
      *> table keeps the default.
      *>----------------------------------------------------------------
           1300-LOAD-VERM-CODE.
               open input RSZVERM-FILE
               if WS-RSZVERM-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read RSZVERM-FILE into RSZVERM-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read RSZVERM-FILE into RSZVERM-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-RVM-CODE-S
                               WS-RVM-SOORT-S
                           unstring function trim(RSZVERM-REGEL)
                               delimited by ","
                               into WS-RVM-CODE-S WS-RVM-OMS-S
                                    WS-RVM-SOORT-S
                           end-unstring
                           if function upper-case(
                                   function trim(WS-RVM-SOORT-S))
                                   = "STRUCTUREEL"
                               move WS-RVM-CODE-S
                                   to WS-VERM-STRUCT-CODE
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close RSZVERM-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1400-WRITE-VERM-ROW: one reduction row under the employee --
      *> the code in WS-RVM-CODE-S, the quarter amount in
      *> DISPLAY-AMT-1; the wage columns stay empty.
      *>----------------------------------------------------------------
           1400-WRITE-VERM-ROW.
               add 1 to WS-VERM-ROWS
               move spaces to DMFA-REGEL
               string
                   function trim(LINK-PERIOD) delimited by size
                   "," delimited by size
                   function trim(EMPD-SLEUTEL(EMP-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(EMPD-NAAM(EMP-IDX))
                       delimited by size
                   ",,,,," delimited by size
                   function trim(WS-RVM-CODE-S) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-1) delimited by size
                   into DMFA-REGEL
               end-string
               write DMFA-REGEL.
           1400-EXIT.
               exit.
