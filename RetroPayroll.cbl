      *>----------------------------------------------------------------
      *> RetroPayroll -- herberekening of months already paid, for a
      *> barema change, an indexation or a master correction that
      *> turns out to apply from an earlier month:
      *>     call "RetroPayroll" using <input> <van> <tot> <operator>
      *> <input> is the monthly payroll input with the corrected
      *> figures, <van>/<tot> the first and last month (YYYY-MM). Every
      *> month in between that Payroll-Periods.csv has as PAID or
      *> CORRECTED is run again through SalaryCalculation in its
      *> retro mode "R" -- a simulation that rebuilds the month as it
      *> was paid, over a Retro- copy of the input so nothing of the
      *> original name is touched -- and each employee's recomputed
      *> gross, RSZ, voorheffing and employer RSZ is set against the
      *> month's Payroll-History.csv row plus whatever earlier retro
      *> runs already settled for that month. A difference becomes an
      *> OPEN row in Retro-Correcties.csv: the next regular payroll
      *> pays (or recovers) its net and marks it VERREKEND, and
      *> DmfAExtract and IndividueleRekening fold it into the quarter
      *> and month it belongs to (Kwartaal column). Rerunning the same
      *> months replaces their OPEN rows; an employee without a
      *> history row for the month was not paid then and is left to
      *> the operator.
      *>----------------------------------------------------------------
       identification division.
       program-id. RetroPayroll.
       environment division.
       input-output section.
       file-control.
           select PAYPERIOD-FILE assign to "Payroll-Periods.csv"
               organization is line sequential
               file status is WS-PAYPERIOD-STATUS.
           select SIM-FILE assign dynamic DYNAMIC-SIMFILE
               organization is line sequential
               file status is WS-SIM-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select RETRO-FILE assign to "Retro-Correcties.csv"
               organization is line sequential
               file status is WS-RETRO-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd PAYPERIOD-FILE.
           01 PAYPERIOD-REGEL pic x(60).

           fd SIM-FILE.
           01 SIM-REGEL pic x(200).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd RETRO-FILE.
           01 RETRO-REGEL pic x(200).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-PAYPERIOD-STATUS pic xx.
           01 WS-SIM-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-RETRO-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-CMD pic x(200).

      *>    the rerun goes over a Retro- copy of the input, in the
      *>    payroll's retro mode, for one month at a time
           01 WS-RETRO-INFILE pic x(30).
           01 DYNAMIC-SIMFILE pic x(60).
           01 WS-SALARY-MODE pic x(01) value "R".
           01 WS-PAY-PERIOD pic x(08).

      *>    the months asked for
           01 WS-PERIODE pic x(07).
           01 WS-P-JJ pic 9(04).
           01 WS-P-MM pic 9(02).
           01 WS-P-MM-X pic 99.
           01 WS-KWARTAAL pic x(06).
           01 WS-KW pic 9(01).

      *>    Payroll-Periods.csv -- Periode,Status,BetaaldOp
           01 WS-PP-COUNT pic 9(03) value 0.
           01 PAYPERIOD-TABLE.
               05 PP-ENTRY occurs 120 times.
                   10 PP-PERIODE pic x(07).
                   10 PP-STATE pic x(12).
                   10 PP-DATUM pic x(10).
           01 WS-PP-IDX pic 9(03).
           01 WS-PP-GESLOTEN pic x(01).

      *>    the recomputed month, off Output-SIM-Retro-<input>:
      *>    Naam,Type,Bruttoloon,NettoLoon,RSZ,Voorheffing,TeBetalen,
      *>    PersNr,WerkgeverRSZ,...
           01 S-NAAM pic x(30).
           01 S-TYPE pic x(14).
           01 S-BRUTO-S pic x(14).
           01 S-NETTO-S pic x(14).
           01 S-RSZ-S pic x(14).
           01 S-VRH-S pic x(14).
           01 S-TEBET-S pic x(14).
           01 S-PERSNR pic x(08).
           01 S-WGRSZ-S pic x(14).
           01 WS-SIM-FIRST pic x(01).

      *>    the month as paid, off the history
           01 H-PERIODE pic x(07).
           01 H-PERSNR pic x(08).
           01 H-NAAM pic x(30).
           01 H-TYPE pic x(14).
           01 H-BRUTO-S pic x(14).
           01 H-RSZ-S pic x(14).
           01 H-VRH-S pic x(14).
           01 H-NETTO-S pic x(14).
           01 H-WGRSZ-S pic x(14).
           01 WS-HIST-COUNT pic 9(04) value 0.
           01 HIST-TABLE.
               05 HIST-ENTRY occurs 1000 times.
                   10 HST-PERSNR pic x(08).
                   10 HST-BRUTO pic S9(07)V99.
                   10 HST-RSZ pic S9(07)V99.
                   10 HST-VRH pic S9(07)V99.
                   10 HST-WGRSZ pic S9(07)V99.
           01 WS-HIST-IDX pic 9(04).
           01 WS-HIST-FOUND pic 9(04).
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-RETRO.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

      *>    Retro-Correcties.csv in memory -- same layout as the
      *>    payroll's RETRO-TABLE
           01 WS-RTR-S pic x(14) occurs 6 times.
           01 WS-RETRO-COUNT pic 9(04) value 0.
           01 RETRO-TABLE.
               05 RETRO-ENTRY occurs 1000 times.
                   10 RTR-PERSNR pic x(08).
                   10 RTR-NAAM pic x(30).
                   10 RTR-PERIODE pic x(07).
                   10 RTR-KWARTAAL pic x(06).
                   10 RTR-BRUTO-OUD pic S9(07)V99.
                   10 RTR-BRUTO-NIEUW pic S9(07)V99.
                   10 RTR-BRUTO pic S9(07)V99.
                   10 RTR-RSZ pic S9(07)V99.
                   10 RTR-VRH pic S9(07)V99.
                   10 RTR-WGRSZ pic S9(07)V99.
                   10 RTR-STATE pic x(10).
                   10 RTR-RUNID pic x(09).
                   10 RTR-BETAALDIN pic x(07).
                   10 RTR-BEREKEND pic x(10).
           01 WS-RETRO-IDX pic 9(04).
           01 WS-RETRO-DOEL pic 9(04).
           01 WS-RTR-OUT pic x(13) occurs 6 times.
           01 WS-RTR-EDIT pic -(6)9.99.

      *>    one employee's month
           01 WS-OUD-BRUTO pic S9(07)V99.
           01 WS-OUD-RSZ pic S9(07)V99.
           01 WS-OUD-VRH pic S9(07)V99.
           01 WS-OUD-WGRSZ pic S9(07)V99.
           01 WS-NIEUW-BRUTO pic S9(07)V99.
           01 WS-NIEUW-RSZ pic S9(07)V99.
           01 WS-NIEUW-VRH pic S9(07)V99.
           01 WS-NIEUW-WGRSZ pic S9(07)V99.
           01 WS-VERSCHIL-BRUTO pic S9(07)V99.
           01 WS-VERSCHIL-RSZ pic S9(07)V99.
           01 WS-VERSCHIL-VRH pic S9(07)V99.
           01 WS-VERSCHIL-WGRSZ pic S9(07)V99.
           01 WS-NETTO-VERSCHIL pic S9(07)V99.

           01 WS-MAANDEN pic 9(03) value 0.
           01 WS-GELIJK pic 9(04) value 0.
           01 WS-VERSCHILLEN pic 9(04) value 0.
           01 WS-ZONDER-HISTORIEK pic 9(04) value 0.
           01 WS-TOT-NETTO pic S9(09)V99 value 0.
           01 DISPLAY-AMT pic -(8)9.99.
           01 DISPLAY-CNT pic ZZZ9.

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-RUN-DATE-ISO pic x(10).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-INFILE pic x(30).
           01 LINK-VAN pic x(07).
           01 LINK-TOT pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-INFILE LINK-VAN LINK-TOT
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string

           if LINK-VAN(5:1) not = "-" or LINK-VAN(1:4) not numeric
               or LINK-VAN(6:2) not numeric
               or LINK-TOT(5:1) not = "-" or LINK-TOT(1:4) not numeric
               or LINK-TOT(6:2) not numeric
               or LINK-TOT < LINK-VAN
               display "Periodes moeten YYYY-MM zijn, van <= tot: "
                   LINK-VAN " " LINK-TOT
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           if LINK-INFILE = spaces
               display "Geen invoerbestand opgegeven."
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if

           perform 1000-LOAD-PERIODS thru 1000-EXIT
           perform 1100-LOAD-RETRO thru 1100-EXIT

      *>    the corrected input under a Retro- name
           move spaces to WS-RETRO-INFILE
           string "Retro-" delimited by size
                  function trim(LINK-INFILE) delimited by size
               into WS-RETRO-INFILE
           end-string
           move spaces to WS-CMD
           string "cp -p " delimited by size
                  function trim(LINK-INFILE) delimited by size
                  " " delimited by size
                  function trim(WS-RETRO-INFILE) delimited by size
               into WS-CMD
           end-string
           call "SYSTEM" using WS-CMD
           move spaces to DYNAMIC-SIMFILE
           string "Output-SIM-" delimited by size
                  function trim(WS-RETRO-INFILE) delimited by size
               into DYNAMIC-SIMFILE
           end-string

           move function numval(LINK-VAN(1:4)) to WS-P-JJ
           move function numval(LINK-VAN(6:2)) to WS-P-MM
           move LINK-VAN to WS-PERIODE
           perform until WS-PERIODE > LINK-TOT
               perform 2000-ONE-MONTH thru 2000-EXIT
               add 1 to WS-P-MM
               if WS-P-MM > 12
                   move 1 to WS-P-MM
                   add 1 to WS-P-JJ
               end-if
               move WS-P-MM to WS-P-MM-X
               move spaces to WS-PERIODE
               string WS-P-JJ "-" WS-P-MM-X into WS-PERIODE
               end-string
           end-perform

      *>    the scratch copy and the simulation's products go again
           move spaces to WS-CMD
           string "rm -f " delimited by size
                  function trim(WS-RETRO-INFILE) delimited by size
                  " *-SIM-Retro-*" delimited by size
               into WS-CMD
           end-string
           call "SYSTEM" using WS-CMD

           if WS-MAANDEN = 0
               display "Geen afgesloten maanden tussen " LINK-VAN
                   " en " LINK-TOT " -- niets herberekend."
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           perform 3000-WRITE-RETRO thru 3000-EXIT

           move WS-VERSCHILLEN to DISPLAY-CNT
           display function trim(DISPLAY-CNT)
               " verschilregel(s) OPEN in Retro-Correcties.csv"
           move WS-GELIJK to DISPLAY-CNT
           display function trim(DISPLAY-CNT)
               " werknemer-maand(en) ongewijzigd"
           if WS-ZONDER-HISTORIEK > 0
               move WS-ZONDER-HISTORIEK to DISPLAY-CNT
               display function trim(DISPLAY-CNT)
                   " werknemer-maand(en) zonder historiek --"
                   " niet meegenomen, zie hierboven"
           end-if
           move WS-TOT-NETTO to DISPLAY-AMT
           display "Netto te verrekenen in de volgende payroll: "
               function trim(DISPLAY-AMT).

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-PERIODS: the pay-period register -- only a month
      *> that was paid can be recalculated against its history.
      *>----------------------------------------------------------------
           1000-LOAD-PERIODS.
               move 0 to WS-PP-COUNT
               open input PAYPERIOD-FILE
               if WS-PAYPERIOD-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read PAYPERIOD-FILE into PAYPERIOD-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PAYPERIOD-FILE into PAYPERIOD-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-PP-COUNT < 120
                               add 1 to WS-PP-COUNT
                               move spaces to PP-ENTRY(WS-PP-COUNT)
                               unstring function trim(PAYPERIOD-REGEL)
                                   delimited by ","
                                   into PP-PERIODE(WS-PP-COUNT)
                                        PP-STATE(WS-PP-COUNT)
                                        PP-DATUM(WS-PP-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close PAYPERIOD-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-RETRO: the register as it stands.
      *>----------------------------------------------------------------
           1100-LOAD-RETRO.
               move 0 to WS-RETRO-COUNT
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
                           if WS-RETRO-COUNT >= 1000
                               display "Retro-tabel vol, rij"
                                   " genegeerd: " RETRO-REGEL
                           else
                               perform 1110-LOAD-RETRO-ROW
                                   thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close RETRO-FILE.
           1100-EXIT.
               exit.

           1110-LOAD-RETRO-ROW.
               add 1 to WS-RETRO-COUNT
               move spaces to RETRO-ENTRY(WS-RETRO-COUNT)
               move spaces to WS-RTR-S(1) WS-RTR-S(2) WS-RTR-S(3)
                   WS-RTR-S(4) WS-RTR-S(5) WS-RTR-S(6)
               unstring function trim(RETRO-REGEL)
                   delimited by ","
                   into RTR-PERSNR(WS-RETRO-COUNT)
                        RTR-NAAM(WS-RETRO-COUNT)
                        RTR-PERIODE(WS-RETRO-COUNT)
                        RTR-KWARTAAL(WS-RETRO-COUNT)
                        WS-RTR-S(1) WS-RTR-S(2) WS-RTR-S(3)
                        WS-RTR-S(4) WS-RTR-S(5) WS-RTR-S(6)
                        RTR-STATE(WS-RETRO-COUNT)
                        RTR-RUNID(WS-RETRO-COUNT)
                        RTR-BETAALDIN(WS-RETRO-COUNT)
                        RTR-BEREKEND(WS-RETRO-COUNT)
               end-unstring
               move function numval(function trim(WS-RTR-S(1)))
                   to RTR-BRUTO-OUD(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(2)))
                   to RTR-BRUTO-NIEUW(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(3)))
                   to RTR-BRUTO(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(4)))
                   to RTR-RSZ(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(5)))
                   to RTR-VRH(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(6)))
                   to RTR-WGRSZ(WS-RETRO-COUNT)
               if RTR-STATE(WS-RETRO-COUNT) = spaces
                   move "OPEN" to RTR-STATE(WS-RETRO-COUNT)
               end-if.
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-MONTH: WS-PERIODE recalculated and compared.
      *>----------------------------------------------------------------
           2000-ONE-MONTH.
               move "N" to WS-PP-GESLOTEN
               perform varying WS-PP-IDX from 1 by 1
                       until WS-PP-IDX > WS-PP-COUNT
                   if PP-PERIODE(WS-PP-IDX) = WS-PERIODE
                       and (PP-STATE(WS-PP-IDX)(1:4) = "PAID"
                            or PP-STATE(WS-PP-IDX)(1:9) = "CORRECTED")
                       move "Y" to WS-PP-GESLOTEN
                   end-if
               end-perform
               if WS-PP-GESLOTEN not = "Y"
                   display "Periode " WS-PERIODE
                       " niet betaald -- overgeslagen."
                   go to 2000-EXIT
               end-if
               add 1 to WS-MAANDEN
               move WS-PERIODE(6:2) to WS-P-MM-X
               compute WS-KW = (WS-P-MM-X + 2) / 3
               move spaces to WS-KWARTAAL
               string WS-PERIODE(1:4) "Q" WS-KW into WS-KWARTAAL
               end-string

               perform 2100-LOAD-HISTORY thru 2100-EXIT

               move spaces to WS-PAY-PERIOD
               move WS-PERIODE to WS-PAY-PERIOD
               call "SalaryCalculation" using WS-RETRO-INFILE
                                              LINK-OPERATOR-ID
                                              WS-SALARY-MODE
                                              WS-PAY-PERIOD
               cancel "SalaryCalculation"

               open input SIM-FILE
               if WS-SIM-STATUS not = "00"
                   display "Herberekening " WS-PERIODE
                       " gaf geen uitvoer ("
                       function trim(DYNAMIC-SIMFILE) ")."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move "Y" to WS-SIM-FIRST
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SIM-FILE into SIM-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-SIM-FIRST = "Y"
                               move "N" to WS-SIM-FIRST
                           else
                               perform 2200-COMPARE-ONE thru 2200-EXIT
                           end-if
                   end-read
               end-perform
               close SIM-FILE.
           2000-EXIT.
               exit.

      *>    the month's history rows, keyed on PersNr
           2100-LOAD-HISTORY.
               move 0 to WS-HIST-COUNT
               move WS-PERIODE to WS-HISTSEL-VAN
               move WS-PERIODE to WS-HISTSEL-TOT
               call "HistorySelect" using WS-HISTSEL-VAN
                   WS-HISTSEL-TOT HISTORY-FILE-NAME
                   WS-HISTSEL-OK
               cancel "HistorySelect"
               open input HISTORY-FILE
               if WS-HISTORY-STATUS not = "00"
                   go to 2100-EXIT
               end-if
               read HISTORY-FILE into HISTORY-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORY-FILE into HISTORY-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to H-PERIODE
                           move spaces to H-PERSNR
                           move spaces to H-WGRSZ-S
                           unstring function trim(HISTORY-REGEL)
                               delimited by ","
                               into H-PERIODE H-PERSNR H-NAAM H-TYPE
                                    H-BRUTO-S H-RSZ-S H-VRH-S
                                    H-NETTO-S H-WGRSZ-S
                           end-unstring
                           if H-PERIODE = WS-PERIODE
                               and H-PERSNR not = spaces
                               and WS-HIST-COUNT < 1000
                               add 1 to WS-HIST-COUNT
                               move H-PERSNR
                                   to HST-PERSNR(WS-HIST-COUNT)
                               move function numval(function trim(
                                   H-BRUTO-S))
                                   to HST-BRUTO(WS-HIST-COUNT)
                               move function numval(function trim(
                                   H-RSZ-S)) to HST-RSZ(WS-HIST-COUNT)
                               move function numval(function trim(
                                   H-VRH-S)) to HST-VRH(WS-HIST-COUNT)
                               move 0 to HST-WGRSZ(WS-HIST-COUNT)
                               if H-WGRSZ-S not = spaces
                                   move function numval(function trim(
                                       H-WGRSZ-S))
                                       to HST-WGRSZ(WS-HIST-COUNT)
                               end-if
                           end-if
                   end-read
               end-perform
               close HISTORY-FILE
               call "SYSTEM" using "rm -f HISTSEL-RETRO.TMP".
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-COMPARE-ONE: one recomputed row against the month as
      *> paid -- the history row plus the differences already
      *> settled for that month. The month's OPEN row, if any, is
      *> replaced by the new difference (or dropped when there is
      *> none left).
      *>----------------------------------------------------------------
           2200-COMPARE-ONE.
               move spaces to S-PERSNR
               move spaces to S-WGRSZ-S
               unstring function trim(SIM-REGEL)
                   delimited by ","
                   into S-NAAM S-TYPE S-BRUTO-S S-NETTO-S S-RSZ-S
                        S-VRH-S S-TEBET-S S-PERSNR S-WGRSZ-S
               end-unstring
               if S-PERSNR = spaces
                   go to 2200-EXIT
               end-if
               move 0 to WS-HIST-FOUND
               perform varying WS-HIST-IDX from 1 by 1
                       until WS-HIST-IDX > WS-HIST-COUNT
                   if HST-PERSNR(WS-HIST-IDX) = S-PERSNR
                       move WS-HIST-IDX to WS-HIST-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-HIST-FOUND = 0
                   display "Geen historiek voor "
                       function trim(S-PERSNR) " "
                       function trim(S-NAAM) " in " WS-PERIODE
                       " -- niet meegenomen."
                   add 1 to WS-ZONDER-HISTORIEK
                   go to 2200-EXIT
               end-if
               move HST-BRUTO(WS-HIST-FOUND) to WS-OUD-BRUTO
               move HST-RSZ(WS-HIST-FOUND) to WS-OUD-RSZ
               move HST-VRH(WS-HIST-FOUND) to WS-OUD-VRH
               move HST-WGRSZ(WS-HIST-FOUND) to WS-OUD-WGRSZ
               move 0 to WS-RETRO-DOEL
               perform varying WS-RETRO-IDX from 1 by 1
                       until WS-RETRO-IDX > WS-RETRO-COUNT
                   if RTR-PERSNR(WS-RETRO-IDX) = S-PERSNR
                       and RTR-PERIODE(WS-RETRO-IDX) = WS-PERIODE
                       if RTR-STATE(WS-RETRO-IDX) = "OPEN"
                           move WS-RETRO-IDX to WS-RETRO-DOEL
                       else
                           add RTR-BRUTO(WS-RETRO-IDX) to WS-OUD-BRUTO
                           add RTR-RSZ(WS-RETRO-IDX) to WS-OUD-RSZ
                           add RTR-VRH(WS-RETRO-IDX) to WS-OUD-VRH
                           add RTR-WGRSZ(WS-RETRO-IDX)
                               to WS-OUD-WGRSZ
                       end-if
                   end-if
               end-perform

               move function numval(function trim(S-BRUTO-S))
                   to WS-NIEUW-BRUTO
               move function numval(function trim(S-RSZ-S))
                   to WS-NIEUW-RSZ
               move function numval(function trim(S-VRH-S))
                   to WS-NIEUW-VRH
               move 0 to WS-NIEUW-WGRSZ
               if S-WGRSZ-S not = spaces
                   move function numval(function trim(S-WGRSZ-S))
                       to WS-NIEUW-WGRSZ
               end-if
               compute WS-VERSCHIL-BRUTO = WS-NIEUW-BRUTO - WS-OUD-BRUTO
               compute WS-VERSCHIL-RSZ = WS-NIEUW-RSZ - WS-OUD-RSZ
               compute WS-VERSCHIL-VRH = WS-NIEUW-VRH - WS-OUD-VRH
               compute WS-VERSCHIL-WGRSZ =
                   WS-NIEUW-WGRSZ - WS-OUD-WGRSZ

               if WS-VERSCHIL-BRUTO = 0 and WS-VERSCHIL-RSZ = 0
                   and WS-VERSCHIL-VRH = 0 and WS-VERSCHIL-WGRSZ = 0
                   add 1 to WS-GELIJK
                   if WS-RETRO-DOEL > 0
                       move "VERVALLEN" to RTR-STATE(WS-RETRO-DOEL)
                       move WS-RUN-DATE-ISO
                           to RTR-BEREKEND(WS-RETRO-DOEL)
                   end-if
                   go to 2200-EXIT
               end-if

               if WS-RETRO-DOEL = 0
                   if WS-RETRO-COUNT >= 1000
                       display "Retro-tabel vol -- "
                           function trim(S-PERSNR) " " WS-PERIODE
                           " niet opgenomen."
                       move 1 to WS-RETURN-CODE
                       go to 2200-EXIT
                   end-if
                   add 1 to WS-RETRO-COUNT
                   move WS-RETRO-COUNT to WS-RETRO-DOEL
                   move spaces to RETRO-ENTRY(WS-RETRO-DOEL)
               end-if
               move S-PERSNR to RTR-PERSNR(WS-RETRO-DOEL)
               move S-NAAM to RTR-NAAM(WS-RETRO-DOEL)
               move WS-PERIODE to RTR-PERIODE(WS-RETRO-DOEL)
               move WS-KWARTAAL to RTR-KWARTAAL(WS-RETRO-DOEL)
               move WS-OUD-BRUTO to RTR-BRUTO-OUD(WS-RETRO-DOEL)
               move WS-NIEUW-BRUTO to RTR-BRUTO-NIEUW(WS-RETRO-DOEL)
               move WS-VERSCHIL-BRUTO to RTR-BRUTO(WS-RETRO-DOEL)
               move WS-VERSCHIL-RSZ to RTR-RSZ(WS-RETRO-DOEL)
               move WS-VERSCHIL-VRH to RTR-VRH(WS-RETRO-DOEL)
               move WS-VERSCHIL-WGRSZ to RTR-WGRSZ(WS-RETRO-DOEL)
               move "OPEN" to RTR-STATE(WS-RETRO-DOEL)
               move spaces to RTR-RUNID(WS-RETRO-DOEL)
               move spaces to RTR-BETAALDIN(WS-RETRO-DOEL)
               move WS-RUN-DATE-ISO to RTR-BEREKEND(WS-RETRO-DOEL)
               add 1 to WS-VERSCHILLEN
               compute WS-NETTO-VERSCHIL = WS-VERSCHIL-BRUTO
                   - WS-VERSCHIL-RSZ - WS-VERSCHIL-VRH
               add WS-NETTO-VERSCHIL to WS-TOT-NETTO
               move WS-VERSCHIL-BRUTO to DISPLAY-AMT
               display WS-PERIODE " " function trim(S-PERSNR) " "
                   function trim(S-NAAM) ": bruto "
                   function trim(DISPLAY-AMT).
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-RETRO: the register back, rows dropped by this
      *> run (VERVALLEN) left out.
      *>----------------------------------------------------------------
           3000-WRITE-RETRO.
               open output RETRO-FILE
               if WS-RETRO-STATUS not = "00"
                   display "Retro-Correcties.csv niet schrijfbaar: "
                       WS-RETRO-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to RETRO-REGEL
               string "PersNr,Naam,Periode,Kwartaal,BrutoOud,"
                      "BrutoNieuw,BrutoVerschil,RSZVerschil,"
                      "VoorheffingVerschil,WerkgeverRSZVerschil,"
                      "Status,RunId,BetaaldIn,BerekendOp"
                          delimited by size
                   into RETRO-REGEL
               end-string
               write RETRO-REGEL
               perform varying WS-RETRO-IDX from 1 by 1
                       until WS-RETRO-IDX > WS-RETRO-COUNT
                   if RTR-STATE(WS-RETRO-IDX) not = "VERVALLEN"
                       perform 3100-WRITE-ONE thru 3100-EXIT
                   end-if
               end-perform
               close RETRO-FILE.
           3000-EXIT.
               exit.

           3100-WRITE-ONE.
               move RTR-BRUTO-OUD(WS-RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(1)
               move RTR-BRUTO-NIEUW(WS-RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(2)
               move RTR-BRUTO(WS-RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(3)
               move RTR-RSZ(WS-RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(4)
               move RTR-VRH(WS-RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(5)
               move RTR-WGRSZ(WS-RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(6)
               move spaces to RETRO-REGEL
               string
                   function trim(RTR-PERSNR(WS-RETRO-IDX)) ","
                   function trim(RTR-NAAM(WS-RETRO-IDX)) ","
                   RTR-PERIODE(WS-RETRO-IDX) ","
                   function trim(RTR-KWARTAAL(WS-RETRO-IDX)) ","
                   function trim(WS-RTR-OUT(1)) ","
                   function trim(WS-RTR-OUT(2)) ","
                   function trim(WS-RTR-OUT(3)) ","
                   function trim(WS-RTR-OUT(4)) ","
                   function trim(WS-RTR-OUT(5)) ","
                   function trim(WS-RTR-OUT(6)) ","
                   function trim(RTR-STATE(WS-RETRO-IDX)) ","
                   function trim(RTR-RUNID(WS-RETRO-IDX)) ","
                   function trim(RTR-BETAALDIN(WS-RETRO-IDX)) ","
                   function trim(RTR-BEREKEND(WS-RETRO-IDX))
                   delimited by size
                   into RETRO-REGEL
               end-string
               write RETRO-REGEL.
           3100-EXIT.
               exit.

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
               move "RetroPayroll" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move LINK-INFILE to LOG-INPUT-FILE
               move "Retro-Correcties.csv" to LOG-OUTPUT-FILE
               move WS-MAANDEN to LOG-RECORDS-IN
               move WS-VERSCHILLEN to LOG-RECORDS-OUT
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
