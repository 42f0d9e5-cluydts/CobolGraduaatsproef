      *> stamped feed every real SalaryCalculation run appends to;
      *> the caller passes the year to format. Output goes to
      *> IndividueleRekening-<year>.txt.
      *> The retro differences of Retro-Correcties.csv belong to the
      *> month they correct, not the month they were paid out: each
      *> row of the year is added onto the employee's line of its
      *> original Periode (gross, RSZ, voorheffing and the net that
      *> follows from them).
      *>----------------------------------------------------------------
       identification division.
       program-id. IndividueleRekening.
           select TEKSTEN-FILE assign to "Teksten.csv"
               organization is line sequential
               file status is WS-TEKSTEN-STATUS.
           select RETRO-FILE assign to "Retro-Correcties.csv"
               organization is line sequential
               file status is WS-RETRO-STATUS.

       data division.

           fd TEKSTEN-FILE.
           01 TEKSTEN-REGEL pic x(60).

           fd RETRO-FILE.
           01 RETRO-REGEL pic x(200).

       working-storage section.

           01 WS-HISTORY-STATUS pic xx.
                   10 HIST-SLEUTEL pic x(30).
                   10 HIST-NAAM pic x(30).
                   10 HIST-TYPE pic x(14).
                   10 HIST-BRUTO pic S9(7)V99.
                   10 HIST-RSZ pic S9(7)V99.
                   10 HIST-VRH pic S9(7)V99.
                   10 HIST-NETTO pic S9(7)V99.

      *>    distinct employees seen, in first-appearance order
           01 WS-EMP-COUNT pic 9(03) value 0.
                   10 EMPK-SLEUTEL pic x(30).
           01 WS-HUIDIGE-SLEUTEL pic x(30).

           01 WS-TOT-BRUTO pic S9(9)V99.
           01 WS-TOT-RSZ pic S9(9)V99.
           01 WS-TOT-VRH pic S9(9)V99.
           01 WS-TOT-NETTO pic S9(9)V99.

           01 DETAIL-LINE.
               05 DTL-PERIODE pic x(07).
               05 FILLER pic x(03) value spaces.
               05 DTL-BRUTO pic -(6)9.99.
               05 FILLER pic x(03) value spaces.
               05 DTL-RSZ pic -(6)9.99.
               05 FILLER pic x(03) value spaces.
               05 DTL-VRH pic -(6)9.99.
               05 FILLER pic x(03) value spaces.
               05 DTL-NETTO pic -(6)9.99.

           01 WS-EMP-WRITTEN pic 9(03) value 0.
           01 DISPLAY-EMP-WRITTEN pic Z(2)9.
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

      *>    one Retro-Correcties.csv row: PersNr,Naam,Periode,
      *>    Kwartaal,BrutoOud,BrutoNieuw,BrutoVerschil,RSZVerschil,
      *>    VoorheffingVerschil,WerkgeverRSZVerschil,Status,...
           01 WS-RETRO-STATUS pic xx.
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
           01 R-BRUTO pic S9(7)V99.
           01 R-RSZ pic S9(7)V99.
           01 R-VRH pic S9(7)V99.
           01 WS-RETRO-ROWS pic 9(05) value 0.
           01 WS-HIST-FOUND-IDX pic 9(04).

       linkage section.
           01 LINK-YEAR pic x(04).

           close HISTORY-FILE
           call "SYSTEM" using "rm -f HISTSEL-INDREK.TMP"

           perform 1100-FOLD-RETRO thru 1100-EXIT
           if WS-RETRO-ROWS > 0
               display WS-RETRO-ROWS " retro correction(s) folded"
           end-if

           if WS-ROW-COUNT = 0
               display "No history rows for " function trim(LINK-YEAR)
               move 1 to return-code
                       at end
                           move "1" to WS-TEKSTEN-EOF
                       not at end
                           if WS-TEKST-COUNT < 300
                               add 1 to WS-TEKST-COUNT
                               move spaces to TEKST-ENTRY(
                                   WS-TEKST-COUNT)
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-FOLD-RETRO: the year's retro differences onto the line
      *> of the month they correct. A month with no history row for
      *> the employee (not expected -- a retro row is only made
      *> against one) gets a line of its own.
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
               move spaces to R-PERSNR-S R-PERIODE-S R-STATE-S
               unstring function trim(RETRO-REGEL)
                   delimited by ","
                   into R-PERSNR-S R-NAAM-S R-PERIODE-S R-KWARTAAL-S
                        R-OUD-S R-NIEUW-S R-BRUTO-S R-RSZ-S R-VRH-S
                        R-WGRSZ-S R-STATE-S
               end-unstring
               if R-PERIODE-S(1:4) not = LINK-YEAR
                   or R-PERSNR-S = spaces
                   or function trim(R-STATE-S) = "VERVALLEN"
                   go to 1110-EXIT
               end-if
               move function numval(function trim(R-BRUTO-S))
                   to R-BRUTO
               move function numval(function trim(R-RSZ-S)) to R-RSZ
               move function numval(function trim(R-VRH-S)) to R-VRH

               move 0 to WS-HIST-FOUND-IDX
               perform varying HIST-IDX from 1 by 1
                       until HIST-IDX > WS-ROW-COUNT
                   if HIST-SLEUTEL(HIST-IDX) = function trim(R-PERSNR-S)
                       and HIST-PERIODE(HIST-IDX) = R-PERIODE-S
                       set WS-HIST-FOUND-IDX to HIST-IDX
                       exit perform
                   end-if
               end-perform
               if WS-HIST-FOUND-IDX = 0
                   if WS-ROW-COUNT >= 2500
                       display "History table full, retro row skipped: "
                           RETRO-REGEL
                       go to 1110-EXIT
                   end-if
                   add 1 to WS-ROW-COUNT
                   move WS-ROW-COUNT to WS-HIST-FOUND-IDX
                   move spaces to HIST-ENTRY(WS-ROW-COUNT)
                   move R-PERIODE-S to HIST-PERIODE(WS-ROW-COUNT)
                   move function trim(R-PERSNR-S)
                       to HIST-SLEUTEL(WS-ROW-COUNT)
                   move R-NAAM-S to HIST-NAAM(WS-ROW-COUNT)
                   move 0 to HIST-BRUTO(WS-ROW-COUNT)
                   move 0 to HIST-RSZ(WS-ROW-COUNT)
                   move 0 to HIST-VRH(WS-ROW-COUNT)
                   move 0 to HIST-NETTO(WS-ROW-COUNT)
                   move "N" to WS-EMP-FOUND
                   perform varying EMP-IDX from 1 by 1
                           until EMP-IDX > WS-EMP-COUNT
                       if EMPK-SLEUTEL(EMP-IDX)
                               = HIST-SLEUTEL(WS-ROW-COUNT)
                           move "Y" to WS-EMP-FOUND
                           exit perform
                       end-if
                   end-perform
                   if WS-EMP-FOUND = "N"
                       if WS-EMP-COUNT >= 300
                           display "Employee table full, skipping: "
                               HIST-SLEUTEL(WS-ROW-COUNT)
                       else
                           add 1 to WS-EMP-COUNT
                           move HIST-SLEUTEL(WS-ROW-COUNT)
                               to EMPK-SLEUTEL(WS-EMP-COUNT)
                       end-if
                   end-if
               end-if
               add 1 to WS-RETRO-ROWS
               add R-BRUTO to HIST-BRUTO(WS-HIST-FOUND-IDX)
               add R-RSZ to HIST-RSZ(WS-HIST-FOUND-IDX)
               add R-VRH to HIST-VRH(WS-HIST-FOUND-IDX)
               compute HIST-NETTO(WS-HIST-FOUND-IDX) =
                   HIST-NETTO(WS-HIST-FOUND-IDX)
                       + R-BRUTO - R-RSZ - R-VRH.
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-WRITE-ONE-ACCOUNT: WS-HUIDIGE-SLEUTEL names one
      *> employee; print that employee's block -- heading, one line
