      *> currently accumulated in it (the operator archives/resets
      *> YTD-Payroll.csv at year end, the same way the calculation
      *> programs' own Output-*.csv files are archived).
      *> The CAO 90 bonuses paid in the year (Cao90-Uitbetalingen.csv)
      *> are not in the YTD master -- they carry their own treatment
      *> -- and go on the fiche in columns of their own, under the
      *> fiche code FICHE281-CODE of Cao90-Config.csv.
      *> Retro differences a payroll run settled in the year are not
      *> in the YTD master either: the history rows carry them
      *> (RetroBruto/RetroRSZ/RetroVoorheffing) and they are added
      *> onto the gross, RSZ and voorheffing of the year they were
      *> paid in.
      *>----------------------------------------------------------------
       identification division.
       program-id. Fiche281Extract.
                   assign dynamic HISTORY-FILE-NAME
                 organization is line sequential
                 file status is WS-HISTORY-STATUS.
             select CAO90-FILE assign to "Cao90-Uitbetalingen.csv"
                 organization is line sequential
                 file status is WS-CAO90-STATUS.
             select CAO90-CONFIG-FILE assign to "Cao90-Config.csv"
                 organization is line sequential
                 file status is WS-CAO90-CONFIG-STATUS.

       data division.

           01 YTD-REGEL pic x(120).

           FD FICHE-FILE.
           01 FICHE-REGEL pic x(200).

           FD HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           FD CAO90-FILE.
           01 CAO90-REGEL pic x(150).

           FD CAO90-CONFIG-FILE.
           01 CAO90-CONFIG-REGEL pic x(80).

       working-storage section.

      *>----------------------------------------------------------------
           01 WS-HISTORY-STATUS pic xx.
           01 WS-HIST-EOF pic x(01).
           01 WS-HIST-LEESREGEL pic x(300).
           01 H-PERIODE pic x(10).
           01 H-PERSNR pic x(08).
           01 H-NAAM pic x(30).
           01 H-F10 pic x(12).
           01 H-VRIJ-S pic x(12).
           01 H-BELAST-S pic x(12).
      *>    columns 13-27 are passed over; 28-30 are the retro
      *>    differences settled on the row's pay
           01 H-OVERIG-TABLE.
               05 H-OVERIG occurs 15 times pic x(30).
           01 H-RETRO-BRUTO-S pic x(12).
           01 H-RETRO-RSZ-S pic x(12).
           01 H-RETRO-VRH-S pic x(12).
           01 WS-VV-COUNT pic 9(03) value 0.
           01 VV-TOTALS.
               05 VV-ENTRY OCCURS 300 TIMES INDEXED BY VV-IDX.
                   10 VV-NAAM pic x(30).
                   10 VV-VRIJ pic 9(7)V99.
                   10 VV-BELAST pic 9(7)V99.
                   10 VV-RETRO-BRUTO pic S9(7)V99.
                   10 VV-RETRO-RSZ pic S9(7)V99.
                   10 VV-RETRO-VRH pic S9(7)V99.
           01 WS-VV-FOUND-IDX pic 9(03).
           01 DISPLAY-VRIJ pic Z(6)9.99.
           01 DISPLAY-BELAST pic Z(6)9.99.
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

      *>----------------------------------------------------------------
      *> CAO 90 bonuses -- the year's rows of Cao90-Uitbetalingen.csv
      *> (PlanId,Periode,PersNr,Naam,Bruto,WerknemerRSZ,...) summed
      *> per employee, keyed by name like the YTD master.
      *>----------------------------------------------------------------
           01 WS-CAO90-STATUS pic xx.
           01 WS-CAO90-CONFIG-STATUS pic xx.
           01 WS-CAO90-EOF pic x(01).
           01 WS-CAO90-CODE pic x(06) value "242".
           01 WS-CAO90-SLEUTEL pic x(30).
           01 WS-CAO90-WAARDE pic x(40).
           01 C-PLAN pic x(10).
           01 C-PERIODE pic x(07).
           01 C-PERSNR pic x(08).
           01 C-NAAM pic x(30).
           01 C-BRUTO-S pic x(14).
           01 C-RSZ-S pic x(14).
           01 WS-CAO-COUNT pic 9(03) value 0.
           01 CAO-TOTALS.
               05 CAO-ENTRY OCCURS 300 TIMES INDEXED BY CAO-IDX.
                   10 CAO-NAAM pic x(30).
                   10 CAO-BRUTO pic 9(7)V99.
                   10 CAO-RSZ pic 9(7)V99.
                   10 CAO-OP-FICHE pic x(01).
           01 WS-CAO-FOUND-IDX pic 9(03).
           01 DISPLAY-CAO-BRUTO pic Z(6)9.99.
           01 DISPLAY-CAO-RSZ pic Z(6)9.99.

       linkage section.
           01 LINK-YEAR pic x(04).

           move spaces to FICHE-REGEL
           string "Jaar,Naam,Type,BrutoLoon,RSZ,"
                  "Bedrijfsvoorheffing,VervoerVrijgesteld,"
                  "VervoerBelastbaar,CAO90Bruto,CAO90RSZ,CAO90Code"
                      delimited by size
               into FICHE-REGEL
           end-string
           write FICHE-REGEL
                           move "1" to WS-HIST-EOF
                       not at end
                           perform 0500-FOLD-HISTORY-ROW
                               thru 0500-EXIT
               end-perform
               close HISTORY-FILE
               call "SYSTEM" using "rm -f HISTSEL-281.TMP"
           end-if

      *>    the year's CAO 90 bonuses and their fiche code
           perform 0600-LOAD-CAO90 thru 0600-EXIT

           move "0" to EOF-FLAG
           perform until EOF-FLAG = "1"
               read YTD-FILE into WS-YTD-LEESREGEL
                       end-if
           end-perform

      *>    a bonus paid to someone with no wages in the YTD master
      *>    (left before the year's payroll was accumulated) still
      *>    goes on a fiche of its own
           perform varying CAO-IDX from 1 by 1
                   until CAO-IDX > WS-CAO-COUNT
               if CAO-OP-FICHE(CAO-IDX) not = "J"
                   perform 0620-WRITE-CAO90-ONLY thru 0620-EXIT
               end-if
           end-perform

           close YTD-FILE
           close FICHE-FILE

                   move function numval-c(function trim(R-VRH-S))
                       to R-VRH

      *>            the year's commuting split and settled retro
      *>            differences, when history had any
                   move 0 to WS-VV-FOUND-IDX
                   perform varying VV-IDX from 1 by 1
                           until VV-IDX > WS-VV-COUNT
                           to DISPLAY-VRIJ
                       move VV-BELAST(WS-VV-FOUND-IDX)
                           to DISPLAY-BELAST
                       add VV-RETRO-BRUTO(WS-VV-FOUND-IDX) to R-BRUTO
                       add VV-RETRO-RSZ(WS-VV-FOUND-IDX) to R-RSZ
                       add VV-RETRO-VRH(WS-VV-FOUND-IDX) to R-VRH
                   end-if
                   move R-BRUTO to DISPLAY-BRUTO
                   move R-RSZ to DISPLAY-RSZ
                   move R-VRH to DISPLAY-VRH

      *>            and the year's CAO 90 bonus, if any
                   move 0 to WS-CAO-FOUND-IDX
                   perform varying CAO-IDX from 1 by 1
                           until CAO-IDX > WS-CAO-COUNT
                       if CAO-NAAM(CAO-IDX) = R-NAAM
                           move CAO-IDX to WS-CAO-FOUND-IDX
                           exit perform
                       end-if
                   end-perform
                   move 0 to DISPLAY-CAO-BRUTO
                   move 0 to DISPLAY-CAO-RSZ
                   if WS-CAO-FOUND-IDX > 0
                       move CAO-BRUTO(WS-CAO-FOUND-IDX)
                           to DISPLAY-CAO-BRUTO
                       move CAO-RSZ(WS-CAO-FOUND-IDX)
                           to DISPLAY-CAO-RSZ
                       move "J" to CAO-OP-FICHE(WS-CAO-FOUND-IDX)
                   end-if

                   move spaces to FICHE-REGEL
                       "," delimited by size
                       function trim(DISPLAY-BELAST)
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-CAO-BRUTO)
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-CAO-RSZ)
                           delimited by size
                       "," delimited by size
                       function trim(WS-CAO90-CODE) delimited by size
                       into FICHE-REGEL
                   end-string
                   write FICHE-REGEL
               exit.

      *>----------------------------------------------------------------
      *> 0500-FOLD-HISTORY-ROW: sum the commuting and retro columns
      *> of one Payroll-History.csv row of the asked fiscal year into
      *> the per-employee totals, keyed by name like the YTD master.
      *>----------------------------------------------------------------
           0500-FOLD-HISTORY-ROW.
               move spaces to H-PERIODE
               move spaces to H-NAAM
               move spaces to H-VRIJ-S
               move spaces to H-BELAST-S
               move spaces to H-RETRO-BRUTO-S
               move spaces to H-RETRO-RSZ-S
               move spaces to H-RETRO-VRH-S
               unstring function trim(WS-HIST-LEESREGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-TYPE H-F5 H-F6
                        H-F7 H-F8 H-F9 H-F10 H-VRIJ-S H-BELAST-S
                        H-OVERIG(1) H-OVERIG(2) H-OVERIG(3)
                        H-OVERIG(4) H-OVERIG(5) H-OVERIG(6)
                        H-OVERIG(7) H-OVERIG(8) H-OVERIG(9)
                        H-OVERIG(10) H-OVERIG(11) H-OVERIG(12)
                        H-OVERIG(13) H-OVERIG(14) H-OVERIG(15)
                        H-RETRO-BRUTO-S H-RETRO-RSZ-S H-RETRO-VRH-S
               end-unstring
               if H-PERIODE(1:4) not = LINK-YEAR
                   go to 0500-EXIT
                   move H-NAAM to VV-NAAM(WS-VV-FOUND-IDX)
                   move 0 to VV-VRIJ(WS-VV-FOUND-IDX)
                   move 0 to VV-BELAST(WS-VV-FOUND-IDX)
                   move 0 to VV-RETRO-BRUTO(WS-VV-FOUND-IDX)
                   move 0 to VV-RETRO-RSZ(WS-VV-FOUND-IDX)
                   move 0 to VV-RETRO-VRH(WS-VV-FOUND-IDX)
               end-if
               add function numval-c(function trim(H-VRIJ-S))
                   to VV-VRIJ(WS-VV-FOUND-IDX)
                       = 0
                   add function numval-c(function trim(H-BELAST-S))
                       to VV-BELAST(WS-VV-FOUND-IDX)
               end-if
               if function trim(H-RETRO-BRUTO-S) not = spaces
                   and function test-numval-c(
                       function trim(H-RETRO-BRUTO-S)) = 0
                   add function numval-c(function trim(H-RETRO-BRUTO-S))
                       to VV-RETRO-BRUTO(WS-VV-FOUND-IDX)
               end-if
               if function trim(H-RETRO-RSZ-S) not = spaces
                   and function test-numval-c(
                       function trim(H-RETRO-RSZ-S)) = 0
                   add function numval-c(function trim(H-RETRO-RSZ-S))
                       to VV-RETRO-RSZ(WS-VV-FOUND-IDX)
               end-if
               if function trim(H-RETRO-VRH-S) not = spaces
                   and function test-numval-c(
                       function trim(H-RETRO-VRH-S)) = 0
                   add function numval-c(function trim(H-RETRO-VRH-S))
                       to VV-RETRO-VRH(WS-VV-FOUND-IDX)
               end-if.
           0500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0600-LOAD-CAO90: the fiche code off Cao90-Config.csv, then
      *> the fiscal year's bonuses per employee name.
      *>----------------------------------------------------------------
           0600-LOAD-CAO90.
               open input CAO90-CONFIG-FILE
               if WS-CAO90-CONFIG-STATUS = "00"
                   read CAO90-CONFIG-FILE into CAO90-CONFIG-REGEL
                   move "0" to WS-CAO90-EOF
                   perform until WS-CAO90-EOF = "1"
                       read CAO90-CONFIG-FILE into CAO90-CONFIG-REGEL
                           at end
                               move "1" to WS-CAO90-EOF
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
                                       = "FICHE281-CODE"
                                   move WS-CAO90-WAARDE
                                       to WS-CAO90-CODE
                               end-if
                       end-read
                   end-perform
                   close CAO90-CONFIG-FILE
               end-if
               open input CAO90-FILE
               if WS-CAO90-STATUS not = "00"
                   go to 0600-EXIT
               end-if
               read CAO90-FILE into CAO90-REGEL *> header
               move "0" to WS-CAO90-EOF
               perform until WS-CAO90-EOF = "1"
                   read CAO90-FILE into CAO90-REGEL
                       at end
                           move "1" to WS-CAO90-EOF
                       not at end
                           perform 0610-FOLD-CAO90-ROW thru 0610-EXIT
                   end-read
               end-perform
               close CAO90-FILE.
           0600-EXIT.
               exit.

           0610-FOLD-CAO90-ROW.
               move spaces to C-PERIODE
               move spaces to C-NAAM
               move spaces to C-BRUTO-S
               move spaces to C-RSZ-S
               unstring function trim(CAO90-REGEL)
                   delimited by ","
                   into C-PLAN C-PERIODE C-PERSNR C-NAAM C-BRUTO-S
                        C-RSZ-S
               end-unstring
               if C-PERIODE(1:4) not = LINK-YEAR
                   go to 0610-EXIT
               end-if
               if function test-numval(function trim(C-BRUTO-S))
                       not = 0
                   or function test-numval(function trim(C-RSZ-S))
                       not = 0
                   go to 0610-EXIT
               end-if
               move 0 to WS-CAO-FOUND-IDX
               perform varying CAO-IDX from 1 by 1
                       until CAO-IDX > WS-CAO-COUNT
                   if CAO-NAAM(CAO-IDX) = C-NAAM
                       move CAO-IDX to WS-CAO-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-CAO-FOUND-IDX = 0
                   if WS-CAO-COUNT >= 300
                       display "CAO 90 totals table full, skipping: "
                           C-NAAM
                       go to 0610-EXIT
                   end-if
                   add 1 to WS-CAO-COUNT
                   move WS-CAO-COUNT to WS-CAO-FOUND-IDX
                   move C-NAAM to CAO-NAAM(WS-CAO-FOUND-IDX)
                   move "N" to CAO-OP-FICHE(WS-CAO-FOUND-IDX)
                   move 0 to CAO-BRUTO(WS-CAO-FOUND-IDX)
                   move 0 to CAO-RSZ(WS-CAO-FOUND-IDX)
               end-if
               add function numval(function trim(C-BRUTO-S))
                   to CAO-BRUTO(WS-CAO-FOUND-IDX)
               add function numval(function trim(C-RSZ-S))
                   to CAO-RSZ(WS-CAO-FOUND-IDX).
           0610-EXIT.
               exit.

           0620-WRITE-CAO90-ONLY.
               move CAO-BRUTO(CAO-IDX) to DISPLAY-CAO-BRUTO
               move CAO-RSZ(CAO-IDX) to DISPLAY-CAO-RSZ
               move spaces to FICHE-REGEL
               string
                   function trim(LINK-YEAR) delimited by size
                   "," delimited by size
                   function trim(CAO-NAAM(CAO-IDX)) delimited by size
                   ",,0.00,0.00,0.00,0.00,0.00," delimited by size
                   function trim(DISPLAY-CAO-BRUTO) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-CAO-RSZ) delimited by size
                   "," delimited by size
                   function trim(WS-CAO90-CODE) delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               add 1 to WS-EMPLOYEES-WRITTEN.
           0620-EXIT.
               exit.
