      *> bedrijfsvoorheffing remittance. The amounts are totaled
      *> from the period's Payroll-History.csv rows -- the history
      *> carries the period stamp and the WerkgeverRSZ column the
      *> Summary- files lack -- less the structural and target-group
      *> RSZ reductions the payroll run wrote to the same rows
      *> (VermStructureel/VermDoelgroep), plus the retro differences
      *> the run settled on the month's pay (RetroRSZ and
      *> RetroWerkgeverRSZ onto the RSZ order, RetroVoorheffing onto
      *> the voorheffing order); each order gets its
      *> gestructureerde mededeling: ten carrier digits YYYYMM0001
      *> (RSZ) / YYYYMM0002 (voorheffing) plus the modulo-97 check
      *> pair, so the institution's portal number never has to be
      *> recorded AANGEMAAKT in Afdrachten-Register.csv -- a second
      *> run of the same period is refused, and CodaImport ticks the
      *> rows off (AFGEPUNT) when the debits appear on a statement.
      *> An order the bank rejected (GEWEIGERD by SepaStatusImport)
      *> is the exception: a new run of the period re-issues that
      *> order alone, in Sepa-Afdrachten-<period>-<run date>.xml.
      *>----------------------------------------------------------------
       identification division.
       program-id. RemittanceRun.

       file section.
           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-XMLFILE pic x(40).

      *>    one history row: Periode,PersNr,Naam,Type,Bruto,RSZ,
      *>    Voorheffing,Netto,WerkgeverRSZ
           01 H-VRH-S pic x(12).
           01 H-NETTO-S pic x(12).
           01 H-WGRSZ-S pic x(12).
      *>    columns 10-24 are folded over; 25-27 are the reductions,
      *>    28-31 the retro differences settled on the row's pay
           01 H-OVERIG-TABLE.
               05 H-OVERIG occurs 15 times pic x(30).
           01 H-VERM-STRUCT-S pic x(12).
           01 H-VERM-CODE pic x(04).
           01 H-VERM-DG-S pic x(12).
           01 H-RETRO-BRUTO-S pic x(12).
           01 H-RETRO-RSZ-S pic x(12).
           01 H-RETRO-VRH-S pic x(12).
           01 H-RETRO-WGRSZ-S pic x(12).
           01 WS-ROWS-READ pic 9(7) value 0.
           01 WS-ROWS-PERIOD pic 9(7) value 0.

           01 WS-TOT-RSZ pic 9(9)V99 value 0.
           01 WS-TOT-VRH pic 9(9)V99 value 0.
           01 WS-TOT-VERM pic 9(9)V99 value 0.
           01 WS-ROW-VERM pic 9(7)V99 value 0.
           01 WS-TOT-RETRO-RSZ pic S9(9)V99 value 0.
           01 WS-TOT-RETRO-VRH pic S9(9)V99 value 0.
           01 DISPLAY-RETRO pic -(8)9.99.

      *>    creditor identification out of Afdracht-Config.csv
           01 WS-CONFIG-EOF pic x(01).
                   10 AFD-SOORT pic x(04).
                   10 AFD-BEDRAG-S pic x(12).
                   10 AFD-STATE pic x(10).
           01 WS-RSZ-STAAT pic x(01) value "N".
           01 WS-BV-STAAT pic x(01) value "N".
           01 WS-HERUITGIFTE pic x(01) value "N".

      *>    the structured communication per order
           01 WS-OGM-BASE pic 9(10).
               end-perform
               close REGISTER-FILE
           end-if
      *>    an order the bank rejected or returned (GEWEIGERD, set by
      *>    SepaStatusImport) may be made again; one still standing
      *>    may not
           perform varying REGISTER-IDX from 1 by 1
                   until REGISTER-IDX > WS-REGISTER-COUNT
               if AFD-PERIODE(REGISTER-IDX) = LINK-PERIOD(1:7)
                   if function trim(AFD-STATE(REGISTER-IDX))
                           = "GEWEIGERD"
                       move "Y" to WS-HERUITGIFTE
                   else
                       if function trim(AFD-SOORT(REGISTER-IDX))
                               = "RSZ"
                           move "Y" to WS-RSZ-STAAT
                       else
                           move "Y" to WS-BV-STAAT
                       end-if
                   end-if
               end-if
           end-perform
           if WS-RSZ-STAAT = "Y" and WS-BV-STAAT = "Y"
               display "RUN REFUSED: afdrachten voor periode "
                   LINK-PERIOD(1:7) " zijn al aangemaakt."
               move 1 to return-code
               goback
           end-if

      *>    the period's totals off the payroll history
           move LINK-PERIOD(1:7) to WS-HISTSEL-VAN
           close HISTORY-FILE
           call "SYSTEM" using "rm -f HISTSEL-AFDR.TMP"

      *>    the retro differences are signed -- a net correction
      *>    downwards can at most cancel the order, never reverse it
           if WS-TOT-RETRO-RSZ < 0 and 0 - WS-TOT-RETRO-RSZ > WS-TOT-RSZ
               move 0 to WS-TOT-RSZ
           else
               add WS-TOT-RETRO-RSZ to WS-TOT-RSZ
           end-if
           if WS-TOT-RETRO-VRH < 0 and 0 - WS-TOT-RETRO-VRH > WS-TOT-VRH
               move 0 to WS-TOT-VRH
           else
               add WS-TOT-RETRO-VRH to WS-TOT-VRH
           end-if

           if WS-ROWS-PERIOD = 0
               display "Geen loonhistoriek voor periode "
                   LINK-PERIOD(1:7) " -- niets af te dragen."
               goback
           end-if

      *>    an order already standing for the period is not made
      *>    twice -- only the rejected one goes out again
           if WS-RSZ-STAAT = "Y"
               move 0 to WS-TOT-RSZ
           end-if
           if WS-BV-STAAT = "Y"
               move 0 to WS-TOT-VRH
           end-if
           if WS-TOT-RSZ = 0 and WS-TOT-VRH = 0
               display "RUN REFUSED: afdrachten voor periode "
                   LINK-PERIOD(1:7) " zijn al aangemaakt."
               move 1 to return-code
               goback
           end-if

      *>    the pain.001 with the two orders -- a re-issue after a
      *>    rejection gets its own file (and so its own MsgId), the
      *>    rejected batch stays as the bank knew it
           move spaces to DYNAMIC-XMLFILE
           if WS-HERUITGIFTE = "Y"
               string "Sepa-Afdrachten-" delimited by size
                      LINK-PERIOD(1:7) delimited by size
                      "-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".xml" delimited by size
                   into DYNAMIC-XMLFILE
               end-string
           else
               string "Sepa-Afdrachten-" delimited by size
                      LINK-PERIOD(1:7) delimited by size
                      ".xml" delimited by size
                   into DYNAMIC-XMLFILE
               end-string
           end-if
           open output XML-FILE
           if WS-XML-STATUS not = "00"
               display "Error opening remittance file: "
           move "  <CstmrCdtTrfInitn>" to XML-REGEL
           write XML-REGEL
           move spaces to XML-REGEL
           string "    <GrpHdr><MsgId>" delimited by size
                  DYNAMIC-XMLFILE delimited by ".xml"
                  "</MsgId><InitgPty><Nm>" delimited by size
                  function trim(WS-FIRM-NAAM) delimited by size
                  "</Nm></InitgPty></GrpHdr>" delimited by size
               into XML-REGEL

           move WS-TOT-RSZ to DISPLAY-AMT
           display "RSZ-afdracht " function trim(DISPLAY-AMT)
           if WS-TOT-VERM > 0
               move WS-TOT-VERM to DISPLAY-AMT
               display "  RSZ-verminderingen in mindering "
                   function trim(DISPLAY-AMT)
           end-if
           if WS-TOT-RETRO-RSZ not = 0
               move WS-TOT-RETRO-RSZ to DISPLAY-RETRO
               display "  waarvan retro-verschillen "
                   function trim(DISPLAY-RETRO)
           end-if
           move WS-TOT-VRH to DISPLAY-AMT
           display "Voorheffing-afdracht "
               function trim(DISPLAY-AMT)
               " -- orders in " function trim(DYNAMIC-XMLFILE)
           if WS-TOT-RETRO-VRH not = 0
               move WS-TOT-RETRO-VRH to DISPLAY-RETRO
               display "  waarvan retro-verschillen "
                   function trim(DISPLAY-RETRO)
           end-if

           perform 3000-REWRITE-REGISTER thru 3000-EXIT

      *>----------------------------------------------------------------
      *> 1000-FOLD-ONE-ROW: fold one history row of the wanted
      *> period into the two remittance totals -- the RSZ order
      *> carries employee plus employer side, less the reductions.
      *>----------------------------------------------------------------
           1000-FOLD-ONE-ROW.
               move spaces to H-PERIODE
               move spaces to H-RSZ-S
               move spaces to H-VRH-S
               move spaces to H-WGRSZ-S
               move spaces to H-VERM-STRUCT-S
               move spaces to H-VERM-DG-S
               move spaces to H-RETRO-RSZ-S
               move spaces to H-RETRO-VRH-S
               move spaces to H-RETRO-WGRSZ-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-TYPE
                        H-BRUTO-S H-RSZ-S H-VRH-S H-NETTO-S
                        H-WGRSZ-S
                        H-OVERIG(1) H-OVERIG(2) H-OVERIG(3)
                        H-OVERIG(4) H-OVERIG(5) H-OVERIG(6)
                        H-OVERIG(7) H-OVERIG(8) H-OVERIG(9)
                        H-OVERIG(10) H-OVERIG(11) H-OVERIG(12)
                        H-OVERIG(13) H-OVERIG(14) H-OVERIG(15)
                        H-VERM-STRUCT-S H-VERM-CODE H-VERM-DG-S
                        H-RETRO-BRUTO-S H-RETRO-RSZ-S H-RETRO-VRH-S
                        H-RETRO-WGRSZ-S
               end-unstring
               if H-PERIODE(1:7) not = LINK-PERIOD(1:7)
                   go to 1000-EXIT
                   add function numval-c(function trim(H-WGRSZ-S))
                       to WS-TOT-RSZ
               end-if
      *>    the row's RSZ reductions come off the employer side
               move 0 to WS-ROW-VERM
               if function trim(H-VERM-STRUCT-S) not = spaces
                   and function test-numval-c(
                       function trim(H-VERM-STRUCT-S)) = 0
                   add function numval-c(
                       function trim(H-VERM-STRUCT-S)) to WS-ROW-VERM
               end-if
               if function trim(H-VERM-DG-S) not = spaces
                   and function test-numval-c(
                       function trim(H-VERM-DG-S)) = 0
                   add function numval-c(
                       function trim(H-VERM-DG-S)) to WS-ROW-VERM
               end-if
               if WS-ROW-VERM > WS-TOT-RSZ
                   move WS-TOT-RSZ to WS-ROW-VERM
               end-if
               subtract WS-ROW-VERM from WS-TOT-RSZ
               add WS-ROW-VERM to WS-TOT-VERM
      *>    the retro differences settled on this pay, both sides
               if function trim(H-RETRO-RSZ-S) not = spaces
                   and function test-numval-c(
                       function trim(H-RETRO-RSZ-S)) = 0
                   add function numval-c(
                       function trim(H-RETRO-RSZ-S)) to WS-TOT-RETRO-RSZ
               end-if
               if function trim(H-RETRO-WGRSZ-S) not = spaces
                   and function test-numval-c(
                       function trim(H-RETRO-WGRSZ-S)) = 0
                   add function numval-c(
                       function trim(H-RETRO-WGRSZ-S))
                       to WS-TOT-RETRO-RSZ
               end-if
               if function trim(H-RETRO-VRH-S) not = spaces
                   and function test-numval-c(
                       function trim(H-RETRO-VRH-S)) = 0
                   add function numval-c(
                       function trim(H-RETRO-VRH-S)) to WS-TOT-RETRO-VRH
               end-if
               if function test-numval-c(function trim(H-VRH-S))
                       = 0
                   add function numval-c(function trim(H-VRH-S))
