      *> writes Bv274-<maand>.csv with the declaration figures plus
      *> the payment amount and its gestructureerde mededeling --
      *> carrier digits YYYYMM0274, the same modulo-97 convention
      *> RemittanceRun stamps on its payment orders. Retro
      *> voorheffing differences count in the month the payroll run
      *> settled them (the history row's RetroVoorheffing column),
      *> in the category of the row they were settled on.
      *> The run also reconciles: year-to-date declared voorheffing
      *> (every history month up to and including this one) against
      *> what the 281.10 fiches will report (the CumVoorheffing

       file section.
           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd YTD-FILE.
           01 YTD-REGEL pic x(130).
           01 H-BRUTO-S pic x(12).
           01 H-RSZ-S pic x(12).
           01 H-VRH-S pic x(12).
      *>    columns 8-27 are passed over; 28-30 are the retro
      *>    differences settled on the row's pay
           01 H-OVERIG-TABLE.
               05 H-OVERIG occurs 20 times pic x(30).
           01 H-RETRO-BRUTO-S pic x(12).
           01 H-RETRO-RSZ-S pic x(12).
           01 H-RETRO-VRH-S pic x(12).
           01 WS-VRH pic S9(09)V99.
           01 WS-RETRO-VRH pic S9(07)V99.
      *>    the retro part of the year-to-date base: the 281.10
      *>    extract adds the same history column onto its fiches
           01 WS-RETRO-VRH-YTD pic S9(09)V99 value 0.

      *>    the month's categories plus the year-to-date check base
           01 WS-VRH-BEDIENDE pic 9(09)V99 value 0.
               move spaces to H-PERIODE
               move spaces to H-TYPE
               move spaces to H-VRH-S
               move spaces to H-RETRO-VRH-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-TYPE H-BRUTO-S
                        H-RSZ-S H-VRH-S
                        H-OVERIG(1) H-OVERIG(2) H-OVERIG(3)
                        H-OVERIG(4) H-OVERIG(5) H-OVERIG(6)
                        H-OVERIG(7) H-OVERIG(8) H-OVERIG(9)
                        H-OVERIG(10) H-OVERIG(11) H-OVERIG(12)
                        H-OVERIG(13) H-OVERIG(14) H-OVERIG(15)
                        H-OVERIG(16) H-OVERIG(17) H-OVERIG(18)
                        H-OVERIG(19) H-OVERIG(20)
                        H-RETRO-BRUTO-S H-RETRO-RSZ-S H-RETRO-VRH-S
               end-unstring
               if function test-numval-c(function trim(H-VRH-S))
                       not = 0
               end-if
               move function numval-c(function trim(H-VRH-S))
                   to WS-VRH
      *>        the retro voorheffing withheld on this pay
               move 0 to WS-RETRO-VRH
               if function trim(H-RETRO-VRH-S) not = spaces
                   and function test-numval-c(
                       function trim(H-RETRO-VRH-S)) = 0
                   move function numval-c(function trim(H-RETRO-VRH-S))
                       to WS-RETRO-VRH
               end-if
               add WS-RETRO-VRH to WS-VRH
               if H-PERIODE(1:4) = WS-MAAND(1:4)
                   and H-PERIODE(1:7) <= WS-MAAND
                   add WS-VRH to WS-VRH-YTD
                   add WS-RETRO-VRH to WS-RETRO-VRH-YTD
               end-if
               if H-PERIODE(1:7) not = WS-MAAND
                   go to 1000-EXIT
                           end-if
               end-perform
               close YTD-FILE
               add WS-RETRO-VRH-YTD to WS-FICHE-VRH
               compute WS-VERSCHIL = WS-VRH-YTD - WS-FICHE-VRH
               move WS-VRH-YTD to DISPLAY-AMT
               move WS-FICHE-VRH to DISPLAY-AMT-2
