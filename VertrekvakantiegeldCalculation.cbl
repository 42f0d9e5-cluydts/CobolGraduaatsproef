      *> statutory 15.34% of both years' gross, with the vakantiegeld
      *> RSZ/withholding treatment the May run applies, and produces
      *> a final payslip plus an Output row and a RUNLOG.TXT line.
      *> A verbrekingsvergoeding TerminationRun computed is paid out
      *> in the same settlement: its gross, RSZ, withholding and net
      *> go onto the Output row and the payslip as a section of their
      *> own, and its net is added to the amount to pay.
      *>----------------------------------------------------------------
       identification division.
       program-id. VertrekvakantiegeldCalculation.
               assign to "Personeelsleningen.csv"
               organization is line sequential
               file status is WS-LENINGEN-STATUS.
           select OPZEG-FILE assign to "Opzeggingen.csv"
               organization is line sequential
               file status is WS-OPZEG-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.
       01 YTD-REGEL pic x(130).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-REGEL pic x(300).

       FD PRIORYEAR-FILE.
       01 PRIORYEAR-REGEL pic x(100).

       FD output-file.
       01 output-regel pic x(250).

       FD PAYSLIP-FILE.
       01 PAYSLIP-REGEL pic x(80).
       FD LENINGEN-FILE.
       01 LENINGEN-REGEL pic x(90).

       FD OPZEG-FILE.
       01 OPZEG-REGEL pic x(200).

       FD RUNLOG-FILE.
       01 RUNLOG-REGEL pic x(200).

           01 DYNAMIC-OUTFILE pic x(30).
           01 DYNAMIC-PAYSLIPFILE pic x(30).

           01 WS-LEESREGEL pic x(300).
           01 WS-FIRST-READ pic x(01).

      *>    the leaver, resolved from the employee master -- the C4
           01 WS-INDIENST pic x(10).
           01 WS-REDEN pic x(20).

      *>    the notice or the verbrekingsvergoeding TerminationRun
      *>    kept in Opzeggingen.csv -- it goes on the C4, its
      *>    Einddatum stands in for an end date left blank, and an
      *>    indemnity is paid out with the settlement, net of the
      *>    RSZ and withholding TerminationRun computed on it.
           01 WS-OPZEG-STATUS pic xx.
           01 WS-OPZEG-GEVONDEN pic x(01) value "N".
           01 O-PERSNR pic x(08).
           01 O-NAAM pic x(30).
           01 O-REDEN pic x(20).
           01 O-NOTIFICATIE pic x(10).
           01 O-AANVANG pic x(10).
           01 O-EINDDATUM pic x(10).
           01 O-ANC pic x(06).
           01 O-D1M pic x(04).
           01 O-D1W pic x(04).
           01 O-D2W pic x(04).
           01 O-WEKEN pic x(08).
           01 O-VERGOEDING pic x(12).
           01 O-RSZ pic x(12).
           01 O-VOORHEFFING pic x(12).
           01 O-NETTO pic x(12).
           01 VERBREK-BRUTO pic 9(7)V99 value 0.
           01 VERBREK-RSZ pic 9(7)V99 value 0.
           01 VERBREK-VOORHEFFING pic 9(7)V99 value 0.
           01 VERBREK-NETTO pic 9(7)V99 value 0.
           01 WS-VB-BRUTO-OUT pic Z(6)9.99.
           01 WS-VB-RSZ-OUT pic Z(6)9.99.
           01 WS-VB-VRH-OUT pic Z(6)9.99.
           01 WS-VB-NETTO-OUT pic Z(6)9.99.

      *>----------------------------------------------------------------
      *> C4 werkloosheidsbewijs -- the leaver is legally entitled to
      *> it on their last day, so it is produced in the same run
           01 VERTREK-RSZ pic 9(5)V99.
           01 VERTREK-VOORHEFFING pic 9(5)V99.
           01 VERTREK-NETTO pic 9(7)V99.
      *>    what goes out to the leaver -- the settlement's net plus
      *>    the indemnity's net
           01 TE-BETALEN pic 9(7)V99 value 0.
           01 WS-TE-BETALEN-OUT pic Z(6)9.99.

           01 WS-BRUTO-OUT pic Z(6).ZZ.
           01 WS-RSZ-OUT pic Z(4)9.99.
                           move E-INDIENST to WS-INDIENST
                           move E-REDEN to WS-REDEN
                           move "1" to EOF-FLAG
                       else
                           move spaces to E-UITDIENST
                       end-if
               end-read
           end-perform
               move 1 to return-code
               goback
           end-if
           perform 4900-READ-OPZEGGING thru 4900-EXIT
           if LINK-ENDDATE = spaces
               if WS-OPZEG-GEVONDEN = "Y"
                   move O-EINDDATUM to LINK-ENDDATE
               else
                   move E-UITDIENST to LINK-ENDDATE
               end-if
           end-if
           if LINK-ENDDATE = spaces
               display "Geen einddatum voor "
                   function trim(LINK-PERSNR)
                   " -- settlement refused."
               move 1 to return-code
               goback
           end-if
           display "Vertrekker: " function trim(WS-NAAM)
               " (" function trim(WS-TYPE) "), einddatum "
               function trim(LINK-ENDDATE)
           compute VERTREK-NETTO
                   rounded mode is NEAREST-AWAY-FROM-ZERO
               = VERTREK-BRUTO - VERTREK-RSZ - VERTREK-VOORHEFFING
           compute TE-BETALEN = VERTREK-NETTO + VERBREK-NETTO

           move VERTREK-BRUTO to WS-BRUTO-OUT
           move VERTREK-RSZ to WS-RSZ-OUT
           move VERTREK-NETTO to WS-NETTO-OUT
           move WS-HUIDIG-BRUTO to WS-HUIDIG-OUT
           move WS-VORIG-BRUTO to WS-VORIG-OUT
           move VERBREK-BRUTO to WS-VB-BRUTO-OUT
           move VERBREK-RSZ to WS-VB-RSZ-OUT
           move VERBREK-VOORHEFFING to WS-VB-VRH-OUT
           move VERBREK-NETTO to WS-VB-NETTO-OUT
           move TE-BETALEN to WS-TE-BETALEN-OUT

           move spaces to DYNAMIC-OUTFILE
           string "Output-Vertrek-" delimited by size
               move spaces to output-regel
               string "PersNr,Naam,Type,Einddatum,VorigJaarBruto,"
                      "HuidigJaarBruto,VertrekBruto,RSZ,"
                      "Voorheffing,VertrekNetto,"
                      "Verbrekingsvergoeding,VergoedingRSZ,"
                      "VergoedingVoorheffing,VergoedingNetto,"
                      "TeBetalen" delimited by size
                   into output-regel
               end-string
               write output-regel
                   function trim(WS-VRH-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-NETTO-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-VB-BRUTO-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-VB-RSZ-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-VB-VRH-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-VB-NETTO-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-TE-BETALEN-OUT) delimited by size
                   into output-regel
               end-string
               write output-regel
                   into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               if VERBREK-BRUTO > 0
                   move spaces to PAYSLIP-REGEL
                   write PAYSLIP-REGEL
                   move spaces to PAYSLIP-REGEL
                   string "VERBREKINGSVERGOEDING (" delimited by size
                          function trim(O-WEKEN) delimited by size
                          " weken)" delimited by size
                       into PAYSLIP-REGEL
                   end-string
                   write PAYSLIP-REGEL
                   move spaces to PAYSLIP-REGEL
                   string "Vergoeding bruto:     " delimited by size
                          function trim(WS-VB-BRUTO-OUT)
                              delimited by size
                       into PAYSLIP-REGEL
                   end-string
                   write PAYSLIP-REGEL
                   move spaces to PAYSLIP-REGEL
                   string "RSZ:                  " delimited by size
                          function trim(WS-VB-RSZ-OUT)
                              delimited by size
                       into PAYSLIP-REGEL
                   end-string
                   write PAYSLIP-REGEL
                   move spaces to PAYSLIP-REGEL
                   string "Bedrijfsvoorheffing:  " delimited by size
                          function trim(WS-VB-VRH-OUT)
                              delimited by size
                       into PAYSLIP-REGEL
                   end-string
                   write PAYSLIP-REGEL
                   move spaces to PAYSLIP-REGEL
                   string "Vergoeding netto:     " delimited by size
                          function trim(WS-VB-NETTO-OUT)
                              delimited by size
                       into PAYSLIP-REGEL
                   end-string
                   write PAYSLIP-REGEL
               end-if
               move spaces to PAYSLIP-REGEL
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               string "Te betalen:           " delimited by size
                      function trim(WS-TE-BETALEN-OUT)
                          delimited by size
                   into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               if WS-VERLOF-GEVONDEN = "Y"
                   move WS-VERLOF-SALDO to DISPLAY-VERLOF-SALDO
                   move spaces to PAYSLIP-REGEL

           display "Vertrekvakantiegeld: bruto " WS-BRUTO-OUT
               " netto " WS-NETTO-OUT
           if VERBREK-BRUTO > 0
               display "Verbrekingsvergoeding: bruto " WS-VB-BRUTO-OUT
                   " netto " WS-VB-NETTO-OUT
           end-if
           display "Te betalen: " WS-TE-BETALEN-OUT

      *>    the C4 -- same run, same figures
           perform 5000-WRITE-C4 thru 5000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 4900-READ-OPZEGGING: the leaver's row in Opzeggingen.csv,
      *> if TerminationRun computed their notice.
      *>----------------------------------------------------------------
           4900-READ-OPZEGGING.
               open input OPZEG-FILE
               if WS-OPZEG-STATUS not = "00"
                   go to 4900-EXIT
               end-if
               read OPZEG-FILE into OPZEG-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read OPZEG-FILE into OPZEG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to O-PERSNR
                           move spaces to O-VERGOEDING
                           move spaces to O-RSZ
                           move spaces to O-VOORHEFFING
                           move spaces to O-NETTO
                           unstring function trim(OPZEG-REGEL)
                               delimited by ","
                               into O-PERSNR O-NAAM O-REDEN
                                    O-NOTIFICATIE O-AANVANG
                                    O-EINDDATUM O-ANC O-D1M O-D1W
                                    O-D2W O-WEKEN O-VERGOEDING
                                    O-RSZ O-VOORHEFFING O-NETTO
                           end-unstring
                           if function trim(O-PERSNR)
                                   = function trim(LINK-PERSNR)
                               move "Y" to WS-OPZEG-GEVONDEN
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close OPZEG-FILE
               if WS-OPZEG-GEVONDEN not = "Y"
                   go to 4900-EXIT
               end-if
      *>        the indemnity as TerminationRun settled it -- a notice
      *>        worked leaves these at zero
               if function test-numval-c(function trim(O-VERGOEDING))
                       = 0
                   move function numval-c(function trim(O-VERGOEDING))
                       to VERBREK-BRUTO
               end-if
               if function test-numval-c(function trim(O-RSZ)) = 0
                   move function numval-c(function trim(O-RSZ))
                       to VERBREK-RSZ
               end-if
               if function test-numval-c(function trim(O-VOORHEFFING))
                       = 0
                   move function numval-c(function trim(
                       O-VOORHEFFING)) to VERBREK-VOORHEFFING
               end-if
               if function test-numval-c(function trim(O-NETTO)) = 0
                   move function numval-c(function trim(O-NETTO))
                       to VERBREK-NETTO
               end-if.
           4900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5050-C4-OPZEGGING: the notice worked, or the weeks paid out
      *> as verbrekingsvergoeding, under the reason of termination.
      *>----------------------------------------------------------------
           5050-C4-OPZEGGING.
               move spaces to C4-REGEL
               string "Notificatie:          " delimited by size
                      function trim(O-NOTIFICATIE) delimited by size
                   into C4-REGEL
               end-string
               write C4-REGEL
               if function trim(O-REDEN) = "DRINGENDE-REDEN"
                   move "Opzegtermijn:         geen (dringende reden)"
                       to C4-REGEL
                   write C4-REGEL
                   go to 5050-EXIT
               end-if
               if function trim(O-REDEN) = "VERBREKING"
                   move spaces to C4-REGEL
                   string "Verbrekingsvergoeding:" delimited by size
                          " " delimited by size
                          function trim(O-VERGOEDING)
                              delimited by size
                          " bruto (" delimited by size
                          function trim(O-WEKEN) delimited by size
                          " weken)" delimited by size
                       into C4-REGEL
                   end-string
                   write C4-REGEL
                   go to 5050-EXIT
               end-if
               move spaces to C4-REGEL
               string "Opzegtermijn:         " delimited by size
                      function trim(O-WEKEN) delimited by size
                      " weken, " delimited by size
                      function trim(O-AANVANG) delimited by size
                      " t/m " delimited by size
                      function trim(O-EINDDATUM) delimited by size
                   into C4-REGEL
               end-string
               write C4-REGEL.
           5050-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-WRITE-C4: total the end-date year's months off
      *> Payroll-History.csv and print the filled C4 form layout.
                   into C4-REGEL
               end-string
               write C4-REGEL
               if WS-OPZEG-GEVONDEN = "Y"
                   perform 5050-C4-OPZEGGING thru 5050-EXIT
               end-if
               move spaces to C4-REGEL
               write C4-REGEL
               move "Loongegevens laatste kalenderjaar:" to C4-REGEL
