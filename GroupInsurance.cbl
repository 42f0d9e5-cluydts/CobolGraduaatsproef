      *>----------------------------------------------------------------
      *> GroupInsurance -- the insurer's and Sigedis's side of the
      *> groepsverzekering. The payroll calculates the member's
      *> personal contribution, the employer premium and the 8.86%
      *> bijzondere bijdrage on it per payslip and writes them, with
      *> the plan code, in the GVPlan, GVWerknemer, GVWerkgever and
      *> GVBijzonder columns of Payroll-History.csv. This program
      *> only adds them up:
      *>
      *>   KWARTAAL YYYY-Qn  the quarter's premium statement for the
      *>                     insurer, Groepsverzekering-Premies-
      *>                     <YYYY>-Qn.csv -- per plan (insurer and
      *>                     policy from Groepsverzekering-Plannen.csv)
      *>                     one row per member (Bruto, Werknemer,
      *>                     Werkgever, Premie) and a TOTAAL row. The
      *>                     bijzondere bijdrage is owed to the RSZ,
      *>                     not the insurer, so it is listed per plan
      *>                     on its own BIJZONDERE-BIJDRAGE row.
      *>   DB2P YYYY         the year's extract for the DB2P pension
      *>                     database, DB2P-<YYYY>.csv -- per member
      *>                     and plan the gross, the personal and
      *>                     employer contributions, the bijzondere
      *>                     bijdrage and the InDienst/UitDienst dates
      *>                     of Werknemers.csv, keyed by PersNr.
      *>
      *> Both runs are logged to RUNLOG.TXT; a period without a single
      *> member contribution writes nothing and ends with rc 1.
      *>----------------------------------------------------------------
       identification division.
       program-id. GroupInsurance.
       environment division.
       input-output section.
       file-control.
           select PLAN-FILE assign to "Groepsverzekering-Plannen.csv"
               organization is line sequential
               file status is WS-PLAN-STATUS.
           select EMPLOYEE-FILE assign to "Werknemers.csv"
               organization is line sequential
               file status is WS-EMPLOYEE-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select UIT-FILE assign dynamic DYNAMIC-UITFILE
               organization is line sequential
               file status is WS-UIT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd PLAN-FILE.
           01 PLAN-REGEL pic x(120).

           fd EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(250).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd UIT-FILE.
           01 UIT-REGEL pic x(160).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-PLAN-STATUS pic xx.
           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-UIT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-UITFILE pic x(44).
           01 WS-ACTIE pic x(08).
           01 WS-PERIODE pic x(07).
           01 WS-JAAR pic x(04).
           01 WS-KWARTAAL pic 9(01).
           01 WS-MAAND-VAN pic 9(02).
           01 WS-MAAND-TOT pic 9(02).
           01 WS-H-MAAND pic 9(02).

      *>    the plans -- code, insurer and policy for the statement
           01 WS-PLAN-EOF pic x(01).
           01 P-CODE pic x(08).
           01 P-OMS pic x(40).
           01 P-WN-S pic x(08).
           01 P-WG-S pic x(08).
           01 P-VERZEKERAAR pic x(30).
           01 P-POLISNR pic x(20).
           01 WS-PLAN-COUNT pic 9(02) value 0.
           01 WS-PLAN-IDX pic 9(02).
           01 PLAN-TABLE.
               05 PLAN-ENTRY occurs 20 times.
                   10 PLN-CODE pic x(08).
                   10 PLN-VERZEKERAAR pic x(30).
                   10 PLN-POLISNR pic x(20).
                   10 PLN-BRUTO pic 9(09)V99.
                   10 PLN-WERKNEMER pic 9(09)V99.
                   10 PLN-WERKGEVER pic 9(09)V99.
                   10 PLN-BIJZONDER pic 9(09)V99.

      *>    the master -- only the service dates, for DB2P
           01 WS-EMP-LEESREGEL pic x(250).
           01 E-NR pic x(08).
           01 E-SKIP pic x(40).
           01 E-INDIENST pic x(10).
           01 E-UITDIENST pic x(10).
           01 WS-EMP-COUNT pic 9(04) value 0.
           01 WS-EMP-IDX pic 9(04).
           01 EMPLOYEE-TABLE.
               05 EMP-ENTRY occurs 300 times.
                   10 EMP-PERSNR pic x(08).
                   10 EMP-INDIENST pic x(10).
                   10 EMP-UITDIENST pic x(10).

      *>    one history row -- the leading columns, the gross and the
      *>    four group insurance columns at the end
           01 H-PERIODE pic x(10).
           01 H-PERSNR pic x(08).
           01 H-NAAM pic x(30).
           01 H-SKIP pic x(20).
           01 H-BRUTO-S pic x(14).
           01 H-PLAN pic x(08).
           01 H-WERKNEMER-S pic x(12).
           01 H-WERKGEVER-S pic x(12).
           01 H-BIJZONDER-S pic x(12).
           01 WS-H-BRUTO pic 9(07)V99.
           01 WS-H-WERKNEMER pic 9(07)V99.
           01 WS-H-WERKGEVER pic 9(07)V99.
           01 WS-H-BIJZONDER pic 9(07)V99.

      *>    one entry per member and plan
           01 WS-GV-COUNT pic 9(04) value 0.
           01 WS-GV-IDX pic 9(04).
           01 WS-GV-FOUND-IDX pic 9(04).
           01 GV-TABLE.
               05 GV-ENTRY occurs 500 times.
                   10 GV-PERSNR pic x(08).
                   10 GV-NAAM pic x(30).
                   10 GV-PLAN pic x(08).
                   10 GV-BRUTO pic 9(09)V99.
                   10 GV-WERKNEMER pic 9(07)V99.
                   10 GV-WERKGEVER pic 9(07)V99.
                   10 GV-BIJZONDER pic 9(07)V99.

           01 WS-PREMIE pic 9(09)V99.
           01 WS-ROWS-READ pic 9(07) value 0.
           01 WS-LINES-WRITTEN pic 9(04) value 0.
           01 DISPLAY-BRUTO pic Z(8)9.99.
           01 DISPLAY-WN pic Z(8)9.99.
           01 DISPLAY-WG pic Z(8)9.99.
           01 DISPLAY-BZ pic Z(8)9.99.
           01 DISPLAY-PREMIE pic Z(8)9.99.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

      *>    the history arrives through HistorySelect -- only the
      *>    periods this run needs, segment and flat regime alike.
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-GV.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

       linkage section.
           01 LINK-ACTIE pic x(08).
           01 LINK-PERIODE pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PERIODE
                                LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move function upper-case(LINK-ACTIE) to WS-ACTIE
           move function upper-case(LINK-PERIODE) to WS-PERIODE
           move WS-PERIODE(1:4) to WS-JAAR
           if WS-JAAR not numeric
               display "Ongeldig jaar: " LINK-PERIODE
               move 1 to return-code
               goback
           end-if
           evaluate WS-ACTIE
               when "KWARTAAL"
                   if WS-PERIODE(5:2) not = "-Q"
                       or WS-PERIODE(7:1) < "1"
                       or WS-PERIODE(7:1) > "4"
                       display "Ongeldig kwartaal (YYYY-Qn verwacht): "
                           LINK-PERIODE
                       move 1 to return-code
                       goback
                   end-if
                   move WS-PERIODE(7:1) to WS-KWARTAAL
                   compute WS-MAAND-VAN = (WS-KWARTAAL - 1) * 3 + 1
                   compute WS-MAAND-TOT = WS-KWARTAAL * 3
                   move spaces to DYNAMIC-UITFILE
                   string "Groepsverzekering-Premies-" delimited by size
                          WS-PERIODE delimited by size
                          ".csv" delimited by size
                       into DYNAMIC-UITFILE
                   end-string
               when "DB2P"
                   move WS-JAAR to WS-PERIODE
                   move 1 to WS-MAAND-VAN
                   move 12 to WS-MAAND-TOT
                   move spaces to DYNAMIC-UITFILE
                   string "DB2P-" delimited by size
                          WS-JAAR delimited by size
                          ".csv" delimited by size
                       into DYNAMIC-UITFILE
                   end-string
               when other
                   display "Onbekende actie (KWARTAAL of DB2P): "
                       LINK-ACTIE
                   move 1 to return-code
                   goback
           end-evaluate

           perform 1000-LOAD-PLANS thru 1000-EXIT
           if WS-RETURN-CODE = 0
               perform 2000-FOLD-HISTORY thru 2000-EXIT
           end-if
           if WS-RETURN-CODE = 0 and WS-GV-COUNT = 0
               display "Geen groepsverzekeringsbijdragen in "
                   function trim(WS-PERIODE) " -- niets aangemaakt."
               move 1 to WS-RETURN-CODE
           end-if
           if WS-RETURN-CODE = 0
               if WS-ACTIE = "KWARTAAL"
                   perform 3000-WRITE-STATEMENT thru 3000-EXIT
               else
                   perform 1200-LOAD-EMPLOYEES thru 1200-EXIT
                   perform 4000-WRITE-DB2P thru 4000-EXIT
               end-if
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-PLANS: Groepsverzekering-Plannen.csv (Plan,
      *> Omschrijving,WerknemerPct,WerkgeverPct,Verzekeraar,PolisNr).
      *> The percentages are the payroll's business; this run needs
      *> the insurer and the policy number per plan.
      *>----------------------------------------------------------------
           1000-LOAD-PLANS.
               open input PLAN-FILE
               if WS-PLAN-STATUS not = "00"
                   display "Groepsverzekering-Plannen.csv not found"
                       " -- run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read PLAN-FILE into PLAN-REGEL *> header
               move "0" to WS-PLAN-EOF
               perform until WS-PLAN-EOF = "1"
                   read PLAN-FILE into PLAN-REGEL
                       at end
                           move "1" to WS-PLAN-EOF
                       not at end
                           move spaces to P-CODE
                           move spaces to P-VERZEKERAAR
                           move spaces to P-POLISNR
                           unstring function trim(PLAN-REGEL)
                               delimited by ","
                               into P-CODE P-OMS P-WN-S P-WG-S
                                    P-VERZEKERAAR P-POLISNR
                           end-unstring
                           if P-CODE not = spaces
                               and WS-PLAN-COUNT < 20
                               add 1 to WS-PLAN-COUNT
                               move spaces
                                   to PLAN-ENTRY(WS-PLAN-COUNT)
                               move function upper-case(P-CODE)
                                   to PLN-CODE(WS-PLAN-COUNT)
                               move P-VERZEKERAAR
                                   to PLN-VERZEKERAAR(WS-PLAN-COUNT)
                               move P-POLISNR
                                   to PLN-POLISNR(WS-PLAN-COUNT)
                               move 0 to PLN-BRUTO(WS-PLAN-COUNT)
                               move 0 to PLN-WERKNEMER(WS-PLAN-COUNT)
                               move 0 to PLN-WERKGEVER(WS-PLAN-COUNT)
                               move 0 to PLN-BIJZONDER(WS-PLAN-COUNT)
                           end-if
                   end-read
               end-perform
               close PLAN-FILE
               if WS-PLAN-COUNT = 0
                   display "Geen plannen in"
                       " Groepsverzekering-Plannen.csv -- run refused."
                   move 1 to WS-RETURN-CODE
               end-if.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-EMPLOYEES: PersNr and the InDienst/UitDienst dates
      *> (columns 14 and 15) of Werknemers.csv.
      *>----------------------------------------------------------------
           1200-LOAD-EMPLOYEES.
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   display "Werknemers.csv not found -- DB2P zonder"
                       " dienstdata."
                   go to 1200-EXIT
               end-if
               read EMPLOYEE-FILE into WS-EMP-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into WS-EMP-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to E-NR
                           move spaces to E-INDIENST
                           move spaces to E-UITDIENST
                           unstring function trim(WS-EMP-LEESREGEL)
                               delimited by ","
                               into E-NR E-SKIP E-SKIP E-SKIP E-SKIP
                                    E-SKIP E-SKIP E-SKIP E-SKIP E-SKIP
                                    E-SKIP E-SKIP E-SKIP E-INDIENST
                                    E-UITDIENST
                           end-unstring
                           if E-NR not = spaces
                               and WS-EMP-COUNT < 300
                               add 1 to WS-EMP-COUNT
                               move E-NR to EMP-PERSNR(WS-EMP-COUNT)
                               move E-INDIENST
                                   to EMP-INDIENST(WS-EMP-COUNT)
                               move E-UITDIENST
                                   to EMP-UITDIENST(WS-EMP-COUNT)
                           end-if
                   end-read
               end-perform
               close EMPLOYEE-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-FOLD-HISTORY: the months of the quarter or year, through
      *> HistorySelect, summed per member and plan.
      *>----------------------------------------------------------------
           2000-FOLD-HISTORY.
               move spaces to WS-HISTSEL-VAN
               string WS-JAAR "-" WS-MAAND-VAN delimited by size
                   into WS-HISTSEL-VAN
               end-string
               move spaces to WS-HISTSEL-TOT
               string WS-JAAR "-" WS-MAAND-TOT delimited by size
                   into WS-HISTSEL-TOT
               end-string
               call "HistorySelect" using WS-HISTSEL-VAN
                   WS-HISTSEL-TOT HISTORY-FILE-NAME
                   WS-HISTSEL-OK
               cancel "HistorySelect"
               open input HISTORY-FILE
               if WS-HISTORY-STATUS not = "00"
                   display "Payroll-History.csv not found -- geen"
                       " groepsverzekeringsbijdragen."
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
                           perform 2100-ONE-HISTORY-ROW thru 2100-EXIT
                   end-read
               end-perform
               close HISTORY-FILE
               call "SYSTEM" using "rm -f HISTSEL-GV.TMP".
           2000-EXIT.
               exit.

           2100-ONE-HISTORY-ROW.
               move spaces to H-PERIODE
               move spaces to H-PERSNR
               move spaces to H-NAAM
               move spaces to H-BRUTO-S
               move spaces to H-PLAN
               move spaces to H-WERKNEMER-S
               move spaces to H-WERKGEVER-S
               move spaces to H-BIJZONDER-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-SKIP H-BRUTO-S
                        H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP
                        H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP
                        H-SKIP H-SKIP H-SKIP H-PLAN H-WERKNEMER-S
                        H-WERKGEVER-S H-BIJZONDER-S
               end-unstring
               if H-PERSNR = spaces or H-PLAN = spaces
                   go to 2100-EXIT
               end-if
      *>        the flat regime hands back every period
               if H-PERIODE(1:4) not = WS-JAAR
                   or H-PERIODE(6:2) not numeric
                   go to 2100-EXIT
               end-if
               move H-PERIODE(6:2) to WS-H-MAAND
               if WS-H-MAAND < WS-MAAND-VAN
                   or WS-H-MAAND > WS-MAAND-TOT
                   go to 2100-EXIT
               end-if
               move 0 to WS-H-BRUTO
               if function test-numval(function trim(H-BRUTO-S)) = 0
                   move function numval(function trim(H-BRUTO-S))
                       to WS-H-BRUTO
               end-if
               move 0 to WS-H-WERKNEMER
               if function test-numval(function trim(H-WERKNEMER-S))
                       = 0
                   move function numval(function trim(H-WERKNEMER-S))
                       to WS-H-WERKNEMER
               end-if
               move 0 to WS-H-WERKGEVER
               if function test-numval(function trim(H-WERKGEVER-S))
                       = 0
                   move function numval(function trim(H-WERKGEVER-S))
                       to WS-H-WERKGEVER
               end-if
               move 0 to WS-H-BIJZONDER
               if function test-numval(function trim(H-BIJZONDER-S))
                       = 0
                   move function numval(function trim(H-BIJZONDER-S))
                       to WS-H-BIJZONDER
               end-if
               if WS-H-WERKNEMER = 0 and WS-H-WERKGEVER = 0
                   go to 2100-EXIT
               end-if
               move 0 to WS-GV-FOUND-IDX
               perform varying WS-GV-IDX from 1 by 1
                       until WS-GV-IDX > WS-GV-COUNT
                   if GV-PERSNR(WS-GV-IDX) = H-PERSNR
                       and GV-PLAN(WS-GV-IDX) = H-PLAN
                       move WS-GV-IDX to WS-GV-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-GV-FOUND-IDX = 0
                   if WS-GV-COUNT >= 500
                       display "Deelnemerstabel vol -- " H-PERSNR
                           " niet opgenomen."
                       go to 2100-EXIT
                   end-if
                   add 1 to WS-GV-COUNT
                   move WS-GV-COUNT to WS-GV-FOUND-IDX
                   move H-PERSNR to GV-PERSNR(WS-GV-FOUND-IDX)
                   move H-PLAN to GV-PLAN(WS-GV-FOUND-IDX)
                   move 0 to GV-BRUTO(WS-GV-FOUND-IDX)
                   move 0 to GV-WERKNEMER(WS-GV-FOUND-IDX)
                   move 0 to GV-WERKGEVER(WS-GV-FOUND-IDX)
                   move 0 to GV-BIJZONDER(WS-GV-FOUND-IDX)
               end-if
      *>        the latest name wins -- the master may have been
      *>        corrected during the period
               move H-NAAM to GV-NAAM(WS-GV-FOUND-IDX)
               add WS-H-BRUTO to GV-BRUTO(WS-GV-FOUND-IDX)
               add WS-H-WERKNEMER to GV-WERKNEMER(WS-GV-FOUND-IDX)
               add WS-H-WERKGEVER to GV-WERKGEVER(WS-GV-FOUND-IDX)
               add WS-H-BIJZONDER to GV-BIJZONDER(WS-GV-FOUND-IDX).
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-STATEMENT: per plan the members' premiums for the
      *> insurer, a TOTAAL row and the bijzondere bijdrage for the
      *> RSZ. A contribution under a plan code no longer in the plan
      *> table is listed under its code with an empty insurer.
      *>----------------------------------------------------------------
           3000-WRITE-STATEMENT.
               perform varying WS-GV-IDX from 1 by 1
                       until WS-GV-IDX > WS-GV-COUNT
                   perform 3050-FIND-PLAN thru 3050-EXIT
               end-perform
               open output UIT-FILE
               if WS-UIT-STATUS not = "00"
                   display "Cannot create "
                       function trim(DYNAMIC-UITFILE)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to UIT-REGEL
               string "Verzekeraar,PolisNr,Plan,Kwartaal,PersNr,Naam,"
                      "Bruto,Werknemer,Werkgever,Premie"
                      delimited by size
                   into UIT-REGEL
               end-string
               write UIT-REGEL
               perform varying WS-PLAN-IDX from 1 by 1
                       until WS-PLAN-IDX > WS-PLAN-COUNT
                   if PLN-WERKNEMER(WS-PLAN-IDX) > 0
                       or PLN-WERKGEVER(WS-PLAN-IDX) > 0
                       perform 3100-ONE-PLAN thru 3100-EXIT
                   end-if
               end-perform
               close UIT-FILE
               display "Premieoverzicht " function trim(WS-PERIODE)
                   ": " function trim(DYNAMIC-UITFILE) " ("
                   WS-LINES-WRITTEN " deelnemers)".
           3000-EXIT.
               exit.

      *>    the entry's plan in the plan table -- an unknown code is
      *>    added so its premiums still reach the statement
           3050-FIND-PLAN.
               perform varying WS-PLAN-IDX from 1 by 1
                       until WS-PLAN-IDX > WS-PLAN-COUNT
                   if PLN-CODE(WS-PLAN-IDX) = GV-PLAN(WS-GV-IDX)
                       exit perform
                   end-if
               end-perform
               if WS-PLAN-IDX > WS-PLAN-COUNT
                   if WS-PLAN-COUNT >= 20
                       display "Plantabel vol -- plan "
                           GV-PLAN(WS-GV-IDX) " niet opgenomen."
                       go to 3050-EXIT
                   end-if
                   display "Plan " function trim(GV-PLAN(WS-GV-IDX))
                       " niet in Groepsverzekering-Plannen.csv."
                   add 1 to WS-PLAN-COUNT
                   move WS-PLAN-COUNT to WS-PLAN-IDX
                   move spaces to PLAN-ENTRY(WS-PLAN-IDX)
                   move GV-PLAN(WS-GV-IDX) to PLN-CODE(WS-PLAN-IDX)
                   move 0 to PLN-BRUTO(WS-PLAN-IDX)
                   move 0 to PLN-WERKNEMER(WS-PLAN-IDX)
                   move 0 to PLN-WERKGEVER(WS-PLAN-IDX)
                   move 0 to PLN-BIJZONDER(WS-PLAN-IDX)
               end-if
               add GV-BRUTO(WS-GV-IDX) to PLN-BRUTO(WS-PLAN-IDX)
               add GV-WERKNEMER(WS-GV-IDX) to PLN-WERKNEMER(WS-PLAN-IDX)
               add GV-WERKGEVER(WS-GV-IDX) to PLN-WERKGEVER(WS-PLAN-IDX)
               add GV-BIJZONDER(WS-GV-IDX)
                   to PLN-BIJZONDER(WS-PLAN-IDX).
           3050-EXIT.
               exit.

           3100-ONE-PLAN.
               perform varying WS-GV-IDX from 1 by 1
                       until WS-GV-IDX > WS-GV-COUNT
                   if GV-PLAN(WS-GV-IDX) = PLN-CODE(WS-PLAN-IDX)
                       move GV-BRUTO(WS-GV-IDX) to DISPLAY-BRUTO
                       move GV-WERKNEMER(WS-GV-IDX) to DISPLAY-WN
                       move GV-WERKGEVER(WS-GV-IDX) to DISPLAY-WG
                       compute WS-PREMIE = GV-WERKNEMER(WS-GV-IDX)
                           + GV-WERKGEVER(WS-GV-IDX)
                       move WS-PREMIE to DISPLAY-PREMIE
                       move spaces to UIT-REGEL
                       string
                           function trim(PLN-VERZEKERAAR(WS-PLAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(PLN-POLISNR(WS-PLAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(PLN-CODE(WS-PLAN-IDX))
                               delimited by size
                           "," delimited by size
                           WS-PERIODE delimited by size
                           "," delimited by size
                           function trim(GV-PERSNR(WS-GV-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(GV-NAAM(WS-GV-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(DISPLAY-BRUTO)
                               delimited by size
                           "," delimited by size
                           function trim(DISPLAY-WN) delimited by size
                           "," delimited by size
                           function trim(DISPLAY-WG) delimited by size
                           "," delimited by size
                           function trim(DISPLAY-PREMIE)
                               delimited by size
                           into UIT-REGEL
                       end-string
                       write UIT-REGEL
                       add 1 to WS-LINES-WRITTEN
                   end-if
               end-perform
               move PLN-BRUTO(WS-PLAN-IDX) to DISPLAY-BRUTO
               move PLN-WERKNEMER(WS-PLAN-IDX) to DISPLAY-WN
               move PLN-WERKGEVER(WS-PLAN-IDX) to DISPLAY-WG
               compute WS-PREMIE = PLN-WERKNEMER(WS-PLAN-IDX)
                   + PLN-WERKGEVER(WS-PLAN-IDX)
               move WS-PREMIE to DISPLAY-PREMIE
               move spaces to UIT-REGEL
               string
                   function trim(PLN-VERZEKERAAR(WS-PLAN-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(PLN-POLISNR(WS-PLAN-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(PLN-CODE(WS-PLAN-IDX))
                       delimited by size
                   "," delimited by size
                   WS-PERIODE delimited by size
                   ",TOTAAL,," delimited by size
                   function trim(DISPLAY-BRUTO) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-WN) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-WG) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-PREMIE) delimited by size
                   into UIT-REGEL
               end-string
               write UIT-REGEL
               move PLN-BIJZONDER(WS-PLAN-IDX) to DISPLAY-BZ
               move spaces to UIT-REGEL
               string
                   function trim(PLN-VERZEKERAAR(WS-PLAN-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(PLN-POLISNR(WS-PLAN-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(PLN-CODE(WS-PLAN-IDX))
                       delimited by size
                   "," delimited by size
                   WS-PERIODE delimited by size
                   ",BIJZONDERE-BIJDRAGE,,,,," delimited by size
                   function trim(DISPLAY-BZ) delimited by size
                   into UIT-REGEL
               end-string
               write UIT-REGEL
               display "Plan " function trim(PLN-CODE(WS-PLAN-IDX))
                   ": premie " function trim(DISPLAY-PREMIE)
                   ", bijzondere bijdrage " function trim(DISPLAY-BZ).
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-DB2P: one row per member and plan with the year's
      *> contributions and the service dates from the master.
      *>----------------------------------------------------------------
           4000-WRITE-DB2P.
               open output UIT-FILE
               if WS-UIT-STATUS not = "00"
                   display "Cannot create "
                       function trim(DYNAMIC-UITFILE)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to UIT-REGEL
               string "Jaar,Verzekeraar,PolisNr,Plan,PersNr,Naam,"
                      "InDienst,UitDienst,Bruto,PersoonlijkeBijdragen,"
                      "WerkgeversBijdragen,BijzondereBijdrage"
                      delimited by size
                   into UIT-REGEL
               end-string
               write UIT-REGEL
               perform varying WS-GV-IDX from 1 by 1
                       until WS-GV-IDX > WS-GV-COUNT
                   perform 4100-ONE-MEMBER thru 4100-EXIT
               end-perform
               close UIT-FILE
               display "DB2P-extract " WS-JAAR ": "
                   function trim(DYNAMIC-UITFILE) " ("
                   WS-LINES-WRITTEN " rijen)".
           4000-EXIT.
               exit.

           4100-ONE-MEMBER.
               perform varying WS-PLAN-IDX from 1 by 1
                       until WS-PLAN-IDX > WS-PLAN-COUNT
                   if PLN-CODE(WS-PLAN-IDX) = GV-PLAN(WS-GV-IDX)
                       exit perform
                   end-if
               end-perform
               move spaces to E-INDIENST
               move spaces to E-UITDIENST
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                   if EMP-PERSNR(WS-EMP-IDX) = GV-PERSNR(WS-GV-IDX)
                       move EMP-INDIENST(WS-EMP-IDX) to E-INDIENST
                       move EMP-UITDIENST(WS-EMP-IDX) to E-UITDIENST
                       exit perform
                   end-if
               end-perform
               move GV-BRUTO(WS-GV-IDX) to DISPLAY-BRUTO
               move GV-WERKNEMER(WS-GV-IDX) to DISPLAY-WN
               move GV-WERKGEVER(WS-GV-IDX) to DISPLAY-WG
               move GV-BIJZONDER(WS-GV-IDX) to DISPLAY-BZ
               move spaces to P-VERZEKERAAR
               move spaces to P-POLISNR
               if WS-PLAN-IDX <= WS-PLAN-COUNT
                   move PLN-VERZEKERAAR(WS-PLAN-IDX) to P-VERZEKERAAR
                   move PLN-POLISNR(WS-PLAN-IDX) to P-POLISNR
               end-if
               move spaces to UIT-REGEL
               string
                   WS-JAAR delimited by size
                   "," delimited by size
                   function trim(P-VERZEKERAAR) delimited by size
                   "," delimited by size
                   function trim(P-POLISNR) delimited by size
                   "," delimited by size
                   function trim(GV-PLAN(WS-GV-IDX)) delimited by size
                   "," delimited by size
                   function trim(GV-PERSNR(WS-GV-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(GV-NAAM(WS-GV-IDX)) delimited by size
                   "," delimited by size
                   function trim(E-INDIENST) delimited by size
                   "," delimited by size
                   function trim(E-UITDIENST) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-BRUTO) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-WN) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-WG) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-BZ) delimited by size
                   into UIT-REGEL
               end-string
               write UIT-REGEL
               add 1 to WS-LINES-WRITTEN.
           4100-EXIT.
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
               move "GroupInsurance" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Payroll-History.csv" to LOG-INPUT-FILE
               move DYNAMIC-UITFILE to LOG-OUTPUT-FILE
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
