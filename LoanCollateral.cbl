      *>----------------------------------------------------------------
      *> LoanCollateral -- the loan administration knew the debt and
      *> nothing of the property behind it: not what it is worth,
      *> not what is registered on it, not in which rank. This keeps
      *> the collateral register next to Leningen-Master.csv:
      *>   REGISTREER <lening> <omschrijving>,<rang>,<inschrijving>,
      *>              <mandaat>
      *>       a property securing the loan, the amount of the
      *>       mortgage registered on it (inschrijving) in its rank
      *>       and the amount of the mortgage mandate (mandaat) on
      *>       top of it -- either may be 0. Lening-Zekerheden.csv
      *>       (ZekerheidNr,LeningNr,Omschrijving,Rang,Inschrijving,
      *>       Mandaat,Geregistreerd); the number is the highest in
      *>       the register plus one.
      *>   SCHATTING <zekerheidnr> <datum>,<waarde>[,<schatter>]
      *>       a valuation of the property, appended to
      *>       Zekerheid-Schattingen.csv (ZekerheidNr,Datum,Waarde,
      *>       Schatter); the latest one by date counts. No date
      *>       means today.
      *>   LTV
      *>       the loan-to-value report, Zekerheden-LTV-<datum>.txt:
      *>       every loan not AFGESLOTEN, its OpenSaldo against the
      *>       latest valuation of all its collateral, with its
      *>       registrations; flagged when the LTV is above the
      *>       policy ceiling, when a valuation is older than the
      *>       policy allows, or when there is no collateral or no
      *>       valuation at all. Policy in Zekerheid-Config.csv
      *>       (Sleutel,Waarde): MAXLTVPCT and MAXSCHATTINGMND.
      *>----------------------------------------------------------------
       identification division.
       program-id. LoanCollateral.
       environment division.
       input-output section.
       file-control.
           select MASTER-FILE assign to "Leningen-Master.csv"
               organization is line sequential
               file status is WS-MASTER-STATUS.
           select ZEKERHEID-FILE assign to "Lening-Zekerheden.csv"
               organization is line sequential
               file status is WS-ZEKERHEID-STATUS.
           select SCHATTING-FILE assign to "Zekerheid-Schattingen.csv"
               organization is line sequential
               file status is WS-SCHATTING-STATUS.
           select CONFIG-FILE assign to "Zekerheid-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select REPORT-FILE assign dynamic DYNAMIC-REPORTFILE
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd MASTER-FILE.
           01 MASTER-REGEL pic x(120).

           fd ZEKERHEID-FILE.
           01 ZEKERHEID-REGEL pic x(120).

           fd SCHATTING-FILE.
           01 SCHATTING-REGEL pic x(80).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd REPORT-FILE.
           01 REPORT-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-MASTER-STATUS pic xx.
           01 WS-ZEKERHEID-STATUS pic xx.
           01 WS-SCHATTING-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-REPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-REPORTFILE pic x(40).

           01 WS-ACTIE pic x(11).
           01 WS-VANDAAG pic x(10).
           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-ROWS-OUT pic 9(05) value 0.

      *>    the loan master in memory
           01 WS-MASTER-COUNT pic 9(03) value 0.
           01 WS-MASTER-LEESREGEL pic x(120).
           01 MASTER-TABLE.
               05 MASTER-ENTRY occurs 200 times
                       indexed by MASTER-IDX.
                   10 MST-NR pic x(08).
                   10 MST-NAAM pic x(30).
                   10 MST-OPEN pic 9(09)V99.
                   10 MST-STATE pic x(12).
           01 WS-MST-F3 pic x(14).
           01 WS-MST-F4 pic x(08).
           01 WS-MST-F5 pic x(06).
           01 WS-MST-F6 pic x(12).
           01 WS-MST-F7 pic x(14).
           01 WS-MST-OPEN-S pic x(14).
           01 WS-MST-GEVONDEN pic 9(03).

      *>    the collateral register in memory
           01 WS-ZKH-COUNT pic 9(04) value 0.
           01 WS-ZKH-LEESREGEL pic x(120).
           01 ZEKERHEID-TABLE.
               05 ZEKERHEID-ENTRY occurs 1000 times
                       indexed by ZKH-IDX.
                   10 ZKH-NR pic 9(05).
                   10 ZKH-LENING pic x(08).
                   10 ZKH-OMSCHRIJVING pic x(40).
                   10 ZKH-RANG pic 9(02).
                   10 ZKH-INSCHRIJVING pic 9(09)V99.
                   10 ZKH-MANDAAT pic 9(09)V99.
                   10 ZKH-GEREGISTREERD pic x(10).
                   10 ZKH-SCHATDATUM pic x(10).
                   10 ZKH-WAARDE pic 9(09)V99.
           01 WS-ZKH-NR-S pic x(08).
           01 WS-ZKH-RANG-S pic x(05).
           01 WS-ZKH-INSCHRIJVING-S pic x(14).
           01 WS-ZKH-MANDAAT-S pic x(14).
           01 WS-ZKH-MAX-NR pic 9(05) value 0.
           01 WS-ZKH-GEVONDEN pic 9(04).

      *>    one valuation row
           01 WS-SCH-LEESREGEL pic x(80).
           01 WS-SCH-NR-S pic x(08).
           01 WS-SCH-NR pic 9(05).
           01 WS-SCH-DATUM pic x(10).
           01 WS-SCH-WAARDE-S pic x(14).
           01 WS-SCH-WAARDE pic 9(09)V99.
           01 WS-SCH-SCHATTER pic x(40).

      *>    the spec off LINK-PARM2
           01 WS-IN-OMSCHRIJVING pic x(40).
           01 WS-IN-F2 pic x(14).
           01 WS-IN-F3 pic x(14).
           01 WS-IN-F4 pic x(40).

      *>    policy
           01 WS-CFG-LEESREGEL pic x(60).
           01 WS-CFG-SLEUTEL pic x(20).
           01 WS-CFG-WAARDE pic x(20).
           01 WS-MAX-LTV pic 9(03)V99 value 80.
           01 WS-MAX-MAANDEN pic 9(03) value 36.

      *>    the LTV of one loan
           01 WS-LN-WAARDE pic 9(11)V99.
           01 WS-LN-INSCHRIJVING pic 9(11)V99.
           01 WS-LN-MANDAAT pic 9(11)V99.
           01 WS-LN-ZEKERHEDEN pic 9(03).
           01 WS-LN-ZONDER pic 9(03).
           01 WS-LN-OUD pic 9(03).
           01 WS-LN-LTV pic 9(05)V9.
           01 WS-LN-SIGNAAL pic x(60).
           01 WS-TUSSEN pic 9(13)V99.
           01 WS-OUDERDOM pic s9(05).
           01 WS-OUD pic x(01).

      *>    the report totals
           01 WS-TOT-LENINGEN pic 9(05) value 0.
           01 WS-TOT-GESIGNALEERD pic 9(05) value 0.
           01 WS-TOT-OPEN pic 9(11)V99 value 0.
           01 WS-TOT-WAARDE pic 9(11)V99 value 0.
           01 WS-TOT-OPEN-GESCHAT pic 9(11)V99 value 0.
           01 WS-TOT-LTV pic 9(05)V9.

           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT-2 pic Z(8)9.99.
           01 DISPLAY-AMT-3 pic Z(8)9.99.
           01 DISPLAY-AMT-4 pic Z(8)9.99.
           01 DISPLAY-TOT pic Z(10)9.99.
           01 DISPLAY-LTV pic ZZZZ9.9.
           01 DISPLAY-PCT pic ZZ9.99.
           01 DISPLAY-NR pic 9(05).
           01 DISPLAY-RANG pic Z9.
           01 DISPLAY-AANTAL pic ZZZZ9.
           01 DISPLAY-GESIGNALEERD pic ZZZZ9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(80).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-VANDAAG
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE

           perform 1000-LOAD-MASTER thru 1000-EXIT
           perform 1100-LOAD-ZEKERHEDEN thru 1100-EXIT

           evaluate WS-ACTIE
               when "REGISTREER"
                   perform 2000-REGISTER thru 2000-EXIT
               when "SCHATTING"
                   perform 3000-VALUATION thru 3000-EXIT
               when "LTV"
                   perform 1200-LOAD-SCHATTINGEN thru 1200-EXIT
                   perform 1300-LOAD-CONFIG thru 1300-EXIT
                   perform 4000-LTV-REPORT thru 4000-EXIT
               when other
                   display "Onbekende actie (REGISTREER, SCHATTING"
                       " of LTV): " function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-MASTER / 1100-LOAD-ZEKERHEDEN / 1200-LOAD-
      *> SCHATTINGEN / 1300-LOAD-CONFIG: missing files are empty
      *> ones (the policy keeps its defaults).
      *>----------------------------------------------------------------
           1000-LOAD-MASTER.
               move 0 to WS-MASTER-COUNT
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read MASTER-FILE into WS-MASTER-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE into WS-MASTER-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-MASTER-LEESREGEL not = spaces
                               and WS-MASTER-COUNT < 200
                               add 1 to WS-MASTER-COUNT
                               move spaces
                                   to MASTER-ENTRY(WS-MASTER-COUNT)
                               move spaces to WS-MST-OPEN-S
                               unstring function trim(
                                       WS-MASTER-LEESREGEL)
                                   delimited by ","
                                   into MST-NR(WS-MASTER-COUNT)
                                        MST-NAAM(WS-MASTER-COUNT)
                                        WS-MST-F3 WS-MST-F4
                                        WS-MST-F5 WS-MST-F6
                                        WS-MST-F7 WS-MST-OPEN-S
                                        MST-STATE(WS-MASTER-COUNT)
                               end-unstring
                               move function numval-c(function trim(
                                   WS-MST-OPEN-S))
                                   to MST-OPEN(WS-MASTER-COUNT)
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1000-EXIT.
               exit.

           1100-LOAD-ZEKERHEDEN.
               move 0 to WS-ZKH-COUNT
               open input ZEKERHEID-FILE
               if WS-ZEKERHEID-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read ZEKERHEID-FILE into WS-ZKH-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read ZEKERHEID-FILE into WS-ZKH-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1110-ONE-ZEKERHEID thru 1110-EXIT
                   end-read
               end-perform
               close ZEKERHEID-FILE.
           1100-EXIT.
               exit.

           1110-ONE-ZEKERHEID.
               if WS-ZKH-LEESREGEL = spaces
                   go to 1110-EXIT
               end-if
               if WS-ZKH-COUNT >= 1000
                   display "Zekerhedenregister vol, overgeslagen: "
                       WS-ZKH-LEESREGEL(1:40)
                   go to 1110-EXIT
               end-if
               add 1 to WS-ZKH-COUNT
               add 1 to WS-ROWS-READ
               move spaces to ZEKERHEID-ENTRY(WS-ZKH-COUNT)
               move spaces to WS-ZKH-NR-S WS-ZKH-RANG-S
                   WS-ZKH-INSCHRIJVING-S WS-ZKH-MANDAAT-S
               unstring function trim(WS-ZKH-LEESREGEL)
                   delimited by ","
                   into WS-ZKH-NR-S
                        ZKH-LENING(WS-ZKH-COUNT)
                        ZKH-OMSCHRIJVING(WS-ZKH-COUNT)
                        WS-ZKH-RANG-S
                        WS-ZKH-INSCHRIJVING-S
                        WS-ZKH-MANDAAT-S
                        ZKH-GEREGISTREERD(WS-ZKH-COUNT)
               end-unstring
               move function numval(function trim(WS-ZKH-NR-S))
                   to ZKH-NR(WS-ZKH-COUNT)
               move function numval(function trim(WS-ZKH-RANG-S))
                   to ZKH-RANG(WS-ZKH-COUNT)
               move function numval-c(function trim(
                   WS-ZKH-INSCHRIJVING-S))
                   to ZKH-INSCHRIJVING(WS-ZKH-COUNT)
               move function numval-c(function trim(
                   WS-ZKH-MANDAAT-S))
                   to ZKH-MANDAAT(WS-ZKH-COUNT)
               move spaces to ZKH-SCHATDATUM(WS-ZKH-COUNT)
               move 0 to ZKH-WAARDE(WS-ZKH-COUNT)
               if ZKH-NR(WS-ZKH-COUNT) > WS-ZKH-MAX-NR
                   move ZKH-NR(WS-ZKH-COUNT) to WS-ZKH-MAX-NR
               end-if.
           1110-EXIT.
               exit.

      *>    the latest valuation by date onto each register row
           1200-LOAD-SCHATTINGEN.
               open input SCHATTING-FILE
               if WS-SCHATTING-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read SCHATTING-FILE into WS-SCH-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SCHATTING-FILE into WS-SCH-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-SCH-NR-S WS-SCH-DATUM
                               WS-SCH-WAARDE-S
                           unstring function trim(WS-SCH-LEESREGEL)
                               delimited by ","
                               into WS-SCH-NR-S WS-SCH-DATUM
                                    WS-SCH-WAARDE-S
                           end-unstring
                           if function test-numval(function trim(
                                   WS-SCH-NR-S)) = 0
                               and function test-numval-c(function
                                   trim(WS-SCH-WAARDE-S)) = 0
                               move function numval(function trim(
                                   WS-SCH-NR-S)) to WS-SCH-NR
                               move function numval-c(function trim(
                                   WS-SCH-WAARDE-S)) to WS-SCH-WAARDE
                               perform 1210-APPLY-SCHATTING
                                   thru 1210-EXIT
                           end-if
                   end-read
               end-perform
               close SCHATTING-FILE.
           1200-EXIT.
               exit.

           1210-APPLY-SCHATTING.
               perform varying ZKH-IDX from 1 by 1
                       until ZKH-IDX > WS-ZKH-COUNT
                   if ZKH-NR(ZKH-IDX) = WS-SCH-NR
                       if ZKH-SCHATDATUM(ZKH-IDX) = spaces
                           or WS-SCH-DATUM >= ZKH-SCHATDATUM(ZKH-IDX)
                           move WS-SCH-DATUM
                               to ZKH-SCHATDATUM(ZKH-IDX)
                           move WS-SCH-WAARDE to ZKH-WAARDE(ZKH-IDX)
                       end-if
                       exit perform
                   end-if
               end-perform.
           1210-EXIT.
               exit.

           1300-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read CONFIG-FILE into WS-CFG-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONFIG-FILE into WS-CFG-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CFG-SLEUTEL WS-CFG-WAARDE
                           unstring function trim(WS-CFG-LEESREGEL)
                               delimited by ","
                               into WS-CFG-SLEUTEL WS-CFG-WAARDE
                           end-unstring
                           if function test-numval(function trim(
                                   WS-CFG-WAARDE)) = 0
                               evaluate function trim(WS-CFG-SLEUTEL)
                                   when "MAXLTVPCT"
                                       move function numval(
                                           function trim(
                                           WS-CFG-WAARDE))
                                           to WS-MAX-LTV
                                   when "MAXSCHATTINGMND"
                                       move function numval(
                                           function trim(
                                           WS-CFG-WAARDE))
                                           to WS-MAX-MAANDEN
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close CONFIG-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-REGISTER: LINK-PARM1 the loan, LINK-PARM2
      *> <omschrijving>,<rang>,<inschrijving>,<mandaat>.
      *>----------------------------------------------------------------
           2000-REGISTER.
               perform 2100-FIND-LOAN thru 2100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 2000-EXIT
               end-if
               move spaces to WS-IN-OMSCHRIJVING WS-IN-F2 WS-IN-F3
                   WS-IN-F4
               unstring LINK-PARM2 delimited by ","
                   into WS-IN-OMSCHRIJVING WS-IN-F2 WS-IN-F3 WS-IN-F4
               end-unstring
               if function trim(WS-IN-F3) = spaces
                   move "0" to WS-IN-F3
               end-if
               if function trim(WS-IN-F4) = spaces
                   move "0" to WS-IN-F4
               end-if
               if WS-IN-OMSCHRIJVING = spaces
                   display "REGISTREER vraagt een omschrijving van"
                       " het pand."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function test-numval(function trim(WS-IN-F2)) not = 0
                   or function test-numval-c(function trim(WS-IN-F3))
                       not = 0
                   or function test-numval-c(function trim(WS-IN-F4))
                       not = 0
                   display "Ongeldige rang of bedrag: "
                       function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function numval(function trim(WS-IN-F2)) < 1
                   or function numval(function trim(WS-IN-F2)) > 99
                   display "Rang 1 tot 99 verwacht: "
                       function trim(WS-IN-F2)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function numval-c(function trim(WS-IN-F3)) = 0
                   and function numval-c(function trim(WS-IN-F4)) = 0
                   display "Geen inschrijving en geen mandaat -- niets"
                       " te registreren."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if WS-ZKH-COUNT >= 1000
                   display "Zekerhedenregister vol -- niet"
                       " geregistreerd."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               add 1 to WS-ZKH-MAX-NR
               add 1 to WS-ZKH-COUNT
               set ZKH-IDX to WS-ZKH-COUNT
               move WS-ZKH-MAX-NR to ZKH-NR(ZKH-IDX)
               move MST-NR(MASTER-IDX) to ZKH-LENING(ZKH-IDX)
               move function trim(WS-IN-OMSCHRIJVING)
                   to ZKH-OMSCHRIJVING(ZKH-IDX)
               move function numval(function trim(WS-IN-F2))
                   to ZKH-RANG(ZKH-IDX)
               move function numval-c(function trim(WS-IN-F3))
                   to ZKH-INSCHRIJVING(ZKH-IDX)
               move function numval-c(function trim(WS-IN-F4))
                   to ZKH-MANDAAT(ZKH-IDX)
               move WS-VANDAAG to ZKH-GEREGISTREERD(ZKH-IDX)

               open extend ZEKERHEID-FILE
               if WS-ZEKERHEID-STATUS not = "00"
                   open output ZEKERHEID-FILE
                   if WS-ZEKERHEID-STATUS not = "00"
                       display "Error opening Lening-Zekerheden.csv: "
                           WS-ZEKERHEID-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 2000-EXIT
                   end-if
                   move spaces to ZEKERHEID-REGEL
                   string "ZekerheidNr,LeningNr,Omschrijving,Rang,"
                          "Inschrijving,Mandaat,Geregistreerd"
                              delimited by size
                       into ZEKERHEID-REGEL
                   end-string
                   write ZEKERHEID-REGEL
               end-if
               move ZKH-NR(ZKH-IDX) to DISPLAY-NR
               move ZKH-RANG(ZKH-IDX) to DISPLAY-RANG
               move ZKH-INSCHRIJVING(ZKH-IDX) to DISPLAY-AMT
               move ZKH-MANDAAT(ZKH-IDX) to DISPLAY-AMT-2
               move spaces to ZEKERHEID-REGEL
               string DISPLAY-NR "," ZKH-LENING(ZKH-IDX) ","
                      function trim(ZKH-OMSCHRIJVING(ZKH-IDX)) ","
                      function trim(DISPLAY-RANG) ","
                      function trim(DISPLAY-AMT) ","
                      function trim(DISPLAY-AMT-2) ","
                      ZKH-GEREGISTREERD(ZKH-IDX)
                          delimited by size
                   into ZEKERHEID-REGEL
               end-string
               write ZEKERHEID-REGEL
               close ZEKERHEID-FILE
               move 1 to WS-ROWS-OUT
               display "Zekerheid " DISPLAY-NR " geregistreerd op"
                   " lening " MST-NR(MASTER-IDX) ": inschrijving "
                   function trim(DISPLAY-AMT) " in rang "
                   function trim(DISPLAY-RANG) ", mandaat "
                   function trim(DISPLAY-AMT-2)
               display "  Registreer de schatting met SCHATTING "
                   DISPLAY-NR ".".
           2000-EXIT.
               exit.

      *>    MASTER-IDX on the loan of LINK-PARM1
           2100-FIND-LOAN.
               move 0 to WS-MST-GEVONDEN
               perform varying MASTER-IDX from 1 by 1
                       until MASTER-IDX > WS-MASTER-COUNT
                   if MST-NR(MASTER-IDX) = LINK-PARM1(1:8)
                       set WS-MST-GEVONDEN to MASTER-IDX
                       exit perform
                   end-if
               end-perform
               if WS-MST-GEVONDEN = 0
                   display "Lening " function trim(LINK-PARM1)
                       " niet gevonden in Leningen-Master.csv."
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               set MASTER-IDX to WS-MST-GEVONDEN.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-VALUATION: LINK-PARM1 the collateral number, LINK-PARM2
      *> <datum>,<waarde>[,<schatter>].
      *>----------------------------------------------------------------
           3000-VALUATION.
               if function test-numval(function trim(LINK-PARM1))
                       not = 0
                   display "Ongeldig zekerheidsnummer: "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval(function trim(LINK-PARM1))
                   to WS-SCH-NR
               move 0 to WS-ZKH-GEVONDEN
               perform varying ZKH-IDX from 1 by 1
                       until ZKH-IDX > WS-ZKH-COUNT
                   if ZKH-NR(ZKH-IDX) = WS-SCH-NR
                       set WS-ZKH-GEVONDEN to ZKH-IDX
                       exit perform
                   end-if
               end-perform
               if WS-ZKH-GEVONDEN = 0
                   display "Zekerheid " function trim(LINK-PARM1)
                       " niet gevonden in Lening-Zekerheden.csv."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to WS-SCH-DATUM WS-SCH-WAARDE-S
                   WS-SCH-SCHATTER
               unstring LINK-PARM2 delimited by ","
                   into WS-SCH-DATUM WS-SCH-WAARDE-S WS-SCH-SCHATTER
               end-unstring
               move function trim(WS-SCH-DATUM) to WS-SCH-DATUM
               if WS-SCH-DATUM = spaces
                   move WS-VANDAAG to WS-SCH-DATUM
               end-if
               if WS-SCH-DATUM(5:1) not = "-"
                   or WS-SCH-DATUM(8:1) not = "-"
                   or WS-SCH-DATUM(1:4) not numeric
                   or WS-SCH-DATUM(6:2) not numeric
                   or WS-SCH-DATUM(9:2) not numeric
                   display "Ongeldige schattingsdatum (YYYY-MM-DD): "
                       WS-SCH-DATUM
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if WS-SCH-DATUM > WS-VANDAAG
                   display "Een schatting kan niet in de toekomst"
                       " liggen: " WS-SCH-DATUM
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if function test-numval-c(function trim(
                       WS-SCH-WAARDE-S)) not = 0
                   display "Ongeldige waarde: "
                       function trim(WS-SCH-WAARDE-S)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval-c(function trim(WS-SCH-WAARDE-S))
                   to WS-SCH-WAARDE
               if WS-SCH-WAARDE = 0
                   display "Een schatting vraagt een waarde."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if

               open extend SCHATTING-FILE
               if WS-SCHATTING-STATUS not = "00"
                   open output SCHATTING-FILE
                   if WS-SCHATTING-STATUS not = "00"
                       display "Error opening"
                           " Zekerheid-Schattingen.csv: "
                           WS-SCHATTING-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 3000-EXIT
                   end-if
                   move "ZekerheidNr,Datum,Waarde,Schatter"
                       to SCHATTING-REGEL
                   write SCHATTING-REGEL
               end-if
               move WS-SCH-NR to DISPLAY-NR
               move WS-SCH-WAARDE to DISPLAY-AMT
               move spaces to SCHATTING-REGEL
               string DISPLAY-NR "," WS-SCH-DATUM ","
                      function trim(DISPLAY-AMT) ","
                      function trim(WS-SCH-SCHATTER)
                          delimited by size
                   into SCHATTING-REGEL
               end-string
               write SCHATTING-REGEL
               close SCHATTING-FILE
               move 1 to WS-ROWS-OUT
               display "Schatting van " WS-SCH-DATUM " geregistreerd"
                   " voor zekerheid " DISPLAY-NR ": "
                   function trim(DISPLAY-AMT).
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-LTV-REPORT: one block per loan not AFGESLOTEN --
      *> the loan line with its LTV and signals, a line per
      *> collateral under it -- and the portfolio totals.
      *>----------------------------------------------------------------
           4000-LTV-REPORT.
               move spaces to DYNAMIC-REPORTFILE
               string "Zekerheden-LTV-" WS-VANDAAG ".txt"
                       delimited by size
                   into DYNAMIC-REPORTFILE
               end-string
               open output REPORT-FILE
               if WS-REPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-REPORTFILE) ": "
                       WS-REPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move WS-MAX-LTV to DISPLAY-PCT
               move WS-MAX-MAANDEN to DISPLAY-AANTAL
               move spaces to REPORT-REGEL
               string "LOAN-TO-VALUE LENINGEN     Datum: " WS-VANDAAG
                      "     Beleid: LTV max "
                      function trim(DISPLAY-PCT) "%, schatting max "
                      function trim(DISPLAY-AANTAL) " maanden"
                          delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               move "Lening" to REPORT-REGEL(1:6)
               move "Kredietnemer" to REPORT-REGEL(10:12)
               move "OpenSaldo" to REPORT-REGEL(44:9)
               move "Waarde" to REPORT-REGEL(60:6)
               move "LTV%" to REPORT-REGEL(70:4)
               move "Signalen" to REPORT-REGEL(75:8)
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               move "Zekerheid" to REPORT-REGEL(3:9)
               move "Omschrijving" to REPORT-REGEL(13:12)
               move "Rg" to REPORT-REGEL(44:2)
               move "Inschrijving" to REPORT-REGEL(47:12)
               move "Mandaat" to REPORT-REGEL(65:7)
               move "Schatting" to REPORT-REGEL(73:9)
               move "Waarde" to REPORT-REGEL(90:6)
               write REPORT-REGEL
               move all "-" to REPORT-REGEL
               write REPORT-REGEL
               perform varying MASTER-IDX from 1 by 1
                       until MASTER-IDX > WS-MASTER-COUNT
                   if MST-STATE(MASTER-IDX) not = "AFGESLOTEN"
                       perform 4100-ONE-LOAN thru 4100-EXIT
                   end-if
               end-perform
               move all "-" to REPORT-REGEL
               write REPORT-REGEL
               move WS-TOT-OPEN to DISPLAY-TOT
               move spaces to REPORT-REGEL
               string "Totaal OpenSaldo:           " DISPLAY-TOT
                       delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move WS-TOT-WAARDE to DISPLAY-TOT
               move spaces to REPORT-REGEL
               string "Totaal geschatte waarde:    " DISPLAY-TOT
                       delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move WS-TOT-OPEN-GESCHAT to DISPLAY-TOT
               move spaces to REPORT-REGEL
               string "OpenSaldo met schatting:    " DISPLAY-TOT
                       delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move 0 to WS-TOT-LTV
               if WS-TOT-WAARDE > 0
                   compute WS-TUSSEN = WS-TOT-OPEN-GESCHAT * 100
                   compute WS-TOT-LTV rounded
                       = WS-TUSSEN / WS-TOT-WAARDE
               end-if
               move WS-TOT-LTV to DISPLAY-LTV
               move spaces to REPORT-REGEL
               string "LTV portefeuille:                 "
                      DISPLAY-LTV "%" delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move WS-TOT-LENINGEN to DISPLAY-AANTAL
               move spaces to REPORT-REGEL
               string "Leningen:                         "
                      DISPLAY-AANTAL delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move WS-TOT-GESIGNALEERD to DISPLAY-AANTAL
               move spaces to REPORT-REGEL
               string "Gesignaleerd:                     "
                      DISPLAY-AANTAL delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               close REPORT-FILE
               move WS-TOT-LENINGEN to DISPLAY-AANTAL
               move WS-TOT-GESIGNALEERD to DISPLAY-GESIGNALEERD
               display function trim(DISPLAY-AANTAL)
                   " lening(en) beoordeeld, "
                   function trim(DISPLAY-GESIGNALEERD)
                   " gesignaleerd -- zie "
                   function trim(DYNAMIC-REPORTFILE).
           4000-EXIT.
               exit.

           4100-ONE-LOAN.
               move 0 to WS-LN-WAARDE
               move 0 to WS-LN-INSCHRIJVING
               move 0 to WS-LN-MANDAAT
               move 0 to WS-LN-ZEKERHEDEN
               move 0 to WS-LN-ZONDER
               move 0 to WS-LN-OUD
               perform varying ZKH-IDX from 1 by 1
                       until ZKH-IDX > WS-ZKH-COUNT
                   if ZKH-LENING(ZKH-IDX) = MST-NR(MASTER-IDX)
                       add 1 to WS-LN-ZEKERHEDEN
                       add ZKH-INSCHRIJVING(ZKH-IDX)
                           to WS-LN-INSCHRIJVING
                       add ZKH-MANDAAT(ZKH-IDX) to WS-LN-MANDAAT
                       if ZKH-SCHATDATUM(ZKH-IDX) = spaces
                           add 1 to WS-LN-ZONDER
                       else
                           add ZKH-WAARDE(ZKH-IDX) to WS-LN-WAARDE
                           perform 4200-AGE thru 4200-EXIT
                           if WS-OUD = "J"
                               add 1 to WS-LN-OUD
                           end-if
                       end-if
                   end-if
               end-perform

               move 0 to WS-LN-LTV
               if WS-LN-WAARDE > 0
                   compute WS-TUSSEN = MST-OPEN(MASTER-IDX) * 100
                   compute WS-LN-LTV rounded = WS-TUSSEN / WS-LN-WAARDE
               end-if
               move spaces to WS-LN-SIGNAAL
               evaluate true
                   when WS-LN-ZEKERHEDEN = 0
                       move "GEEN ZEKERHEID" to WS-LN-SIGNAAL
                   when WS-LN-WAARDE = 0
                       move "GEEN SCHATTING" to WS-LN-SIGNAAL
                   when other
                       if WS-LN-LTV > WS-MAX-LTV
                           move "LTV BOVEN PLAFOND" to WS-LN-SIGNAAL
                       end-if
                       if WS-LN-ZONDER > 0
                           if WS-LN-SIGNAAL = spaces
                               move "NIET ALLES GESCHAT"
                                   to WS-LN-SIGNAAL
                           else
                               string function trim(WS-LN-SIGNAAL)
                                      ", NIET ALLES GESCHAT"
                                          delimited by size
                                   into WS-LN-SIGNAAL
                               end-string
                           end-if
                       end-if
                       if WS-LN-OUD > 0
                           if WS-LN-SIGNAAL = spaces
                               move "SCHATTING VEROUDERD"
                                   to WS-LN-SIGNAAL
                           else
                               move function trim(WS-LN-SIGNAAL)
                                   to WS-LN-SIGNAAL
                               string function trim(WS-LN-SIGNAAL)
                                      ", SCHATTING VEROUDERD"
                                          delimited by size
                                   into WS-LN-SIGNAAL
                               end-string
                           end-if
                       end-if
               end-evaluate
               add 1 to WS-TOT-LENINGEN
               add 1 to WS-ROWS-OUT
               add MST-OPEN(MASTER-IDX) to WS-TOT-OPEN
               add WS-LN-WAARDE to WS-TOT-WAARDE
               if WS-LN-WAARDE > 0
                   add MST-OPEN(MASTER-IDX) to WS-TOT-OPEN-GESCHAT
               end-if
               if WS-LN-SIGNAAL not = spaces
                   add 1 to WS-TOT-GESIGNALEERD
               end-if

               move MST-OPEN(MASTER-IDX) to DISPLAY-AMT
               move WS-LN-WAARDE to DISPLAY-AMT-2
               move WS-LN-LTV to DISPLAY-LTV
               move spaces to REPORT-REGEL
               string MST-NR(MASTER-IDX) " " MST-NAAM(MASTER-IDX)
                      " " DISPLAY-AMT " " DISPLAY-AMT-2 " "
                      DISPLAY-LTV " " WS-LN-SIGNAAL
                          delimited by size
                   into REPORT-REGEL
               end-string
               if WS-LN-WAARDE = 0
                   move "      -" to REPORT-REGEL(67:7)
               end-if
               write REPORT-REGEL
               perform varying ZKH-IDX from 1 by 1
                       until ZKH-IDX > WS-ZKH-COUNT
                   if ZKH-LENING(ZKH-IDX) = MST-NR(MASTER-IDX)
                       perform 4300-ONE-ZEKERHEID thru 4300-EXIT
                   end-if
               end-perform.
           4100-EXIT.
               exit.

      *>    WS-OUD = J when the valuation of ZKH-IDX is
      *>    WS-MAX-MAANDEN full months old or more
           4200-AGE.
               compute WS-OUDERDOM
                   = (function numval(WS-VANDAAG(1:4))
                      - function numval(ZKH-SCHATDATUM(ZKH-IDX)(1:4)))
                     * 12
                   + function numval(WS-VANDAAG(6:2))
                   - function numval(ZKH-SCHATDATUM(ZKH-IDX)(6:2))
               if WS-VANDAAG(9:2) < ZKH-SCHATDATUM(ZKH-IDX)(9:2)
                   subtract 1 from WS-OUDERDOM
               end-if
               move "N" to WS-OUD
               if WS-OUDERDOM >= WS-MAX-MAANDEN
                   move "J" to WS-OUD
               end-if.
           4200-EXIT.
               exit.

           4300-ONE-ZEKERHEID.
               move ZKH-NR(ZKH-IDX) to DISPLAY-NR
               move ZKH-RANG(ZKH-IDX) to DISPLAY-RANG
               move ZKH-INSCHRIJVING(ZKH-IDX) to DISPLAY-AMT
               move ZKH-MANDAAT(ZKH-IDX) to DISPLAY-AMT-2
               move ZKH-WAARDE(ZKH-IDX) to DISPLAY-AMT-3
               move spaces to REPORT-REGEL
               string "  " DISPLAY-NR "     "
                      ZKH-OMSCHRIJVING(ZKH-IDX)(1:30) " "
                      DISPLAY-RANG " " DISPLAY-AMT " " DISPLAY-AMT-2
                          delimited by size
                   into REPORT-REGEL
               end-string
               if ZKH-SCHATDATUM(ZKH-IDX) = spaces
                   move "geen schatting" to REPORT-REGEL(73:14)
               else
                   move ZKH-SCHATDATUM(ZKH-IDX) to REPORT-REGEL(73:10)
                   move DISPLAY-AMT-3 to REPORT-REGEL(84:12)
                   perform 4200-AGE thru 4200-EXIT
                   if WS-OUD = "J"
                       move "VEROUDERD" to REPORT-REGEL(97:9)
                   end-if
               end-if
               write REPORT-REGEL.
           4300-EXIT.
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
               move "LoanCollateral" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Lening-Zekerheden.csv" to LOG-INPUT-FILE
               evaluate WS-ACTIE
                   when "LTV"
                       move DYNAMIC-REPORTFILE to LOG-OUTPUT-FILE
                   when "SCHATTING"
                       move "Zekerheid-Schattingen.csv"
                           to LOG-OUTPUT-FILE
                   when other
                       move "Lening-Zekerheden.csv" to LOG-OUTPUT-FILE
               end-evaluate
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-ROWS-OUT to LOG-RECORDS-OUT
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
