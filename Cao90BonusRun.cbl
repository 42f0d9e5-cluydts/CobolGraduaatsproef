      *>----------------------------------------------------------------
      *> Cao90BonusRun -- the non-recurring result-related bonus (CAO
      *> 90) of a bonus plan whose targets were reached, paid in its
      *> own run next to SalaryCalculation the way the year-end
      *> premium is:
      *>     call "Cao90BonusRun" using <plan> <periode> <operator>
      *> <periode> is the payout month (YYYY-MM). The plan lives in
      *> Cao90-Plannen.csv, one row per category:
      *>   PlanId,Omschrijving,RefVan,RefTot,Doelstelling,Resultaat,
      *>   Categorie,Bedrag,Status,UitbetaaldIn,RunId
      *> RefVan/RefTot the reference period (YYYY-MM-DD), Doelstelling
      *> and Resultaat the target and the result achieved -- no bonus
      *> unless Resultaat reaches Doelstelling -- and Bedrag the
      *> amount for one full-time equivalent in service the whole
      *> period in Categorie (the statuut, Bediende/Arbeider; * for
      *> every statuut without a row of its own). Per employee:
      *>   bonus = Bedrag x FTE x (werkdagen in dienst - niet
      *>           meetellende dagen) / werkdagen referteperiode
      *> the service days off the master's InDienst/UitDienst, the
      *> absences off the AfwCode/AfwDagen history columns for the
      *> codes under NIETMEETELLEND, as EcochequeCalculation counts
      *> them. The bonus is capped so the calendar year's CAO 90
      *> bonuses (Cao90-Uitbetalingen.csv) stay within PLAFOND; what
      *> the cap cuts off is shown, not paid. The social and fiscal
      *> treatment is the plan's own, not the monthly scale: the
      *> employee solidarity contribution (WERKNEMER-RSZ-PCT, 13.07)
      *> on the gross, no bedrijfsvoorheffing, and the employer's
      *> special contribution (BIJZONDERE-BIJDRAGE-PCT, 33.00) instead
      *> of the normal employer RSZ. All in Cao90-Config.csv.
      *> Produces:
      *>   Output-CAO90-<plan>.csv     SalaryCalculation's core
      *>   Summary-CAO90-<plan>.csv    columns, so SepaPaymentFile
      *>                               pays the net like any run
      *>   Loonfiche-CAO90-<plan>.csv  the payslips
      *>   Cao90-Uitbetalingen.csv     every bonus paid, by month --
      *>                               what the ceiling, the 281.10
      *>                               and the DmfA read
      *>   GL-Cao90-Journal.csv        the cost for GlPost: bonus and
      *>                               special contribution debet,
      *>                               RSZ and net payable credit
      *> and marks the plan UITBETAALD -- a plan is paid once.
      *>----------------------------------------------------------------
       identification division.
       program-id. Cao90BonusRun.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Cao90-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select PLAN-FILE assign to "Cao90-Plannen.csv"
               organization is line sequential
               file status is WS-PLAN-STATUS.
           select LEDGER-FILE assign to "Cao90-Uitbetalingen.csv"
               organization is line sequential
               file status is WS-LEDGER-STATUS.
           select EMPLOYEE-FILE assign to "Werknemers.csv"
               organization is line sequential
               file status is WS-EMPLOYEE-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select MAPPING-FILE assign to "GL-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select OUTPUT-FILE assign dynamic DYNAMIC-OUTFILE
               organization is line sequential
               file status is WS-OUTPUT-STATUS.
           select SUMMARY-FILE assign dynamic DYNAMIC-SUMFILE
               organization is line sequential
               file status is WS-SUMMARY-STATUS.
           select PAYSLIP-FILE assign dynamic DYNAMIC-PAYSLIPFILE
               organization is line sequential
               file status is WS-PAYSLIP-STATUS.
           select JOURNAL-FILE assign to "GL-Cao90-Journal.csv"
               organization is line sequential
               file status is WS-JOURNAL-STATUS.
           select RUNID-FILE assign to "RunId-Sequence.TXT"
               organization is line sequential
               file status is WS-RUNID-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd PLAN-FILE.
           01 PLAN-REGEL pic x(200).

           fd LEDGER-FILE.
           01 LEDGER-REGEL pic x(150).

           fd EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(300).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(300).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).

           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(150).

           fd SUMMARY-FILE.
           01 SUMMARY-REGEL pic x(150).

           fd PAYSLIP-FILE.
           01 PAYSLIP-REGEL pic x(80).

           fd JOURNAL-FILE.
           01 JOURNAL-REGEL pic x(130).

           fd RUNID-FILE.
           01 RUNID-REGEL pic x(10).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-PLAN-STATUS pic xx.
           01 WS-LEDGER-STATUS pic xx.
           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-SUMMARY-STATUS pic xx.
           01 WS-PAYSLIP-STATUS pic xx.
           01 WS-JOURNAL-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-OUTFILE pic x(40).
           01 DYNAMIC-SUMFILE pic x(40).
           01 DYNAMIC-PAYSLIPFILE pic x(40).

      *>    the plan's terms and the legal treatment
           01 WS-CONFIG-SLEUTEL pic x(30).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-PLAFOND pic 9(05)V99 value 0.
           01 WS-WN-RSZ-PCT pic 9(02)V99 value 13.07.
           01 WS-BIJDRAGE-PCT pic 9(02)V99 value 33.00.
           01 WS-NM-LIJST pic x(40) value "ONBETAALD".
           01 WS-NM-COUNT pic 9(02) value 0.
           01 WS-NM-IDX pic 9(02).
           01 WS-NM-PTR pic 9(03).
           01 WS-NM-CODE-S pic x(10).
           01 WS-NM-TELT pic x(01).
           01 NM-TABLE.
               05 NM-CODE occurs 10 times pic x(10).

      *>    Cao90-Plannen.csv, kept whole for the rewrite
           01 WS-PLAN-COUNT pic 9(03) value 0.
           01 WS-PLAN-IDX pic 9(03).
           01 WS-PLAN-LEESREGEL pic x(200).
           01 PLAN-TABLE.
               05 PLAN-ENTRY occurs 200 times.
                   10 PLN-ID pic x(10).
                   10 PLN-OMSCHRIJVING pic x(40).
                   10 PLN-REFVAN pic x(10).
                   10 PLN-REFTOT pic x(10).
                   10 PLN-DOEL-S pic x(14).
                   10 PLN-RESULTAAT-S pic x(14).
                   10 PLN-CATEGORIE pic x(14).
                   10 PLN-BEDRAG-S pic x(12).
                   10 PLN-STATE pic x(10).
                   10 PLN-UITBETAALD pic x(07).
                   10 PLN-RUNID pic x(09).
           01 WS-PLAN-RIJEN pic 9(03) value 0.
           01 WS-PLAN-REFVAN pic x(10).
           01 WS-PLAN-REFTOT pic x(10).
           01 WS-PLAN-OMSCHRIJVING pic x(40).
           01 WS-DOEL pic s9(11)V99.
           01 WS-RESULTAAT pic s9(11)V99.
           01 WS-ALLE-BEDRAG pic 9(05)V99 value 0.
           01 WS-CAT-BEDRAG pic 9(05)V99.

      *>    the payout month and the reference period
           01 WS-JAAR pic x(04).
           01 WS-REF-VAN-INT pic 9(08).
           01 WS-REF-TOT-INT pic 9(08).
           01 WS-REF-WERKDAGEN pic 9(05)V99.
           01 WS-DATE-YMD-N pic 9(08).
           01 WS-DATE-YMD-X redefines WS-DATE-YMD-N pic x(08).

      *>    the employee master, with this run's figures per employee
           01 WS-EMP-COUNT pic 9(03) value 0.
           01 WS-EMP-IDX pic 9(03).
           01 WS-EMP-FOUND-IDX pic 9(03).
           01 WS-EMP-LEESREGEL pic x(300).
           01 EMP-TABLE.
               05 EMP-ENTRY occurs 300 times.
                   10 EMP-PERSNR pic x(08).
                   10 EMP-NAAM pic x(30).
                   10 EMP-TYPE pic x(14).
                   10 EMP-INDIENST pic x(10).
                   10 EMP-UITDIENST pic x(10).
                   10 EMP-FTE pic 9V99.
                   10 EMP-NM-DAGEN pic 9(03).
                   10 EMP-VAN pic x(10).
                   10 EMP-TOT pic x(10).
                   10 EMP-DAGEN-DIENST pic 9(04).
                   10 EMP-AL-BETAALD pic 9(07)V99.
                   10 EMP-BRUTO pic 9(07)V99.
                   10 EMP-BOVEN pic 9(07)V99.
                   10 EMP-RSZ pic 9(07)V99.
                   10 EMP-BIJDRAGE pic 9(07)V99.
                   10 EMP-NETTO pic 9(07)V99.
           01 E-NR pic x(08).
           01 E-NAAM pic x(30).
           01 E-TYPE pic x(14).
           01 E-F4 pic x(14).
           01 E-F5 pic x(06).
           01 E-F6 pic x(34).
           01 E-F7 pic x(12).
           01 E-F8 pic x(04).
           01 E-F9 pic x(04).
           01 E-F10 pic x(06).
           01 E-F11 pic x(08).
           01 E-F12 pic x(04).
           01 E-F13 pic x(08).
           01 E-INDIENST pic x(10).
           01 E-UITDIENST pic x(10).
           01 E-REDEN pic x(20).
           01 E-GESLACHT pic x(02).
           01 E-CONTRACT pic x(10).
           01 E-FTE-S pic x(06).

      *>    one history row -- period, PersNr and the absence columns
           01 H-PERIODE pic x(10).
           01 H-PERSNR pic x(08).
           01 H-SKIP pic x(30).
           01 H-AFWCODE pic x(10).
           01 H-AFWDAGEN-S pic x(06).
           01 WS-H-AFWDAGEN pic 9(02).

      *>    one Cao90-Uitbetalingen.csv row: PlanId,Periode,PersNr,
      *>    Naam,Bruto,WerknemerRSZ,Netto,BijzondereBijdrage,RunId
           01 L-PLAN pic x(10).
           01 L-PERIODE pic x(07).
           01 L-PERSNR pic x(08).
           01 L-NAAM pic x(30).
           01 L-BRUTO-S pic x(14).

      *>    one employee's computation
           01 WS-VAN-INT pic 9(08).
           01 WS-TOT-INT pic 9(08).
           01 WS-WERKDAGEN pic 9(05)V99.
           01 WS-TELLENDE-DAGEN pic s9(05)V99.
           01 WS-RUIMTE pic s9(07)V99.

      *>    account resolution off GL-Mapping.csv
           01 WS-MAPPING-EOF pic x(01).
           01 WS-MAPPING-LEESREGEL pic x(60).
           01 WS-MAP-TYPE pic x(10).
           01 WS-MAP-KIND pic x(16).
           01 WS-MAP-REKENING pic x(10).
           01 WS-REK-KOST pic x(10).
           01 WS-REK-BIJDRAGE pic x(10).
           01 WS-REK-RSZ pic x(10).
           01 WS-REK-NETTO pic x(10).

      *>    run-ID lineage stamp -- on the ledger rows, the plan and
      *>    the journal's TOTAAL line
           01 WS-RUNID-STATUS pic xx.
           01 WS-RUN-ID pic x(09).
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "Cao90-Config.csv".
               05 filler pic x(30) value "Cao90-Plannen.csv".
               05 filler pic x(30) value "GL-Mapping.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 3 times.
           01 FP-TABEL-COUNT pic 9(02) value 3.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "Cao90BonusRun".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

           01 WS-RECHTHEBBENDEN pic 9(04) value 0.
           01 WS-TOT-BRUTO pic 9(09)V99 value 0.
           01 WS-TOT-RSZ pic 9(09)V99 value 0.
           01 WS-TOT-BIJDRAGE pic 9(09)V99 value 0.
           01 WS-TOT-NETTO pic 9(09)V99 value 0.
           01 WS-TOT-BOVEN pic 9(09)V99 value 0.
           01 WS-TOT-DEBET pic 9(09)V99 value 0.
           01 WS-TOT-RSZ-SCHULD pic 9(09)V99 value 0.
           01 WS-ROWS-READ pic 9(07) value 0.
           01 WS-LINES-WRITTEN pic 9(04) value 0.
           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT-2 pic Z(8)9.99.
           01 DISPLAY-AMT-3 pic Z(8)9.99.
           01 DISPLAY-AMT-4 pic Z(8)9.99.
           01 DISPLAY-AMT-5 pic Z(8)9.99.
           01 DISPLAY-FTE pic 9.99.
           01 DISPLAY-AANTAL pic Z(3)9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

      *>    the history arrives through HistorySelect -- only the
      *>    periods this run needs, segment and flat regime alike.
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-CAO90.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

       linkage section.
           01 LINK-PLAN pic x(10).
           01 LINK-PERIODE pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PLAN LINK-PERIODE
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           if LINK-PLAN = spaces
               display "Geen bonusplan opgegeven."
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           if LINK-PERIODE(5:1) not = "-"
               or LINK-PERIODE(1:4) not numeric
               or LINK-PERIODE(6:2) not numeric
               display "Uitbetalingsmaand moet YYYY-MM zijn: "
                   LINK-PERIODE
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           move LINK-PERIODE(1:4) to WS-JAAR
           move spaces to DYNAMIC-OUTFILE
           string "Output-CAO90-" function trim(LINK-PLAN) ".csv"
               delimited by size into DYNAMIC-OUTFILE
           end-string
           move spaces to DYNAMIC-SUMFILE
           string "Summary-CAO90-" function trim(LINK-PLAN) ".csv"
               delimited by size into DYNAMIC-SUMFILE
           end-string
           move spaces to DYNAMIC-PAYSLIPFILE
           string "Loonfiche-CAO90-" function trim(LINK-PLAN) ".csv"
               delimited by size into DYNAMIC-PAYSLIPFILE
           end-string

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           if WS-RETURN-CODE = 0
               perform 1100-LOAD-PLAN thru 1100-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 1200-LOAD-MAPPING thru 1200-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 1300-LOAD-EMPLOYEES thru 1300-EXIT
           end-if
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           perform 1400-LOAD-PAID thru 1400-EXIT
           perform 2000-FOLD-HISTORY thru 2000-EXIT

           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               perform 3000-ONE-EMPLOYEE thru 3000-EXIT
           end-perform
           if WS-RECHTHEBBENDEN = 0
               display "Geen rechthebbenden op bonusplan "
                   function trim(LINK-PLAN) "."
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if

           perform 9100-DRAW-RUN-ID thru 9100-EXIT
           perform 4000-WRITE-OUTPUT thru 4000-EXIT
           if WS-RETURN-CODE = 0
               perform 5000-APPEND-LEDGER thru 5000-EXIT
               perform 6000-WRITE-JOURNAL thru 6000-EXIT
               perform 7000-REWRITE-PLANS thru 7000-EXIT
           end-if

           move WS-RECHTHEBBENDEN to DISPLAY-AANTAL
           move WS-TOT-BRUTO to DISPLAY-AMT
           move WS-TOT-NETTO to DISPLAY-AMT-2
           display "CAO 90 " function trim(LINK-PLAN) ": "
               function trim(DISPLAY-AANTAL) " werknemer(s), bruto "
               function trim(DISPLAY-AMT) ", netto "
               function trim(DISPLAY-AMT-2) " -> "
               function trim(DYNAMIC-OUTFILE)
           if WS-TOT-BOVEN > 0
               move WS-TOT-BOVEN to DISPLAY-AMT
               display "Boven het jaarplafond, niet uitbetaald: "
                   function trim(DISPLAY-AMT)
           end-if.

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the ceiling, the two percentages and the
      *> absence codes that do not count. No ceiling, no run.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   display "Cao90-Config.csv not found -- geen"
                       " plafond, run refused."
                   move 1 to WS-RETURN-CODE
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
               if WS-PLAFOND = 0
                   display "PLAFOND ontbreekt in Cao90-Config.csv"
                       " -- run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
      *>        the ";"-list of absence codes that do not count
               move 1 to WS-NM-PTR
               perform until WS-NM-PTR > 40 or WS-NM-COUNT >= 10
                   move spaces to WS-NM-CODE-S
                   unstring WS-NM-LIJST delimited by ";"
                       into WS-NM-CODE-S
                       with pointer WS-NM-PTR
                   end-unstring
                   if function trim(WS-NM-CODE-S) not = spaces
                       add 1 to WS-NM-COUNT
                       move function trim(WS-NM-CODE-S)
                           to NM-CODE(WS-NM-COUNT)
                   end-if
               end-perform.
           1000-EXIT.
               exit.

           1010-CONFIG-VALUE.
               if function trim(WS-CONFIG-SLEUTEL) = "NIETMEETELLEND"
                   move function upper-case(WS-CONFIG-WAARDE)
                       to WS-NM-LIJST
                   go to 1010-EXIT
               end-if
               if function test-numval(function trim(WS-CONFIG-WAARDE))
                       not = 0
                   go to 1010-EXIT
               end-if
               evaluate function trim(WS-CONFIG-SLEUTEL)
                   when "PLAFOND"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-PLAFOND
                   when "WERKNEMER-RSZ-PCT"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-WN-RSZ-PCT
                   when "BIJZONDERE-BIJDRAGE-PCT"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-BIJDRAGE-PCT
               end-evaluate.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-PLAN: the register, and the asked plan's rows out
      *> of it -- one reference period and one target per plan, one
      *> amount per category. A plan already paid, or whose result
      *> fell short of its target, pays nothing.
      *>----------------------------------------------------------------
           1100-LOAD-PLAN.
               open input PLAN-FILE
               if WS-PLAN-STATUS not = "00"
                   display "Cao90-Plannen.csv not found -- geen"
                       " bonusplannen."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read PLAN-FILE into WS-PLAN-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PLAN-FILE into WS-PLAN-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-PLAN-COUNT >= 200
                               display "Plantabel vol -- rij"
                                   " genegeerd: " WS-PLAN-LEESREGEL
                           else
                               perform 1110-ONE-PLAN-ROW thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close PLAN-FILE
               if WS-PLAN-RIJEN = 0
                   display "Bonusplan " function trim(LINK-PLAN)
                       " staat niet in Cao90-Plannen.csv."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               if WS-RETURN-CODE not = 0
                   go to 1100-EXIT
               end-if
               if WS-RESULTAAT < WS-DOEL
                   display "Bonusplan " function trim(LINK-PLAN)
                       ": doelstelling niet bereikt -- geen bonus."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               move WS-PLAN-REFVAN(1:4) to WS-DATE-YMD-X(1:4)
               move WS-PLAN-REFVAN(6:2) to WS-DATE-YMD-X(5:2)
               move WS-PLAN-REFVAN(9:2) to WS-DATE-YMD-X(7:2)
               if WS-DATE-YMD-X not numeric
                   display "Ongeldige RefVan voor bonusplan "
                       function trim(LINK-PLAN)
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               compute WS-REF-VAN-INT =
                   function integer-of-date(WS-DATE-YMD-N)
               move WS-PLAN-REFTOT(1:4) to WS-DATE-YMD-X(1:4)
               move WS-PLAN-REFTOT(6:2) to WS-DATE-YMD-X(5:2)
               move WS-PLAN-REFTOT(9:2) to WS-DATE-YMD-X(7:2)
               if WS-DATE-YMD-X not numeric
                   display "Ongeldige RefTot voor bonusplan "
                       function trim(LINK-PLAN)
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               compute WS-REF-TOT-INT =
                   function integer-of-date(WS-DATE-YMD-N)
               if WS-REF-TOT-INT < WS-REF-VAN-INT
                   display "RefTot voor RefVan in bonusplan "
                       function trim(LINK-PLAN)
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               compute WS-REF-WERKDAGEN rounded
                   = (WS-REF-TOT-INT - WS-REF-VAN-INT + 1) * 5 / 7
               display "Bonusplan " function trim(LINK-PLAN) " ("
                   function trim(WS-PLAN-OMSCHRIJVING)
                   "), referteperiode " WS-PLAN-REFVAN " t/m "
                   WS-PLAN-REFTOT.
           1100-EXIT.
               exit.

           1110-ONE-PLAN-ROW.
               add 1 to WS-PLAN-COUNT
               move spaces to PLAN-ENTRY(WS-PLAN-COUNT)
               unstring function trim(WS-PLAN-LEESREGEL)
                   delimited by ","
                   into PLN-ID(WS-PLAN-COUNT)
                        PLN-OMSCHRIJVING(WS-PLAN-COUNT)
                        PLN-REFVAN(WS-PLAN-COUNT)
                        PLN-REFTOT(WS-PLAN-COUNT)
                        PLN-DOEL-S(WS-PLAN-COUNT)
                        PLN-RESULTAAT-S(WS-PLAN-COUNT)
                        PLN-CATEGORIE(WS-PLAN-COUNT)
                        PLN-BEDRAG-S(WS-PLAN-COUNT)
                        PLN-STATE(WS-PLAN-COUNT)
                        PLN-UITBETAALD(WS-PLAN-COUNT)
                        PLN-RUNID(WS-PLAN-COUNT)
               end-unstring
               if PLN-STATE(WS-PLAN-COUNT) = spaces
                   move "OPEN" to PLN-STATE(WS-PLAN-COUNT)
               end-if
               if PLN-ID(WS-PLAN-COUNT) not = LINK-PLAN
                   go to 1110-EXIT
               end-if
               add 1 to WS-PLAN-RIJEN
               if PLN-STATE(WS-PLAN-COUNT) = "UITBETAALD"
                   display "Bonusplan " function trim(LINK-PLAN)
                       " is al uitbetaald in "
                       PLN-UITBETAALD(WS-PLAN-COUNT) " (run "
                       function trim(PLN-RUNID(WS-PLAN-COUNT))
                       ") -- run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1110-EXIT
               end-if
               if WS-PLAN-RIJEN = 1
                   move PLN-REFVAN(WS-PLAN-COUNT) to WS-PLAN-REFVAN
                   move PLN-REFTOT(WS-PLAN-COUNT) to WS-PLAN-REFTOT
                   move PLN-OMSCHRIJVING(WS-PLAN-COUNT)
                       to WS-PLAN-OMSCHRIJVING
                   move 0 to WS-DOEL
                   move 0 to WS-RESULTAAT
                   if function test-numval(function trim(
                           PLN-DOEL-S(WS-PLAN-COUNT))) = 0
                       move function numval(function trim(
                           PLN-DOEL-S(WS-PLAN-COUNT))) to WS-DOEL
                   end-if
                   if function test-numval(function trim(
                           PLN-RESULTAAT-S(WS-PLAN-COUNT))) = 0
                       move function numval(function trim(
                           PLN-RESULTAAT-S(WS-PLAN-COUNT)))
                           to WS-RESULTAAT
                   end-if
               end-if
               if function trim(PLN-CATEGORIE(WS-PLAN-COUNT)) = "*"
                   and function test-numval(function trim(
                       PLN-BEDRAG-S(WS-PLAN-COUNT))) = 0
                   move function numval(function trim(
                       PLN-BEDRAG-S(WS-PLAN-COUNT))) to WS-ALLE-BEDRAG
               end-if.
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-MAPPING: bonus cost, special contribution, RSZ
      *> and net payable accounts -- no mapping, no run.
      *>----------------------------------------------------------------
           1200-LOAD-MAPPING.
               move spaces to WS-REK-KOST
               move spaces to WS-REK-BIJDRAGE
               move spaces to WS-REK-RSZ
               move spaces to WS-REK-NETTO
               open input MAPPING-FILE
               if WS-MAPPING-STATUS not = "00"
                   display "GL-Mapping.csv not found -- no journal."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               read MAPPING-FILE into WS-MAPPING-LEESREGEL *> header
               move "0" to WS-MAPPING-EOF
               perform until WS-MAPPING-EOF = "1"
                   read MAPPING-FILE into WS-MAPPING-LEESREGEL
                       at end
                           move "1" to WS-MAPPING-EOF
                       not at end
                           unstring function trim(
                                   WS-MAPPING-LEESREGEL)
                               delimited by ","
                               into WS-MAP-TYPE WS-MAP-KIND
                                    WS-MAP-REKENING
                           end-unstring
                           if function trim(WS-MAP-TYPE) = "SALARIS"
                               evaluate function trim(WS-MAP-KIND)
                                   when "CAO90KOST"
                                       move WS-MAP-REKENING
                                           to WS-REK-KOST
                                   when "CAO90BIJDRAGE"
                                       move WS-MAP-REKENING
                                           to WS-REK-BIJDRAGE
                                   when "RSZ"
                                       move WS-MAP-REKENING
                                           to WS-REK-RSZ
                                   when "NETTO"
                                       move WS-MAP-REKENING
                                           to WS-REK-NETTO
                               end-evaluate
                           end-if
               end-perform
               close MAPPING-FILE
               if WS-REK-KOST = spaces or WS-REK-BIJDRAGE = spaces
                   or WS-REK-RSZ = spaces or WS-REK-NETTO = spaces
                   display "No GL mapping for SALARIS/CAO90KOST,"
                       " CAO90BIJDRAGE, RSZ or NETTO -- run refused."
                   move 1 to WS-RETURN-CODE
               end-if.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-LOAD-EMPLOYEES: the master's PersNr, name, statuut,
      *> service dates and FTE (blank FTE = full-time).
      *>----------------------------------------------------------------
           1300-LOAD-EMPLOYEES.
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   display "Werknemers.csv not found -- no"
                       " bonus."
                   move 1 to WS-RETURN-CODE
                   go to 1300-EXIT
               end-if
               read EMPLOYEE-FILE into WS-EMP-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into WS-EMP-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1310-ONE-EMPLOYEE thru 1310-EXIT
                   end-read
               end-perform
               close EMPLOYEE-FILE.
           1300-EXIT.
               exit.

           1310-ONE-EMPLOYEE.
               if WS-EMP-COUNT >= 300
                   display "Werknemerstabel vol -- rij genegeerd."
                   go to 1310-EXIT
               end-if
               move spaces to E-NR
               move spaces to E-INDIENST
               move spaces to E-UITDIENST
               move spaces to E-FTE-S
               unstring function trim(WS-EMP-LEESREGEL)
                   delimited by ","
                   into E-NR E-NAAM E-TYPE E-F4 E-F5 E-F6 E-F7 E-F8
                        E-F9 E-F10 E-F11 E-F12 E-F13 E-INDIENST
                        E-UITDIENST E-REDEN E-GESLACHT E-CONTRACT
                        E-FTE-S
               end-unstring
               if E-NR = spaces
                   go to 1310-EXIT
               end-if
               add 1 to WS-EMP-COUNT
               initialize EMP-ENTRY(WS-EMP-COUNT)
               move E-NR to EMP-PERSNR(WS-EMP-COUNT)
               move E-NAAM to EMP-NAAM(WS-EMP-COUNT)
               move E-TYPE to EMP-TYPE(WS-EMP-COUNT)
               move E-INDIENST to EMP-INDIENST(WS-EMP-COUNT)
               move E-UITDIENST to EMP-UITDIENST(WS-EMP-COUNT)
               if function test-numval-c(function trim(E-FTE-S)) = 0
                   and function trim(E-FTE-S) not = spaces
                   move function numval-c(function trim(E-FTE-S))
                       to EMP-FTE(WS-EMP-COUNT)
               else
                   move 1.00 to EMP-FTE(WS-EMP-COUNT)
               end-if.
           1310-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1400-LOAD-PAID: what the calendar year of the payout already
      *> paid out as CAO 90 bonus, per PersNr -- the room left under
      *> the ceiling.
      *>----------------------------------------------------------------
           1400-LOAD-PAID.
               open input LEDGER-FILE
               if WS-LEDGER-STATUS not = "00"
                   go to 1400-EXIT
               end-if
               read LEDGER-FILE into LEDGER-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read LEDGER-FILE into LEDGER-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to L-PERIODE L-PERSNR
                               L-BRUTO-S
                           unstring function trim(LEDGER-REGEL)
                               delimited by ","
                               into L-PLAN L-PERIODE L-PERSNR L-NAAM
                                    L-BRUTO-S
                           end-unstring
                           if L-PERIODE(1:4) = WS-JAAR
                               and function test-numval(function
                                   trim(L-BRUTO-S)) = 0
                               perform 1410-ADD-PAID thru 1410-EXIT
                           end-if
                   end-read
               end-perform
               close LEDGER-FILE.
           1400-EXIT.
               exit.

           1410-ADD-PAID.
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                   if EMP-PERSNR(WS-EMP-IDX) = L-PERSNR
                       add function numval(function trim(L-BRUTO-S))
                           to EMP-AL-BETAALD(WS-EMP-IDX)
                       exit perform
                   end-if
               end-perform.
           1410-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-FOLD-HISTORY: the reference period's payslips -- the
      *> absence days under a non-counting code, per PersNr.
      *>----------------------------------------------------------------
           2000-FOLD-HISTORY.
               move WS-PLAN-REFVAN(1:7) to WS-HISTSEL-VAN
               move WS-PLAN-REFTOT(1:7) to WS-HISTSEL-TOT
               call "HistorySelect" using WS-HISTSEL-VAN
                   WS-HISTSEL-TOT HISTORY-FILE-NAME
                   WS-HISTSEL-OK
               cancel "HistorySelect"
               open input HISTORY-FILE
               if WS-HISTORY-STATUS not = "00"
                   display "Payroll-History.csv not found -- geen"
                       " afwezigheden, volledige dienstperiode telt."
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
               call "SYSTEM" using "rm -f HISTSEL-CAO90.TMP".
           2000-EXIT.
               exit.

           2100-ONE-HISTORY-ROW.
               move spaces to H-PERIODE
               move spaces to H-PERSNR
               move spaces to H-AFWCODE
               move spaces to H-AFWDAGEN-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-SKIP H-SKIP H-SKIP
                        H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP
                        H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP
                        H-SKIP H-AFWCODE H-AFWDAGEN-S
               end-unstring
               if H-PERIODE(1:7) < WS-PLAN-REFVAN(1:7)
                   or H-PERIODE(1:7) > WS-PLAN-REFTOT(1:7)
                   or H-AFWCODE = spaces
                   go to 2100-EXIT
               end-if
               if function test-numval(function trim(H-AFWDAGEN-S))
                       not = 0
                   go to 2100-EXIT
               end-if
               move function numval(function trim(H-AFWDAGEN-S))
                   to WS-H-AFWDAGEN
               move "N" to WS-NM-TELT
               perform varying WS-NM-IDX from 1 by 1
                       until WS-NM-IDX > WS-NM-COUNT
                   if function upper-case(function trim(H-AFWCODE))
                           = NM-CODE(WS-NM-IDX)
                       move "J" to WS-NM-TELT
                   end-if
               end-perform
               if WS-NM-TELT not = "J"
                   go to 2100-EXIT
               end-if
               move 0 to WS-EMP-FOUND-IDX
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                           or WS-EMP-FOUND-IDX > 0
                   if EMP-PERSNR(WS-EMP-IDX) = H-PERSNR
                       move WS-EMP-IDX to WS-EMP-FOUND-IDX
                   end-if
               end-perform
               if WS-EMP-FOUND-IDX > 0
                   add WS-H-AFWDAGEN to EMP-NM-DAGEN(WS-EMP-FOUND-IDX)
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-ONE-EMPLOYEE: the category's amount, the service window
      *> inside the reference period less the non-counting absence,
      *> the ceiling, and the plan's contributions. Not entitled: a
      *> statuut the plan has no amount for, and anyone not in
      *> service at all during the period.
      *>----------------------------------------------------------------
           3000-ONE-EMPLOYEE.
               move WS-ALLE-BEDRAG to WS-CAT-BEDRAG
               perform varying WS-PLAN-IDX from 1 by 1
                       until WS-PLAN-IDX > WS-PLAN-COUNT
                   if PLN-ID(WS-PLAN-IDX) = LINK-PLAN
                       and PLN-CATEGORIE(WS-PLAN-IDX)
                           = EMP-TYPE(WS-EMP-IDX)
                       and function test-numval(function trim(
                           PLN-BEDRAG-S(WS-PLAN-IDX))) = 0
                       move function numval(function trim(
                           PLN-BEDRAG-S(WS-PLAN-IDX))) to WS-CAT-BEDRAG
                   end-if
               end-perform
               if WS-CAT-BEDRAG = 0
                   go to 3000-EXIT
               end-if
               move WS-PLAN-REFVAN to EMP-VAN(WS-EMP-IDX)
               if EMP-INDIENST(WS-EMP-IDX) not = spaces
                   and EMP-INDIENST(WS-EMP-IDX) > WS-PLAN-REFVAN
                   move EMP-INDIENST(WS-EMP-IDX) to EMP-VAN(WS-EMP-IDX)
               end-if
               move WS-PLAN-REFTOT to EMP-TOT(WS-EMP-IDX)
               if EMP-UITDIENST(WS-EMP-IDX) not = spaces
                   and EMP-UITDIENST(WS-EMP-IDX) < WS-PLAN-REFTOT
                   move EMP-UITDIENST(WS-EMP-IDX)
                       to EMP-TOT(WS-EMP-IDX)
               end-if
               if EMP-TOT(WS-EMP-IDX) < EMP-VAN(WS-EMP-IDX)
                   go to 3000-EXIT
               end-if
               move EMP-VAN(WS-EMP-IDX)(1:4) to WS-DATE-YMD-X(1:4)
               move EMP-VAN(WS-EMP-IDX)(6:2) to WS-DATE-YMD-X(5:2)
               move EMP-VAN(WS-EMP-IDX)(9:2) to WS-DATE-YMD-X(7:2)
               if WS-DATE-YMD-X not numeric
                   display "Ongeldige InDienst voor PersNr "
                       function trim(EMP-PERSNR(WS-EMP-IDX))
                       " -- overgeslagen."
                   go to 3000-EXIT
               end-if
               compute WS-VAN-INT =
                   function integer-of-date(WS-DATE-YMD-N)
               move EMP-TOT(WS-EMP-IDX)(1:4) to WS-DATE-YMD-X(1:4)
               move EMP-TOT(WS-EMP-IDX)(6:2) to WS-DATE-YMD-X(5:2)
               move EMP-TOT(WS-EMP-IDX)(9:2) to WS-DATE-YMD-X(7:2)
               if WS-DATE-YMD-X not numeric
                   display "Ongeldige UitDienst voor PersNr "
                       function trim(EMP-PERSNR(WS-EMP-IDX))
                       " -- overgeslagen."
                   go to 3000-EXIT
               end-if
               compute WS-TOT-INT =
                   function integer-of-date(WS-DATE-YMD-N)
               compute EMP-DAGEN-DIENST(WS-EMP-IDX)
                   = WS-TOT-INT - WS-VAN-INT + 1
               compute WS-WERKDAGEN rounded
                   = EMP-DAGEN-DIENST(WS-EMP-IDX) * 5 / 7
               compute WS-TELLENDE-DAGEN
                   = WS-WERKDAGEN - EMP-NM-DAGEN(WS-EMP-IDX)
               if WS-TELLENDE-DAGEN <= 0
                   go to 3000-EXIT
               end-if
               compute EMP-BRUTO(WS-EMP-IDX)
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-CAT-BEDRAG * EMP-FTE(WS-EMP-IDX)
                       * WS-TELLENDE-DAGEN / WS-REF-WERKDAGEN
               if EMP-BRUTO(WS-EMP-IDX) > WS-CAT-BEDRAG
                   move WS-CAT-BEDRAG to EMP-BRUTO(WS-EMP-IDX)
               end-if
      *>        the year's ceiling, over every plan paid this year
               compute WS-RUIMTE
                   = WS-PLAFOND - EMP-AL-BETAALD(WS-EMP-IDX)
               if WS-RUIMTE < 0
                   move 0 to WS-RUIMTE
               end-if
               if EMP-BRUTO(WS-EMP-IDX) > WS-RUIMTE
                   compute EMP-BOVEN(WS-EMP-IDX)
                       = EMP-BRUTO(WS-EMP-IDX) - WS-RUIMTE
                   move WS-RUIMTE to EMP-BRUTO(WS-EMP-IDX)
                   add EMP-BOVEN(WS-EMP-IDX) to WS-TOT-BOVEN
                   display "PersNr "
                       function trim(EMP-PERSNR(WS-EMP-IDX))
                       " bereikt het jaarplafond -- bonus beperkt."
               end-if
               if EMP-BRUTO(WS-EMP-IDX) = 0
                   go to 3000-EXIT
               end-if
               compute EMP-RSZ(WS-EMP-IDX)
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = EMP-BRUTO(WS-EMP-IDX) * WS-WN-RSZ-PCT / 100
               compute EMP-BIJDRAGE(WS-EMP-IDX)
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = EMP-BRUTO(WS-EMP-IDX) * WS-BIJDRAGE-PCT / 100
               compute EMP-NETTO(WS-EMP-IDX)
                   = EMP-BRUTO(WS-EMP-IDX) - EMP-RSZ(WS-EMP-IDX)
               add 1 to WS-RECHTHEBBENDEN
               add EMP-BRUTO(WS-EMP-IDX) to WS-TOT-BRUTO
               add EMP-RSZ(WS-EMP-IDX) to WS-TOT-RSZ
               add EMP-BIJDRAGE(WS-EMP-IDX) to WS-TOT-BIJDRAGE
               add EMP-NETTO(WS-EMP-IDX) to WS-TOT-NETTO.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-OUTPUT: the Output rows (SalaryCalculation's
      *> first eight columns, Voorheffing always 0.00), the payslips
      *> and the Summary SepaPaymentFile reconciles against.
      *>----------------------------------------------------------------
           4000-WRITE-OUTPUT.
               open output OUTPUT-FILE
               if WS-OUTPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-OUTFILE) ": "
                       WS-OUTPUT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               open output PAYSLIP-FILE
               move spaces to OUTPUT-REGEL
               string "Naam,Type,Bruttoloon,NettoLoon,RSZ,Voorheffing,"
                      "TeBetalen,PersNr,BijzondereBijdrage,"
                      "BovenPlafond,RunId"
                   delimited by size into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                   if EMP-BRUTO(WS-EMP-IDX) > 0
                       perform 4100-ONE-OUTPUT-ROW thru 4100-EXIT
                   end-if
               end-perform
               close OUTPUT-FILE
               close PAYSLIP-FILE

               open output SUMMARY-FILE
               if WS-SUMMARY-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-SUMFILE) ": "
                       WS-SUMMARY-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to SUMMARY-REGEL
               string "Aantal,TotaalBruto,TotaalRSZ,TotaalVoorheffing,"
                      "TotaalNetto,TotaalBijzondereBijdrage,"
                      "TotaalTeBetalen"
                   delimited by size into SUMMARY-REGEL
               end-string
               write SUMMARY-REGEL
               move WS-RECHTHEBBENDEN to DISPLAY-AANTAL
               move WS-TOT-BRUTO to DISPLAY-AMT
               move WS-TOT-RSZ to DISPLAY-AMT-2
               move WS-TOT-NETTO to DISPLAY-AMT-3
               move WS-TOT-BIJDRAGE to DISPLAY-AMT-4
               move spaces to SUMMARY-REGEL
               string function trim(DISPLAY-AANTAL)
                      "," function trim(DISPLAY-AMT)
                      "," function trim(DISPLAY-AMT-2)
                      ",0.00"
                      "," function trim(DISPLAY-AMT-3)
                      "," function trim(DISPLAY-AMT-4)
                      "," function trim(DISPLAY-AMT-3)
                   delimited by size into SUMMARY-REGEL
               end-string
               write SUMMARY-REGEL
               close SUMMARY-FILE.
           4000-EXIT.
               exit.

           4100-ONE-OUTPUT-ROW.
               move EMP-BRUTO(WS-EMP-IDX) to DISPLAY-AMT
               move EMP-NETTO(WS-EMP-IDX) to DISPLAY-AMT-2
               move EMP-RSZ(WS-EMP-IDX) to DISPLAY-AMT-3
               move EMP-BIJDRAGE(WS-EMP-IDX) to DISPLAY-AMT-4
               move EMP-BOVEN(WS-EMP-IDX) to DISPLAY-AMT-5
               move spaces to OUTPUT-REGEL
               string function trim(EMP-NAAM(WS-EMP-IDX))
                      "," function trim(EMP-TYPE(WS-EMP-IDX))
                      "," function trim(DISPLAY-AMT)
                      "," function trim(DISPLAY-AMT-2)
                      "," function trim(DISPLAY-AMT-3)
                      ",0.00"
                      "," function trim(DISPLAY-AMT-2)
                      "," function trim(EMP-PERSNR(WS-EMP-IDX))
                      "," function trim(DISPLAY-AMT-4)
                      "," function trim(DISPLAY-AMT-5)
                      "," WS-RUN-ID
                   delimited by size into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               add 1 to WS-LINES-WRITTEN

               move "========================================"
                   to PAYSLIP-REGEL
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               string "CAO 90 BONUS " function trim(LINK-PLAN)
                      " -- " LINK-PERIODE
                   delimited by size into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               string "Naam:                 "
                      function trim(EMP-NAAM(WS-EMP-IDX))
                   delimited by size into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               move EMP-FTE(WS-EMP-IDX) to DISPLAY-FTE
               move spaces to PAYSLIP-REGEL
               string "Periode:              " EMP-VAN(WS-EMP-IDX)
                      " - " EMP-TOT(WS-EMP-IDX) " (FTE "
                      DISPLAY-FTE ")"
                   delimited by size into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               string "Bonus bruto:          "
                      function trim(DISPLAY-AMT)
                   delimited by size into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               string "Werknemersbijdrage:   -"
                      function trim(DISPLAY-AMT-3)
                   delimited by size into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               string "Bedrijfsvoorheffing:  0.00"
                   delimited by size into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               string "Bonus netto:          "
                      function trim(DISPLAY-AMT-2)
                   delimited by size into PAYSLIP-REGEL
               end-string
               write PAYSLIP-REGEL
               if EMP-BOVEN(WS-EMP-IDX) > 0
                   move spaces to PAYSLIP-REGEL
                   string "Boven jaarplafond:    "
                          function trim(DISPLAY-AMT-5)
                       delimited by size into PAYSLIP-REGEL
                   end-string
                   write PAYSLIP-REGEL
               end-if
               move "========================================"
                   to PAYSLIP-REGEL
               write PAYSLIP-REGEL
               move spaces to PAYSLIP-REGEL
               write PAYSLIP-REGEL.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-APPEND-LEDGER: every bonus paid, for the ceiling of the
      *> next plan this year and for the 281.10 and DmfA extracts.
      *>----------------------------------------------------------------
           5000-APPEND-LEDGER.
               open extend LEDGER-FILE
               if WS-LEDGER-STATUS not = "00"
                   open output LEDGER-FILE
                   if WS-LEDGER-STATUS not = "00"
                       display "Cao90-Uitbetalingen.csv niet"
                           " schrijfbaar: " WS-LEDGER-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 5000-EXIT
                   end-if
                   move spaces to LEDGER-REGEL
                   string "PlanId,Periode,PersNr,Naam,Bruto,"
                          "WerknemerRSZ,Netto,BijzondereBijdrage,RunId"
                       delimited by size into LEDGER-REGEL
                   end-string
                   write LEDGER-REGEL
               end-if
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                   if EMP-BRUTO(WS-EMP-IDX) > 0
                       move EMP-BRUTO(WS-EMP-IDX) to DISPLAY-AMT
                       move EMP-RSZ(WS-EMP-IDX) to DISPLAY-AMT-2
                       move EMP-NETTO(WS-EMP-IDX) to DISPLAY-AMT-3
                       move EMP-BIJDRAGE(WS-EMP-IDX) to DISPLAY-AMT-4
                       move spaces to LEDGER-REGEL
                       string function trim(LINK-PLAN)
                              "," LINK-PERIODE
                              "," function trim(EMP-PERSNR(WS-EMP-IDX))
                              "," function trim(EMP-NAAM(WS-EMP-IDX))
                              "," function trim(DISPLAY-AMT)
                              "," function trim(DISPLAY-AMT-2)
                              "," function trim(DISPLAY-AMT-3)
                              "," function trim(DISPLAY-AMT-4)
                              "," WS-RUN-ID
                           delimited by size into LEDGER-REGEL
                       end-string
                       write LEDGER-REGEL
                   end-if
               end-perform
               close LEDGER-FILE.
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-WRITE-JOURNAL: the bonus and the special contribution
      *> as cost, the employee contribution plus the special one owed
      *> to the RSZ, the net owed to the employees -- in the
      *> GL-Journal.csv layout for GlPost, balanced to the cent.
      *>----------------------------------------------------------------
           6000-WRITE-JOURNAL.
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening GL-Cao90-Journal.csv: "
                       WS-JOURNAL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               compute WS-TOT-DEBET = WS-TOT-BRUTO + WS-TOT-BIJDRAGE
               compute WS-TOT-RSZ-SCHULD
                   = WS-TOT-RSZ + WS-TOT-BIJDRAGE
               move WS-TOT-BRUTO to DISPLAY-AMT
               move spaces to JOURNAL-REGEL
               string "CAO90," function trim(WS-REK-KOST)
                      ",Bonus CAO 90 " function trim(LINK-PLAN)
                      "," function trim(DISPLAY-AMT) ","
                   delimited by size into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               move WS-TOT-BIJDRAGE to DISPLAY-AMT
               move spaces to JOURNAL-REGEL
               string "CAO90," function trim(WS-REK-BIJDRAGE)
                      ",Bijzondere bijdrage CAO 90 "
                      function trim(LINK-PLAN)
                      "," function trim(DISPLAY-AMT) ","
                   delimited by size into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               move WS-TOT-RSZ-SCHULD to DISPLAY-AMT
               move spaces to JOURNAL-REGEL
               string "CAO90," function trim(WS-REK-RSZ)
                      ",RSZ CAO 90 " function trim(LINK-PLAN)
                      ",," function trim(DISPLAY-AMT)
                   delimited by size into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               move WS-TOT-NETTO to DISPLAY-AMT
               move spaces to JOURNAL-REGEL
               string "CAO90," function trim(WS-REK-NETTO)
                      ",Netto CAO 90 " function trim(LINK-PLAN)
                      ",," function trim(DISPLAY-AMT)
                   delimited by size into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               add 4 to WS-LINES-WRITTEN
               move WS-TOT-DEBET to DISPLAY-AMT
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," function trim(DISPLAY-AMT)
                      "," function trim(DISPLAY-AMT)
                      "," function trim(WS-RUN-ID)
                   delimited by size into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE
               display "Werkgeverskost CAO 90 "
                   function trim(DISPLAY-AMT)
                   " -> GL-Cao90-Journal.csv".
           6000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7000-REWRITE-PLANS: the plan's rows marked paid, with the
      *> month and the run.
      *>----------------------------------------------------------------
           7000-REWRITE-PLANS.
               open output PLAN-FILE
               if WS-PLAN-STATUS not = "00"
                   display "Cao90-Plannen.csv niet schrijfbaar: "
                       WS-PLAN-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if
               move spaces to PLAN-REGEL
               string "PlanId,Omschrijving,RefVan,RefTot,Doelstelling,"
                      "Resultaat,Categorie,Bedrag,Status,UitbetaaldIn,"
                      "RunId"
                   delimited by size into PLAN-REGEL
               end-string
               write PLAN-REGEL
               perform varying WS-PLAN-IDX from 1 by 1
                       until WS-PLAN-IDX > WS-PLAN-COUNT
                   if PLN-ID(WS-PLAN-IDX) = LINK-PLAN
                       move "UITBETAALD" to PLN-STATE(WS-PLAN-IDX)
                       move LINK-PERIODE to PLN-UITBETAALD(WS-PLAN-IDX)
                       move WS-RUN-ID to PLN-RUNID(WS-PLAN-IDX)
                   end-if
                   move spaces to PLAN-REGEL
                   string function trim(PLN-ID(WS-PLAN-IDX))
                       "," function trim(PLN-OMSCHRIJVING(WS-PLAN-IDX))
                       "," function trim(PLN-REFVAN(WS-PLAN-IDX))
                       "," function trim(PLN-REFTOT(WS-PLAN-IDX))
                       "," function trim(PLN-DOEL-S(WS-PLAN-IDX))
                       "," function trim(PLN-RESULTAAT-S(WS-PLAN-IDX))
                       "," function trim(PLN-CATEGORIE(WS-PLAN-IDX))
                       "," function trim(PLN-BEDRAG-S(WS-PLAN-IDX))
                       "," function trim(PLN-STATE(WS-PLAN-IDX))
                       "," function trim(PLN-UITBETAALD(WS-PLAN-IDX))
                       "," function trim(PLN-RUNID(WS-PLAN-IDX))
                       delimited by size into PLAN-REGEL
                   end-string
                   write PLAN-REGEL
               end-perform
               close PLAN-FILE.
           7000-EXIT.
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
               move "Cao90BonusRun" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Cao90-Plannen.csv" to LOG-INPUT-FILE
               move DYNAMIC-OUTFILE to LOG-OUTPUT-FILE
               inspect LOG-OUTPUT-FILE replacing all X"00" by " "
               move WS-EMP-COUNT to LOG-RECORDS-IN
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

      *>----------------------------------------------------------------
      *> 9100-DRAW-RUN-ID: the shared sequence, same convention as
      *> the calculation programs.
      *>----------------------------------------------------------------
           9100-DRAW-RUN-ID.
               open input RUNID-FILE
               if WS-RUNID-STATUS = "00"
                   read RUNID-FILE into WS-RUNID-SEQ-S
                   if WS-RUNID-STATUS = "00"
                       move function numval(function trim(
                           WS-RUNID-SEQ-S)) to WS-RUNID-SEQ
                   end-if
                   close RUNID-FILE
               end-if
               add 1 to WS-RUNID-SEQ
               open output RUNID-FILE
               if WS-RUNID-STATUS = "00"
                   move WS-RUNID-SEQ to WS-RUNID-SEQ-S
                   write RUNID-REGEL from WS-RUNID-SEQ-S
                   close RUNID-FILE
               end-if
               move spaces to WS-RUN-ID
               string "R" delimited by size
                      WS-RUNID-SEQ delimited by size
                   into WS-RUN-ID
               end-string
               display "Run-ID: " WS-RUN-ID
               perform 9150-RECORD-TABLE-VERSIONS thru 9150-EXIT.
           9100-EXIT.
               exit.

      *>    the checksum of every reference table this run loads,
      *>    against its run-ID -- which version was in force
           9150-RECORD-TABLE-VERSIONS.
               perform varying FP-IDX from 1 by 1
                       until FP-IDX > FP-TABEL-COUNT
                   move FP-TABEL(FP-IDX) to FP-TABEL-NAAM
                   move spaces to FP-CHECKSUM
                   call "TableFingerprint" using FP-ACTIE WS-RUN-ID
                       FP-PROGRAMMA FP-TABEL-NAAM FP-CHECKSUM
                       LINK-OPERATOR-ID
                   end-call
               end-perform
               cancel "TableFingerprint"
               move 0 to return-code.
           9150-EXIT.
               exit.
