      *>----------------------------------------------------------------
      *> PersoneelsBudget -- next year's personnel cost, month by
      *> month, for the annual budget:
      *>     call "PersoneelsBudget" using <YYYY> <mode> <operator>
      *> The what-if payroll only simulates one month; this run
      *> projects all twelve of the budget year for every employee on
      *> Werknemers.csv plus the planned hires, and stops each one at
      *> the UitDienst on the master or the planned leaving date. Per
      *> employee and month:
      *>   BRUTO            the Maandloon in force on the 1st (dated
      *>                    changes in Werknemer-Wijzigingen.csv
      *>                    included), lifted to the Baremas.csv
      *>                    minimum of the seniority reached by then
      *>                    -- so every anniversary that crosses a
      *>                    barema step steps the wage up -- times the
      *>                    expected index from the index month on,
      *>                    times the FTE, prorated on calendar days
      *>                    in a month of entry or leaving. An hourly
      *>                    worker without Maandloon is budgeted at
      *>                    Uurloon x 164.67 hours.
      *>   WERKGEVERRSZ     the gross at the payroll's employer rates
      *>                    (Bediende 25%, Arbeider 27%, Student
      *>                    5.46%, Zelfstandige none); the RSZ
      *>                    reductions are not budgeted -- they are
      *>                    not certain ahead.
      *>   VAKANTIEGELD     the gross at Provisie-Percentages.csv
      *>   EINDEJAARSPREMIE VAKANTIEGELDPCT / EINDEJAARSPCT, the way
      *>                    LoonProvisie accrues them monthly.
      *>   MAALTIJDCHEQUES  the employer share of a voucher per working
      *>                    day (weekdays minus Kalender.csv days,
      *>                    times FTE), Maaltijdcheque-Config.csv.
      *>   VERVOER          the commuting allowance the payroll pays
      *>                    on those working days, Vervoer-Vergoeding
      *>                    .csv. The last three for Bedienden and
      *>                    Arbeiders only.
      *> The assumptions sit in Budget-Aannames.csv (Sleutel,Waarde,
      *> ...):
      *>     INDEXPCT,2.00
      *>     INDEXMAAND,01
      *>     AANWERVING,<code>,<naam>,<type>,<maandloon>,<PC>,
      *>                <klasse>,<FTE>,<kostenplaats>,<indienst>
      *>     VERTREK,<PersNr>,<laatste dag>
      *> A planned hire is budgeted without commuting -- nobody knows
      *> the distance yet.
      *> Produces:
      *>   Personeelsbudget-<YYYY>.csv  per employee, per cost centre
      *>                                and in total: one row per
      *>                                component, twelve months and
      *>                                the year
      *>   Budget-Personeel-<YYYY>.csv  the same per cost centre in
      *>                                the Budget.csv layout
      *>                                (Periode,Rekening,Kostenplaats,
      *>                                Bedrag): wage, RSZ, vouchers
      *>                                and commuting on SALARIS
      *>                                LOONKOST, vakantiegeld and
      *>                                eindejaarspremie on SALARIS
      *>                                PROVISIEKOST of GL-Mapping.csv
      *> Mode LOAD also puts those rows into Budget.csv, replacing the
      *> year's earlier rows on those two accounts, after a
      *> timestamped .bak copy the way TableMaintenance saves.
      *>----------------------------------------------------------------
       identification division.
       program-id. PersoneelsBudget.
       environment division.
       input-output section.
       file-control.
           select TABEL-FILE assign dynamic WS-TABEL-NAAM
               organization is line sequential
               file status is WS-TABEL-STATUS.
           select OUTPUT-FILE assign dynamic DYNAMIC-OUTFILE
               organization is line sequential
               file status is WS-OUTPUT-STATUS.
           select GLBUDGET-FILE assign dynamic DYNAMIC-GLFILE
               organization is line sequential
               file status is WS-GLBUDGET-STATUS.
           select BUDGET-FILE assign to "Budget.csv"
               organization is line sequential
               file status is WS-BUDGET-STATUS.
           select WERK-FILE assign to "BUDGET-WERK.TMP"
               organization is line sequential
               file status is WS-WERK-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd TABEL-FILE.
           01 TABEL-REGEL pic x(300).

           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(300).

           fd GLBUDGET-FILE.
           01 GLBUDGET-REGEL pic x(80).

           fd BUDGET-FILE.
           01 BUDGET-REGEL pic x(120).

           fd WERK-FILE.
           01 WERK-REGEL pic x(120).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-TABEL-NAAM pic x(30).
           01 WS-TABEL-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-GLBUDGET-STATUS pic xx.
           01 WS-BUDGET-STATUS pic xx.
           01 WS-WERK-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-OUTFILE pic x(30).
           01 DYNAMIC-GLFILE pic x(30).
           01 WS-CMD pic x(120).
           01 WS-JAAR pic 9(04).

      *>    one master or assumption row, split
           01 F-VELD-TABLE.
               05 F-VELD occurs 25 times pic x(40).
           01 WS-VELD-IDX pic 9(02).

      *>    the assumptions
           01 WS-INDEX-PCT pic 9(02)V99 value 0.
           01 WS-INDEX-MAAND pic 9(02) value 1.
           01 WS-VERTREK-COUNT pic 9(03) value 0.
           01 VERTREK-TABLE.
               05 VERTREK-ENTRY occurs 100 times.
                   10 VTR-PERSNR pic x(06).
                   10 VTR-DATUM pic x(10).
           01 WS-VTR-IDX pic 9(03).

      *>    the employees to budget -- the master's, then the hires
           01 WS-PJ-COUNT pic 9(03) value 0.
           01 WS-PJ-IDX pic 9(03).
           01 PJ-TABLE.
               05 PJ-ENTRY occurs 350 times.
                   10 PJ-PERSNR pic x(06).
                   10 PJ-NAAM pic x(30).
                   10 PJ-TYPE pic x(14).
                   10 PJ-MAANDLOON pic 9(07)V99.
                   10 PJ-UURLOON pic 9(03)V99.
                   10 PJ-PC pic x(04).
                   10 PJ-KLASSE pic x(04).
                   10 PJ-KM pic 9(03).
                   10 PJ-VERVOER pic x(06).
                   10 PJ-DAGENWK pic 9(01).
                   10 PJ-INDIENST pic x(10).
                   10 PJ-UITDIENST pic x(10).
                   10 PJ-FTE pic 9V99.
                   10 PJ-KPL pic x(10).
                   10 PJ-NIEUW pic x(01).

      *>    the reference tables
           01 WS-BAREMA-COUNT pic 9(03) value 0.
           01 BAREMA-TABLE.
               05 BAREMA-ENTRY occurs 100 times.
                   10 BAR-PC pic x(04).
                   10 BAR-KLASSE pic x(04).
                   10 BAR-JAREN pic 9(02).
                   10 BAR-MINIMUM pic 9(07)V99.
           01 WS-BAR-IDX pic 9(03).
           01 WS-VG-PCT pic 9(02)V99 value 15.34.
           01 WS-EJP-PCT pic 9(02)V99 value 8.33.
           01 WS-MC-NOMINAAL pic 9(02)V99 value 0.
           01 WS-MC-BIJDRAGE pic 9(02)V99 value 0.
           01 WS-VV-COUNT pic 9(02) value 0.
           01 VV-TABLE.
               05 VV-ENTRY occurs 10 times.
                   10 VV-MIDDEL pic x(06).
                   10 VV-BEDRAG pic 9V9999.
           01 WS-VV-IDX pic 9(02).
           01 WS-KAL-COUNT pic 9(03) value 0.
           01 KAL-TABLE.
               05 KAL-DATUM occurs 200 times pic x(10).
           01 WS-KAL-IDX pic 9(03).
           01 WS-WZ-COUNT pic 9(04) value 0.
           01 WZ-TABLE.
               05 WZ-ENTRY occurs 2000 times.
                   10 WZ-PERSNR pic x(06).
                   10 WZ-VELD pic x(16).
                   10 WZ-OUD pic x(20).
                   10 WZ-NIEUW pic x(20).
                   10 WZ-INGANG pic x(10).
           01 WS-WZ-IDX pic 9(04).
           01 WS-WZ-BEST pic 9(04).
           01 WS-WZ-LAATSTE pic x(10).
           01 WS-WZ-VELD pic x(16).
           01 WS-REK-LOONKOST pic x(10) value "620200".
           01 WS-REK-PROVISIE pic x(10) value "635000".

      *>    the budget year's calendar
           01 MAAND-TABLE.
               05 MAAND-ENTRY occurs 12 times.
                   10 MND-EERSTE pic x(10).
                   10 MND-LAATSTE pic x(10).
                   10 MND-EERSTE-INT pic 9(07).
                   10 MND-DAGEN pic 9(02).
                   10 MND-WERKDAGEN pic 9(02).
           01 WS-MND pic 9(02).
           01 WS-DAG pic 9(02).
           01 WS-YMD pic 9(08).
           01 WS-YMD-X redefines WS-YMD pic x(08).
           01 WS-INT pic 9(07).
           01 WS-WEEKDAG pic 9(01).
           01 WS-DATUM-PROEF pic x(10).
           01 WS-FEESTDAG pic x(01).

      *>    the component names, the order of every amount table
           01 COMP-NAMEN-DATA.
               05 filler pic x(16) value "BRUTO".
               05 filler pic x(16) value "WERKGEVERRSZ".
               05 filler pic x(16) value "VAKANTIEGELD".
               05 filler pic x(16) value "EINDEJAARSPREMIE".
               05 filler pic x(16) value "MAALTIJDCHEQUES".
               05 filler pic x(16) value "VERVOER".
               05 filler pic x(16) value "TOTAAL".
           01 COMP-NAMEN redefines COMP-NAMEN-DATA.
               05 COMP-NAAM occurs 7 times pic x(16).
           01 WS-COMP pic 9(01).

      *>    the employee being projected, per component and month
           01 EMP-BEDRAGEN.
               05 EMP-COMP occurs 7 times.
                   10 EMP-MAAND occurs 12 times pic s9(07)V99.
           01 WS-EMP-JAAR pic s9(09)V99.
      *>    the same added up per cost centre and for the company
           01 WS-KPL-COUNT pic 9(02) value 0.
           01 WS-KPL-IDX pic 9(02).
           01 WS-KPL-GEVONDEN pic 9(02).
           01 KPL-TABLE.
               05 KPL-ENTRY occurs 50 times.
                   10 KPL-CODE pic x(10).
                   10 KPL-COMP occurs 7 times.
                       15 KPL-MAAND occurs 12 times pic s9(09)V99.
           01 TOT-BEDRAGEN.
               05 TOT-COMP occurs 7 times.
                   10 TOT-MAAND occurs 12 times pic s9(09)V99.
           01 WS-RIJ-MAAND occurs 12 times pic s9(09)V99.
           01 WS-RIJ-JAAR pic s9(11)V99.

      *>    one month of one employee
           01 WS-BEGIN pic x(10).
           01 WS-EINDE pic x(10).
           01 WS-VAN pic x(10).
           01 WS-TOT pic x(10).
           01 WS-VAN-INT pic 9(07).
           01 WS-TOT-INT pic 9(07).
           01 WS-DAGEN-IN pic 9(03).
           01 WS-FRACTIE pic 9V9(6).
           01 WS-LOON pic 9(07)V99.
           01 WS-FTE pic 9V99.
           01 WS-KLASSE pic x(04).
           01 WS-JAREN pic 9(02).
           01 WS-VLOER pic 9(07)V99.
           01 WS-INDEXFACTOR pic 9V9(4).
           01 WS-BRUTO pic 9(07)V99.
           01 WS-WG-FACTOR pic 9V9999.
           01 WS-WERKDAGEN-IN pic 9(02)V99.
           01 WS-CHEQUES pic 9(03).
           01 WS-KM-MAAND pic 9(05)V99.
           01 WS-OPTEL pic s9(09)V99.

           01 WS-EMPLOYEES-BUDGETED pic 9(05) value 0.
           01 WS-ROWS-WRITTEN pic 9(06) value 0.
           01 WS-BUDGET-ROWS pic 9(06) value 0.
           01 DISPLAY-COUNT pic Z(5)9.
           01 DISPLAY-AMT pic -(10)9.99.
           01 DISPLAY-MAAND occurs 12 times pic -(9)9.99.
           01 WS-AMT-S pic x(16).
           01 WS-PERIODE pic x(07).
           01 WS-B-PERIODE pic x(10).
           01 WS-B-REKENING pic x(10).

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-JAAR pic x(04).
           01 LINK-MODE pic x(04).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-JAAR LINK-MODE LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move 0 to WS-RETURN-CODE
           move 0 to WS-EMPLOYEES-BUDGETED
           move 0 to WS-ROWS-WRITTEN
           move 0 to WS-BUDGET-ROWS
           move spaces to DYNAMIC-OUTFILE
           move spaces to DYNAMIC-GLFILE
           if LINK-JAAR not numeric
               display "Ongeldig budgetjaar (YYYY verwacht): "
                   LINK-JAAR
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           move LINK-JAAR to WS-JAAR
           string "Personeelsbudget-" delimited by size
                  LINK-JAAR delimited by size
                  ".csv" delimited by size
               into DYNAMIC-OUTFILE
           end-string
           string "Budget-Personeel-" delimited by size
                  LINK-JAAR delimited by size
                  ".csv" delimited by size
               into DYNAMIC-GLFILE
           end-string

           perform 1000-LOAD-AANNAMES thru 1000-EXIT
           perform 1100-LOAD-WERKNEMERS thru 1100-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           perform 1200-LOAD-TABELLEN thru 1200-EXIT
           perform 1300-LOAD-WIJZIGINGEN thru 1300-EXIT
           perform 1400-LOAD-MAPPING thru 1400-EXIT
           perform 1500-BUILD-MAANDEN thru 1500-EXIT

           open output OUTPUT-FILE
           if WS-OUTPUT-STATUS not = "00"
               display "Error opening "
                   function trim(DYNAMIC-OUTFILE) ": "
                   WS-OUTPUT-STATUS
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           move spaces to OUTPUT-REGEL
           string "Soort,Sleutel,Naam,Kostenplaats,Component,"
                  "M01,M02,M03,M04,M05,M06,M07,M08,M09,M10,M11,M12,"
                  "Jaar" delimited by size
               into OUTPUT-REGEL
           end-string
           write OUTPUT-REGEL

           initialize KPL-TABLE
           initialize TOT-BEDRAGEN
           move 0 to WS-KPL-COUNT
           perform varying WS-PJ-IDX from 1 by 1
                   until WS-PJ-IDX > WS-PJ-COUNT
               perform 2000-ONE-EMPLOYEE thru 2000-EXIT
           end-perform
           perform 3000-WRITE-TOTALS thru 3000-EXIT
           close OUTPUT-FILE

           perform 4000-WRITE-GL-BUDGET thru 4000-EXIT
           if WS-RETURN-CODE = 0
               and function upper-case(LINK-MODE) = "LOAD"
               perform 5000-LOAD-BUDGET thru 5000-EXIT
           end-if

           move WS-EMPLOYEES-BUDGETED to DISPLAY-COUNT
           display function trim(DISPLAY-COUNT)
               " werknemer(s) begroot in "
               function trim(DYNAMIC-OUTFILE)
           move 0 to WS-RIJ-JAAR
           perform varying WS-MND from 1 by 1 until WS-MND > 12
               add TOT-MAAND(7, WS-MND) to WS-RIJ-JAAR
           end-perform
           move WS-RIJ-JAAR to DISPLAY-AMT
           display "Totale personeelskost " LINK-JAAR ": "
               function trim(DISPLAY-AMT).

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-AANNAMES: index, planned leavers; the planned
      *> hires are added after the master in 1100. No file budgets
      *> the staff as it is, without index.
      *>----------------------------------------------------------------
           1000-LOAD-AANNAMES.
               move 0 to WS-INDEX-PCT
               move 1 to WS-INDEX-MAAND
               move 0 to WS-VERTREK-COUNT
               move "Budget-Aannames.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS not = "00"
                   display "Budget-Aannames.csv not found -- geen"
                       " index, aanwervingen of vertrekken."
                   go to 1000-EXIT
               end-if
               read TABEL-FILE into TABEL-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TABEL-FILE into TABEL-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1900-SPLIT-REGEL thru 1900-EXIT
                           evaluate function upper-case(function trim(
                                   F-VELD(1)))
                               when "INDEXPCT"
                                   if function test-numval(function
                                           trim(F-VELD(2))) = 0
                                       move function numval(function
                                           trim(F-VELD(2)))
                                           to WS-INDEX-PCT
                                   end-if
                               when "INDEXMAAND"
                                   if function test-numval(function
                                           trim(F-VELD(2))) = 0
                                       move function numval(function
                                           trim(F-VELD(2)))
                                           to WS-INDEX-MAAND
                                   end-if
                               when "VERTREK"
                                   if WS-VERTREK-COUNT < 100
                                       add 1 to WS-VERTREK-COUNT
                                       move function trim(F-VELD(2))
                                           to VTR-PERSNR(
                                               WS-VERTREK-COUNT)
                                       move F-VELD(3)
                                           to VTR-DATUM(
                                               WS-VERTREK-COUNT)
                                   end-if
                           end-evaluate
                   end-read
               end-perform
               close TABEL-FILE
               if WS-INDEX-MAAND < 1 or WS-INDEX-MAAND > 12
                   move 1 to WS-INDEX-MAAND
               end-if.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-WERKNEMERS: the master's employees, a planned
      *> leaving date overriding a later (or no) UitDienst, then the
      *> planned hires off the assumption file.
      *>----------------------------------------------------------------
           1100-LOAD-WERKNEMERS.
               move 0 to WS-PJ-COUNT
               move "Werknemers.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS not = "00"
                   display "Werknemers.csv not found -- no budget."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read TABEL-FILE into TABEL-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TABEL-FILE into TABEL-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if TABEL-REGEL not = spaces
                               and WS-PJ-COUNT < 300
                               perform 1900-SPLIT-REGEL thru 1900-EXIT
                               perform 1110-ONE-MASTER-ROW
                                   thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close TABEL-FILE

               move "Budget-Aannames.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read TABEL-FILE into TABEL-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TABEL-FILE into TABEL-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1900-SPLIT-REGEL thru 1900-EXIT
                           if function upper-case(function trim(
                                   F-VELD(1))) = "AANWERVING"
                               and WS-PJ-COUNT < 350
                               perform 1120-ONE-HIRE thru 1120-EXIT
                           end-if
                   end-read
               end-perform
               close TABEL-FILE.
           1100-EXIT.
               exit.

           1110-ONE-MASTER-ROW.
               add 1 to WS-PJ-COUNT
               initialize PJ-ENTRY(WS-PJ-COUNT)
               move function trim(F-VELD(1)) to PJ-PERSNR(WS-PJ-COUNT)
               move F-VELD(2) to PJ-NAAM(WS-PJ-COUNT)
               move F-VELD(3) to PJ-TYPE(WS-PJ-COUNT)
               if function test-numval(function trim(F-VELD(7))) = 0
                   and F-VELD(7) not = spaces
                   move function numval(function trim(F-VELD(7)))
                       to PJ-MAANDLOON(WS-PJ-COUNT)
               end-if
               move F-VELD(8) to PJ-PC(WS-PJ-COUNT)
               move F-VELD(9) to PJ-KLASSE(WS-PJ-COUNT)
               if function test-numval(function trim(F-VELD(10))) = 0
                   and F-VELD(10) not = spaces
                   move function numval(function trim(F-VELD(10)))
                       to PJ-KM(WS-PJ-COUNT)
               end-if
               move function upper-case(F-VELD(11))
                   to PJ-VERVOER(WS-PJ-COUNT)
               move 5 to PJ-DAGENWK(WS-PJ-COUNT)
               if function test-numval(function trim(F-VELD(12))) = 0
                   and F-VELD(12) not = spaces
                   move function numval(function trim(F-VELD(12)))
                       to PJ-DAGENWK(WS-PJ-COUNT)
               end-if
               if function test-numval(function trim(F-VELD(13))) = 0
                   and F-VELD(13) not = spaces
                   move function numval(function trim(F-VELD(13)))
                       to PJ-UURLOON(WS-PJ-COUNT)
               end-if
               move F-VELD(14) to PJ-INDIENST(WS-PJ-COUNT)
               move F-VELD(15) to PJ-UITDIENST(WS-PJ-COUNT)
               move 1 to PJ-FTE(WS-PJ-COUNT)
               if function test-numval(function trim(F-VELD(19))) = 0
                   and F-VELD(19) not = spaces
                   move function numval(function trim(F-VELD(19)))
                       to PJ-FTE(WS-PJ-COUNT)
               end-if
               if PJ-FTE(WS-PJ-COUNT) = 0
                   move 1 to PJ-FTE(WS-PJ-COUNT)
               end-if
               move function upper-case(function trim(F-VELD(23)))
                   to PJ-KPL(WS-PJ-COUNT)
               move "N" to PJ-NIEUW(WS-PJ-COUNT)
               perform varying WS-VTR-IDX from 1 by 1
                       until WS-VTR-IDX > WS-VERTREK-COUNT
                   if VTR-PERSNR(WS-VTR-IDX) = PJ-PERSNR(WS-PJ-COUNT)
                       and (PJ-UITDIENST(WS-PJ-COUNT) = spaces
                           or VTR-DATUM(WS-VTR-IDX)
                               < PJ-UITDIENST(WS-PJ-COUNT))
                       move VTR-DATUM(WS-VTR-IDX)
                           to PJ-UITDIENST(WS-PJ-COUNT)
                   end-if
               end-perform.
           1110-EXIT.
               exit.

      *>    AANWERVING,code,naam,type,maandloon,PC,klasse,FTE,
      *>    kostenplaats,indienst
           1120-ONE-HIRE.
               if F-VELD(10)(5:1) not = "-"
                   or F-VELD(10)(1:4) not numeric
                   display "Aanwerving zonder geldige indienstdatum"
                       " genegeerd: " function trim(F-VELD(2))
                   go to 1120-EXIT
               end-if
               add 1 to WS-PJ-COUNT
               initialize PJ-ENTRY(WS-PJ-COUNT)
               move function trim(F-VELD(2)) to PJ-PERSNR(WS-PJ-COUNT)
               move F-VELD(3) to PJ-NAAM(WS-PJ-COUNT)
               move F-VELD(4) to PJ-TYPE(WS-PJ-COUNT)
               if function test-numval(function trim(F-VELD(5))) = 0
                   and F-VELD(5) not = spaces
                   move function numval(function trim(F-VELD(5)))
                       to PJ-MAANDLOON(WS-PJ-COUNT)
               end-if
               move F-VELD(6) to PJ-PC(WS-PJ-COUNT)
               move function upper-case(F-VELD(7))
                   to PJ-KLASSE(WS-PJ-COUNT)
               move 1 to PJ-FTE(WS-PJ-COUNT)
               if function test-numval(function trim(F-VELD(8))) = 0
                   and F-VELD(8) not = spaces
                   move function numval(function trim(F-VELD(8)))
                       to PJ-FTE(WS-PJ-COUNT)
               end-if
               if PJ-FTE(WS-PJ-COUNT) = 0
                   move 1 to PJ-FTE(WS-PJ-COUNT)
               end-if
               move function upper-case(function trim(F-VELD(9)))
                   to PJ-KPL(WS-PJ-COUNT)
               move F-VELD(10) to PJ-INDIENST(WS-PJ-COUNT)
               move 5 to PJ-DAGENWK(WS-PJ-COUNT)
               move "J" to PJ-NIEUW(WS-PJ-COUNT).
           1120-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-TABELLEN: baremas, provision percentages, voucher
      *> value, commuting rates and the calendar -- each optional.
      *>----------------------------------------------------------------
           1200-LOAD-TABELLEN.
               move 0 to WS-BAREMA-COUNT
               move "Baremas.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS = "00"
                   read TABEL-FILE into TABEL-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read TABEL-FILE into TABEL-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               perform 1900-SPLIT-REGEL thru 1900-EXIT
                               if WS-BAREMA-COUNT < 100
                                   and function test-numval(function
                                       trim(F-VELD(3))) = 0
                                   and function test-numval(function
                                       trim(F-VELD(4))) = 0
                                   add 1 to WS-BAREMA-COUNT
                                   move F-VELD(1)
                                       to BAR-PC(WS-BAREMA-COUNT)
                                   move function upper-case(F-VELD(2))
                                       to BAR-KLASSE(WS-BAREMA-COUNT)
                                   move function numval(function trim(
                                       F-VELD(3)))
                                       to BAR-JAREN(WS-BAREMA-COUNT)
                                   move function numval(function trim(
                                       F-VELD(4)))
                                       to BAR-MINIMUM(WS-BAREMA-COUNT)
                               end-if
                       end-read
                   end-perform
                   close TABEL-FILE
               end-if

               move "Provisie-Percentages.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS = "00"
                   read TABEL-FILE into TABEL-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read TABEL-FILE into TABEL-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               perform 1900-SPLIT-REGEL thru 1900-EXIT
                               if function test-numval(function trim(
                                       F-VELD(2))) = 0
                                   evaluate function trim(F-VELD(1))
                                       when "VAKANTIEGELDPCT"
                                           move function numval(
                                               function trim(
                                                   F-VELD(2)))
                                               to WS-VG-PCT
                                       when "EINDEJAARSPCT"
                                           move function numval(
                                               function trim(
                                                   F-VELD(2)))
                                               to WS-EJP-PCT
                                   end-evaluate
                               end-if
                       end-read
                   end-perform
                   close TABEL-FILE
               end-if

               move "Maaltijdcheque-Config.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS = "00"
                   read TABEL-FILE into TABEL-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read TABEL-FILE into TABEL-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               perform 1900-SPLIT-REGEL thru 1900-EXIT
                               if function test-numval(function trim(
                                       F-VELD(2))) = 0
                                   evaluate function trim(F-VELD(1))
                                       when "NOMINAAL"
                                           move function numval(
                                               function trim(
                                                   F-VELD(2)))
                                               to WS-MC-NOMINAAL
                                       when "WERKNEMERSBIJDRAGE"
                                           move function numval(
                                               function trim(
                                                   F-VELD(2)))
                                               to WS-MC-BIJDRAGE
                                   end-evaluate
                               end-if
                       end-read
                   end-perform
                   close TABEL-FILE
               end-if

               move 0 to WS-VV-COUNT
               move "Vervoer-Vergoeding.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS = "00"
                   read TABEL-FILE into TABEL-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read TABEL-FILE into TABEL-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               perform 1900-SPLIT-REGEL thru 1900-EXIT
                               if WS-VV-COUNT < 10
                                   and function test-numval(function
                                       trim(F-VELD(2))) = 0
                                   add 1 to WS-VV-COUNT
                                   move function upper-case(function
                                       trim(F-VELD(1)))
                                       to VV-MIDDEL(WS-VV-COUNT)
                                   move function numval(function trim(
                                       F-VELD(2)))
                                       to VV-BEDRAG(WS-VV-COUNT)
                               end-if
                       end-read
                   end-perform
                   close TABEL-FILE
               end-if

               move 0 to WS-KAL-COUNT
               move "Kalender.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS = "00"
                   read TABEL-FILE into TABEL-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read TABEL-FILE into TABEL-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-KAL-COUNT < 200
                                   perform 1900-SPLIT-REGEL
                                       thru 1900-EXIT
                                   add 1 to WS-KAL-COUNT
                                   move F-VELD(1)
                                       to KAL-DATUM(WS-KAL-COUNT)
                               end-if
                       end-read
                   end-perform
                   close TABEL-FILE
               end-if.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-LOAD-WIJZIGINGEN: the dated wage, FTE and class
      *> changes WerknemerOnderhoud recorded -- a raise already
      *> agreed for next spring belongs in next year's budget.
      *>----------------------------------------------------------------
           1300-LOAD-WIJZIGINGEN.
               move 0 to WS-WZ-COUNT
               move "Werknemer-Wijzigingen.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read TABEL-FILE into TABEL-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TABEL-FILE into TABEL-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if TABEL-REGEL not = spaces
                               and WS-WZ-COUNT < 2000
                               perform 1900-SPLIT-REGEL thru 1900-EXIT
                               add 1 to WS-WZ-COUNT
                               move function trim(F-VELD(1))
                                   to WZ-PERSNR(WS-WZ-COUNT)
                               move function upper-case(F-VELD(2))
                                   to WZ-VELD(WS-WZ-COUNT)
                               move F-VELD(3) to WZ-OUD(WS-WZ-COUNT)
                               move F-VELD(4) to WZ-NIEUW(WS-WZ-COUNT)
                               move F-VELD(5)
                                   to WZ-INGANG(WS-WZ-COUNT)
                           end-if
                   end-read
               end-perform
               close TABEL-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1400-LOAD-MAPPING: the two cost accounts the GL budget rows
      *> go on; without a mapping the chart's own 620200 / 635000.
      *>----------------------------------------------------------------
           1400-LOAD-MAPPING.
               move "GL-Mapping.csv" to WS-TABEL-NAAM
               open input TABEL-FILE
               if WS-TABEL-STATUS not = "00"
                   go to 1400-EXIT
               end-if
               read TABEL-FILE into TABEL-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TABEL-FILE into TABEL-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1900-SPLIT-REGEL thru 1900-EXIT
                           if function trim(F-VELD(1)) = "SALARIS"
                               evaluate function trim(F-VELD(2))
                                   when "LOONKOST"
                                       move F-VELD(3)
                                           to WS-REK-LOONKOST
                                   when "PROVISIEKOST"
                                       move F-VELD(3)
                                           to WS-REK-PROVISIE
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close TABEL-FILE.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1500-BUILD-MAANDEN: first and last day, length and working
      *> days (weekdays minus Kalender.csv days) of each month of
      *> the budget year.
      *>----------------------------------------------------------------
           1500-BUILD-MAANDEN.
               perform varying WS-MND from 1 by 1 until WS-MND > 12
                   compute WS-YMD = WS-JAAR * 10000 + WS-MND * 100 + 1
                   compute MND-EERSTE-INT(WS-MND) =
                       function integer-of-date(WS-YMD)
                   move spaces to MND-EERSTE(WS-MND)
                   string WS-YMD-X(1:4) "-" WS-YMD-X(5:2) "-01"
                       delimited by size into MND-EERSTE(WS-MND)
                   end-string
                   if WS-MND = 12
                       compute WS-YMD = (WS-JAAR + 1) * 10000 + 101
                   else
                       compute WS-YMD =
                           WS-JAAR * 10000 + (WS-MND + 1) * 100 + 1
                   end-if
                   compute MND-DAGEN(WS-MND) =
                       function integer-of-date(WS-YMD)
                       - MND-EERSTE-INT(WS-MND)
                   move spaces to MND-LAATSTE(WS-MND)
                   string MND-EERSTE(WS-MND)(1:8) delimited by size
                          MND-DAGEN(WS-MND) delimited by size
                       into MND-LAATSTE(WS-MND)
                   end-string
                   move 0 to MND-WERKDAGEN(WS-MND)
                   perform varying WS-DAG from 1 by 1
                           until WS-DAG > MND-DAGEN(WS-MND)
                       compute WS-INT =
                           MND-EERSTE-INT(WS-MND) + WS-DAG - 1
                       compute WS-WEEKDAG = function mod(WS-INT 7)
                       if WS-WEEKDAG not = 6 and WS-WEEKDAG not = 0
                           move spaces to WS-DATUM-PROEF
                           string MND-EERSTE(WS-MND)(1:8)
                                      delimited by size
                                  WS-DAG delimited by size
                               into WS-DATUM-PROEF
                           end-string
                           move "N" to WS-FEESTDAG
                           perform varying WS-KAL-IDX from 1 by 1
                                   until WS-KAL-IDX > WS-KAL-COUNT
                               if KAL-DATUM(WS-KAL-IDX)
                                       = WS-DATUM-PROEF
                                   move "J" to WS-FEESTDAG
                               end-if
                           end-perform
                           if WS-FEESTDAG not = "J"
                               add 1 to MND-WERKDAGEN(WS-MND)
                           end-if
                       end-if
                   end-perform
               end-perform.
           1500-EXIT.
               exit.

      *>    TABEL-REGEL into F-VELD(1..25)
           1900-SPLIT-REGEL.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 25
                   move spaces to F-VELD(WS-VELD-IDX)
               end-perform
               unstring TABEL-REGEL
                   delimited by ","
                   into F-VELD(1) F-VELD(2) F-VELD(3) F-VELD(4)
                        F-VELD(5) F-VELD(6) F-VELD(7) F-VELD(8)
                        F-VELD(9) F-VELD(10) F-VELD(11) F-VELD(12)
                        F-VELD(13) F-VELD(14) F-VELD(15) F-VELD(16)
                        F-VELD(17) F-VELD(18) F-VELD(19) F-VELD(20)
                        F-VELD(21) F-VELD(22) F-VELD(23) F-VELD(24)
                        F-VELD(25)
               end-unstring.
           1900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-EMPLOYEE: twelve months of PJ-ENTRY(WS-PJ-IDX),
      *> written out and added to the cost centre and the total. An
      *> employee with nothing in the year is left out.
      *>----------------------------------------------------------------
           2000-ONE-EMPLOYEE.
               initialize EMP-BEDRAGEN
               move PJ-INDIENST(WS-PJ-IDX) to WS-BEGIN
               if WS-BEGIN = spaces
                   move low-values to WS-BEGIN
               end-if
               move PJ-UITDIENST(WS-PJ-IDX) to WS-EINDE
               if WS-EINDE = spaces
                   move high-values to WS-EINDE
               end-if
               evaluate PJ-TYPE(WS-PJ-IDX)
                   when "Bediende"
                       move 0.25 to WS-WG-FACTOR
                   when "Arbeider"
                       move 0.27 to WS-WG-FACTOR
                   when "Student"
                       move 0.0546 to WS-WG-FACTOR
                   when other
                       move 0 to WS-WG-FACTOR
               end-evaluate
               perform varying WS-MND from 1 by 1 until WS-MND > 12
                   perform 2100-ONE-MONTH thru 2100-EXIT
               end-perform
               move 0 to WS-EMP-JAAR
               perform varying WS-MND from 1 by 1 until WS-MND > 12
                   add EMP-MAAND(7, WS-MND) to WS-EMP-JAAR
               end-perform
               if WS-EMP-JAAR = 0
                   go to 2000-EXIT
               end-if
               add 1 to WS-EMPLOYEES-BUDGETED

      *>        the employee's cost centre in the running totals
               move 0 to WS-KPL-GEVONDEN
               perform varying WS-KPL-IDX from 1 by 1
                       until WS-KPL-IDX > WS-KPL-COUNT
                   if KPL-CODE(WS-KPL-IDX) = PJ-KPL(WS-PJ-IDX)
                       move WS-KPL-IDX to WS-KPL-GEVONDEN
                   end-if
               end-perform
               if WS-KPL-GEVONDEN = 0
                   if WS-KPL-COUNT < 50
                       add 1 to WS-KPL-COUNT
                       move PJ-KPL(WS-PJ-IDX)
                           to KPL-CODE(WS-KPL-COUNT)
                       move WS-KPL-COUNT to WS-KPL-GEVONDEN
                   else
                       display "Te veel kostenplaatsen -- "
                           function trim(PJ-PERSNR(WS-PJ-IDX))
                           " alleen in het totaal."
                   end-if
               end-if

               perform varying WS-COMP from 1 by 1 until WS-COMP > 7
                   perform varying WS-MND from 1 by 1
                           until WS-MND > 12
                       move EMP-MAAND(WS-COMP, WS-MND)
                           to WS-RIJ-MAAND(WS-MND)
                       add EMP-MAAND(WS-COMP, WS-MND)
                           to TOT-MAAND(WS-COMP, WS-MND)
                       if WS-KPL-GEVONDEN > 0
                           add EMP-MAAND(WS-COMP, WS-MND)
                               to KPL-MAAND(WS-KPL-GEVONDEN, WS-COMP,
                                   WS-MND)
                       end-if
                   end-perform
                   move spaces to OUTPUT-REGEL
                   if PJ-NIEUW(WS-PJ-IDX) = "J"
                       string "AANWERVING," delimited by size
                           into OUTPUT-REGEL
                       end-string
                   else
                       string "WERKNEMER," delimited by size
                           into OUTPUT-REGEL
                       end-string
                   end-if
                   string function trim(OUTPUT-REGEL)
                              delimited by size
                          function trim(PJ-PERSNR(WS-PJ-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(PJ-NAAM(WS-PJ-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(PJ-KPL(WS-PJ-IDX))
                              delimited by size
                          "," delimited by size
                       into OUTPUT-REGEL
                   end-string
                   perform 3900-WRITE-AMOUNT-ROW thru 3900-EXIT
               end-perform.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-ONE-MONTH: month WS-MND of the employee -- the share of
      *> the month in service, the wage in force on its first day
      *> (or the entry day), and every component off that gross.
      *>----------------------------------------------------------------
           2100-ONE-MONTH.
               if WS-BEGIN > MND-LAATSTE(WS-MND)
                   or WS-EINDE < MND-EERSTE(WS-MND)
                   go to 2100-EXIT
               end-if
               move MND-EERSTE(WS-MND) to WS-VAN
               if WS-BEGIN > WS-VAN
                   move WS-BEGIN to WS-VAN
               end-if
               move MND-LAATSTE(WS-MND) to WS-TOT
               if WS-EINDE < WS-TOT
                   move WS-EINDE to WS-TOT
               end-if
               compute WS-VAN-INT = MND-EERSTE-INT(WS-MND)
                   + function numval(WS-VAN(9:2)) - 1
               compute WS-TOT-INT = MND-EERSTE-INT(WS-MND)
                   + function numval(WS-TOT(9:2)) - 1
               compute WS-DAGEN-IN = WS-TOT-INT - WS-VAN-INT + 1
               compute WS-FRACTIE rounded =
                   WS-DAGEN-IN / MND-DAGEN(WS-MND)

      *>        the wage, FTE and class in force on WS-VAN
               move PJ-MAANDLOON(WS-PJ-IDX) to WS-LOON
               move "MAANDLOON" to WS-WZ-VELD
               perform 2200-WAARDE-OP-DATUM thru 2200-EXIT
               if WS-WZ-BEST > 0
                   and function test-numval(function trim(
                       WZ-NIEUW(WS-WZ-BEST))) = 0
                   move function numval(function trim(
                       WZ-NIEUW(WS-WZ-BEST))) to WS-LOON
               end-if
               if WS-LOON = 0
                   compute WS-LOON rounded =
                       PJ-UURLOON(WS-PJ-IDX) * 164.67
               end-if
               move PJ-FTE(WS-PJ-IDX) to WS-FTE
               move "FTE" to WS-WZ-VELD
               perform 2200-WAARDE-OP-DATUM thru 2200-EXIT
               if WS-WZ-BEST > 0
                   and function test-numval(function trim(
                       WZ-NIEUW(WS-WZ-BEST))) = 0
                   move function numval(function trim(
                       WZ-NIEUW(WS-WZ-BEST))) to WS-FTE
               end-if
               move function upper-case(PJ-KLASSE(WS-PJ-IDX))
                   to WS-KLASSE
               move "FUNCTIEKLASSE" to WS-WZ-VELD
               perform 2200-WAARDE-OP-DATUM thru 2200-EXIT
               if WS-WZ-BEST > 0
                   move function upper-case(WZ-NIEUW(WS-WZ-BEST))
                       to WS-KLASSE
               end-if

      *>        completed years of service on WS-VAN, and the barema
      *>        minimum they have reached
               move 0 to WS-JAREN
               if PJ-INDIENST(WS-PJ-IDX)(1:4) numeric
                   and PJ-INDIENST(WS-PJ-IDX)(5:1) = "-"
                   and PJ-INDIENST(WS-PJ-IDX) < WS-VAN
                   compute WS-JAREN =
                       function numval(WS-VAN(1:4))
                       - function numval(PJ-INDIENST(WS-PJ-IDX)(1:4))
                   if WS-VAN(6:5) < PJ-INDIENST(WS-PJ-IDX)(6:5)
                       and WS-JAREN > 0
                       subtract 1 from WS-JAREN
                   end-if
               end-if
               move 0 to WS-VLOER
               perform varying WS-BAR-IDX from 1 by 1
                       until WS-BAR-IDX > WS-BAREMA-COUNT
                   if function trim(BAR-PC(WS-BAR-IDX))
                           = function trim(PJ-PC(WS-PJ-IDX))
                       and function trim(BAR-KLASSE(WS-BAR-IDX))
                           = function trim(WS-KLASSE)
                       and BAR-JAREN(WS-BAR-IDX) <= WS-JAREN
                       and BAR-MINIMUM(WS-BAR-IDX) > WS-VLOER
                       move BAR-MINIMUM(WS-BAR-IDX) to WS-VLOER
                   end-if
               end-perform
               if WS-VLOER > WS-LOON
                   move WS-VLOER to WS-LOON
               end-if

               move 1 to WS-INDEXFACTOR
               if WS-MND >= WS-INDEX-MAAND
                   compute WS-INDEXFACTOR = 1 + WS-INDEX-PCT / 100
               end-if
               compute WS-BRUTO rounded =
                   WS-LOON * WS-INDEXFACTOR * WS-FTE * WS-FRACTIE
               move WS-BRUTO to EMP-MAAND(1, WS-MND)
               compute EMP-MAAND(2, WS-MND) rounded =
                   WS-BRUTO * WS-WG-FACTOR

               if PJ-TYPE(WS-PJ-IDX) = "Bediende"
                   or PJ-TYPE(WS-PJ-IDX) = "Arbeider"
                   compute EMP-MAAND(3, WS-MND) rounded =
                       WS-BRUTO * WS-VG-PCT / 100
                   compute EMP-MAAND(4, WS-MND) rounded =
                       WS-BRUTO * WS-EJP-PCT / 100
                   compute WS-WERKDAGEN-IN rounded =
                       MND-WERKDAGEN(WS-MND) * WS-FRACTIE
                   compute WS-CHEQUES rounded =
                       WS-WERKDAGEN-IN * WS-FTE
                   compute EMP-MAAND(5, WS-MND) rounded =
                       WS-CHEQUES * (WS-MC-NOMINAAL - WS-MC-BIJDRAGE)
                   perform varying WS-VV-IDX from 1 by 1
                           until WS-VV-IDX > WS-VV-COUNT
                       if VV-MIDDEL(WS-VV-IDX) = PJ-VERVOER(WS-PJ-IDX)
                           and PJ-KM(WS-PJ-IDX) > 0
                           compute WS-KM-MAAND rounded =
                               PJ-KM(WS-PJ-IDX) * 2 * WS-WERKDAGEN-IN
                               * PJ-DAGENWK(WS-PJ-IDX) / 5
                           compute EMP-MAAND(6, WS-MND) rounded =
                               WS-KM-MAAND * VV-BEDRAG(WS-VV-IDX)
                       end-if
                   end-perform
               end-if
               compute EMP-MAAND(7, WS-MND) =
                   EMP-MAAND(1, WS-MND) + EMP-MAAND(2, WS-MND)
                   + EMP-MAAND(3, WS-MND) + EMP-MAAND(4, WS-MND)
                   + EMP-MAAND(5, WS-MND) + EMP-MAAND(6, WS-MND).
           2100-EXIT.
               exit.

      *>    WS-WZ-BEST = the newest change of WS-WZ-VELD for the
      *>    employee with Ingang on or before WS-VAN (0 = none, the
      *>    master's value stands)
           2200-WAARDE-OP-DATUM.
               move 0 to WS-WZ-BEST
               move low-values to WS-WZ-LAATSTE
               perform varying WS-WZ-IDX from 1 by 1
                       until WS-WZ-IDX > WS-WZ-COUNT
                   if WZ-PERSNR(WS-WZ-IDX) = PJ-PERSNR(WS-PJ-IDX)
                       and WZ-VELD(WS-WZ-IDX) = WS-WZ-VELD
                       and WZ-INGANG(WS-WZ-IDX) <= WS-VAN
                       and WZ-INGANG(WS-WZ-IDX) >= WS-WZ-LAATSTE
                       move WZ-INGANG(WS-WZ-IDX) to WS-WZ-LAATSTE
                       move WS-WZ-IDX to WS-WZ-BEST
                   end-if
               end-perform.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-TOTALS: per cost centre, then the company.
      *>----------------------------------------------------------------
           3000-WRITE-TOTALS.
               perform varying WS-KPL-IDX from 1 by 1
                       until WS-KPL-IDX > WS-KPL-COUNT
                   perform varying WS-COMP from 1 by 1
                           until WS-COMP > 7
                       perform varying WS-MND from 1 by 1
                               until WS-MND > 12
                           move KPL-MAAND(WS-KPL-IDX, WS-COMP, WS-MND)
                               to WS-RIJ-MAAND(WS-MND)
                       end-perform
                       move spaces to OUTPUT-REGEL
                       string "KOSTENPLAATS," delimited by size
                              function trim(KPL-CODE(WS-KPL-IDX))
                                  delimited by size
                              ",," delimited by size
                              function trim(KPL-CODE(WS-KPL-IDX))
                                  delimited by size
                              "," delimited by size
                           into OUTPUT-REGEL
                       end-string
                       perform 3900-WRITE-AMOUNT-ROW thru 3900-EXIT
                   end-perform
               end-perform
               perform varying WS-COMP from 1 by 1 until WS-COMP > 7
                   perform varying WS-MND from 1 by 1
                           until WS-MND > 12
                       move TOT-MAAND(WS-COMP, WS-MND)
                           to WS-RIJ-MAAND(WS-MND)
                   end-perform
                   move "TOTAAL,,,," to OUTPUT-REGEL
                   perform 3900-WRITE-AMOUNT-ROW thru 3900-EXIT
               end-perform.
           3000-EXIT.
               exit.

      *>    OUTPUT-REGEL holds the row's leading columns; the
      *>    component name, WS-RIJ-MAAND(1..12) and the year are added
           3900-WRITE-AMOUNT-ROW.
               move 0 to WS-RIJ-JAAR
               perform varying WS-MND from 1 by 1 until WS-MND > 12
                   add WS-RIJ-MAAND(WS-MND) to WS-RIJ-JAAR
                   move WS-RIJ-MAAND(WS-MND) to DISPLAY-MAAND(WS-MND)
               end-perform
               move WS-RIJ-JAAR to DISPLAY-AMT
               string function trim(OUTPUT-REGEL) delimited by size
                      function trim(COMP-NAAM(WS-COMP))
                          delimited by size
                      "," function trim(DISPLAY-MAAND(1))
                      "," function trim(DISPLAY-MAAND(2))
                      "," function trim(DISPLAY-MAAND(3))
                      "," function trim(DISPLAY-MAAND(4))
                      "," function trim(DISPLAY-MAAND(5))
                      "," function trim(DISPLAY-MAAND(6))
                      "," function trim(DISPLAY-MAAND(7))
                      "," function trim(DISPLAY-MAAND(8))
                      "," function trim(DISPLAY-MAAND(9))
                      "," function trim(DISPLAY-MAAND(10))
                      "," function trim(DISPLAY-MAAND(11))
                      "," function trim(DISPLAY-MAAND(12))
                      "," function trim(DISPLAY-AMT)
                          delimited by size
                   into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               add 1 to WS-ROWS-WRITTEN.
           3900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-GL-BUDGET: per cost centre and month, the
      *> LOONKOST row (wage, RSZ, vouchers, commuting) and the
      *> PROVISIEKOST row (vakantiegeld, eindejaarspremie), in the
      *> Budget.csv layout.
      *>----------------------------------------------------------------
           4000-WRITE-GL-BUDGET.
               open output GLBUDGET-FILE
               if WS-GLBUDGET-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-GLFILE) ": "
                       WS-GLBUDGET-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move "Periode,Rekening,Kostenplaats,Bedrag"
                   to GLBUDGET-REGEL
               write GLBUDGET-REGEL
               perform varying WS-MND from 1 by 1 until WS-MND > 12
                   move MND-EERSTE(WS-MND)(1:7) to WS-PERIODE
                   perform varying WS-KPL-IDX from 1 by 1
                           until WS-KPL-IDX > WS-KPL-COUNT
                       compute WS-OPTEL =
                           KPL-MAAND(WS-KPL-IDX, 1, WS-MND)
                           + KPL-MAAND(WS-KPL-IDX, 2, WS-MND)
                           + KPL-MAAND(WS-KPL-IDX, 5, WS-MND)
                           + KPL-MAAND(WS-KPL-IDX, 6, WS-MND)
                       move WS-REK-LOONKOST to WS-B-REKENING
                       perform 4100-WRITE-GL-ROW thru 4100-EXIT
                       compute WS-OPTEL =
                           KPL-MAAND(WS-KPL-IDX, 3, WS-MND)
                           + KPL-MAAND(WS-KPL-IDX, 4, WS-MND)
                       move WS-REK-PROVISIE to WS-B-REKENING
                       perform 4100-WRITE-GL-ROW thru 4100-EXIT
                   end-perform
               end-perform
               close GLBUDGET-FILE.
           4000-EXIT.
               exit.

           4100-WRITE-GL-ROW.
               if WS-OPTEL = 0
                   go to 4100-EXIT
               end-if
               move WS-OPTEL to DISPLAY-AMT
               move spaces to GLBUDGET-REGEL
               string WS-PERIODE delimited by size
                      "," delimited by size
                      function trim(WS-B-REKENING) delimited by size
                      "," delimited by size
                      function trim(KPL-CODE(WS-KPL-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into GLBUDGET-REGEL
               end-string
               write GLBUDGET-REGEL
               add 1 to WS-BUDGET-ROWS.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-LOAD-BUDGET: Budget.csv keeps every row except the
      *> budget year's on the two personnel accounts, which the new
      *> rows replace. The previous version is kept as a .bak copy.
      *>----------------------------------------------------------------
           5000-LOAD-BUDGET.
               move spaces to WS-CMD
               string "test -f Budget.csv && cp -p Budget.csv "
                          delimited by size
                      "Budget.csv.bak-" delimited by size
                      WS-CURRENT-DATETIME(1:14) delimited by size
                      "; true" delimited by size
                   into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD

               open output WERK-FILE
               if WS-WERK-STATUS not = "00"
                   display "Werkbestand niet schrijfbaar: "
                       WS-WERK-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               open input BUDGET-FILE
               if WS-BUDGET-STATUS = "00"
                   read BUDGET-FILE into BUDGET-REGEL *> header
                   write WERK-REGEL from BUDGET-REGEL
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read BUDGET-FILE into BUDGET-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-B-PERIODE
                               move spaces to WS-B-REKENING
                               unstring BUDGET-REGEL delimited by ","
                                   into WS-B-PERIODE WS-B-REKENING
                               end-unstring
                               if WS-B-PERIODE(1:4) = LINK-JAAR
                                   and (WS-B-REKENING
                                           = WS-REK-LOONKOST
                                       or WS-B-REKENING
                                           = WS-REK-PROVISIE)
                                   continue
                               else
                                   write WERK-REGEL from BUDGET-REGEL
                               end-if
                       end-read
                   end-perform
                   close BUDGET-FILE
               else
                   move "Periode,Rekening,Kostenplaats,Bedrag"
                       to WERK-REGEL
                   write WERK-REGEL
               end-if
               open input GLBUDGET-FILE
               read GLBUDGET-FILE into GLBUDGET-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read GLBUDGET-FILE into GLBUDGET-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           write WERK-REGEL from GLBUDGET-REGEL
                   end-read
               end-perform
               close GLBUDGET-FILE
               close WERK-FILE
               move "mv BUDGET-WERK.TMP Budget.csv" to WS-CMD
               call "SYSTEM" using WS-CMD
               move WS-BUDGET-ROWS to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " budgetregel(s) " LINK-JAAR
                   " in Budget.csv geladen, vorige versie in de"
                   " .bak-kopie.".
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: one line on the shared audit trail.
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
               move "PersoneelsBudget" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Werknemers.csv" to LOG-INPUT-FILE
               move DYNAMIC-OUTFILE to LOG-OUTPUT-FILE
               move WS-PJ-COUNT to LOG-RECORDS-IN
               move WS-ROWS-WRITTEN to LOG-RECORDS-OUT
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
