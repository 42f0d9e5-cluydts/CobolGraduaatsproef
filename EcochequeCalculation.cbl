      *>----------------------------------------------------------------
      *> EcochequeCalculation -- the yearly ecocheque run, alongside
      *> EindejaarspremieCalculation's December premium. The sector
      *> agreement grants a full amount (BEDRAG in
      *> Ecocheque-Config.csv) to a full-timer in service the whole
      *> reference period, June of the previous year through May of
      *> the run year, and pro rata otherwise:
      *>   - the FTE fraction off the employee master;
      *>   - the days in service inside the reference period, off
      *>     the master's InDienst/UitDienst dates, as working days
      *>     (calendar days x 5 / 7);
      *>   - less the absence days that do not count: the AfwCode /
      *>     AfwDagen columns of Payroll-History.csv for the codes
      *>     listed under NIETMEETELLEND (";"-separated, default
      *>     ONBETAALD). Sickness, holiday and the other assimilated
      *>     days keep counting.
      *>   bedrag = BEDRAG x FTE x (werkdagen in dienst - niet
      *>            meetellende dagen) / werkdagen referteperiode
      *> Only Bediende/Arbeider are entitled. Produces:
      *>   Ecocheques-<YYYY>.csv            the entitlement list
      *>   Ecocheque-Bestelling-<YYYY>.csv  the order for the issuer
      *>                                    (UITGEVER / KLANTNUMMER)
      *>   GL-Ecocheque-Journal.csv         the provision, balanced, on
      *>                                    SALARIS ECOCHEQUEKOST /
      *>                                    PROVISIEECO, for GlPost
      *>----------------------------------------------------------------
       identification division.
       program-id. EcochequeCalculation.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Ecocheque-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
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
           select ORDER-FILE assign dynamic DYNAMIC-ORDERFILE
               organization is line sequential
               file status is WS-ORDER-STATUS.
           select JOURNAL-FILE assign to "GL-Ecocheque-Journal.csv"
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

           fd EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(250).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(200).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).

           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(130).

           fd ORDER-FILE.
           01 ORDER-REGEL pic x(100).

           fd JOURNAL-FILE.
           01 JOURNAL-REGEL pic x(130).

           fd RUNID-FILE.
           01 RUNID-REGEL pic x(10).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-ORDER-STATUS pic xx.
           01 WS-JOURNAL-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-OUTFILE pic x(30).
           01 DYNAMIC-ORDERFILE pic x(40).

      *>    the reference period, June of the previous year through
      *>    May of the run year
           01 WS-JAAR pic 9(04).
           01 WS-VORIG-JAAR pic 9(04).
           01 WS-REF-VAN pic x(10).
           01 WS-REF-TOT pic x(10).
           01 WS-REF-VAN-INT pic 9(08).
           01 WS-REF-TOT-INT pic 9(08).
           01 WS-REF-WERKDAGEN pic 9(05)V99.
           01 WS-DATE-YMD-N pic 9(08).
           01 WS-DATE-YMD-X redefines WS-DATE-YMD-N pic x(08).

      *>    the sector terms and the issuer
           01 WS-CONFIG-EOF pic x(01).
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-ECO-BEDRAG pic 9(04)V99 value 0.
           01 WS-UITGEVER pic x(40) value spaces.
           01 WS-KLANTNUMMER pic x(20) value spaces.
           01 WS-NM-LIJST pic x(40) value "ONBETAALD".
           01 WS-NM-COUNT pic 9(02) value 0.
           01 WS-NM-IDX pic 9(02).
           01 WS-NM-PTR pic 9(03).
           01 WS-NM-CODE-S pic x(10).
           01 WS-NM-TELT pic x(01).
           01 NM-TABLE.
               05 NM-CODE occurs 10 times pic x(10).

      *>    the employee master, with this run's figures per employee
           01 WS-EMP-COUNT pic 9(03) value 0.
           01 WS-EMP-IDX pic 9(03).
           01 WS-EMP-FOUND-IDX pic 9(03).
           01 WS-EMP-LEESREGEL pic x(250).
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
                   10 EMP-DAGEN-DIENST pic 9(03).
                   10 EMP-BEDRAG pic 9(05)V99.
           01 E-NR pic x(08).
           01 E-NAAM pic x(30).
           01 E-TYPE pic x(14).
           01 E-F4 pic x(14).
           01 E-F5 pic x(06).
           01 E-F6 pic x(20).
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

      *>    one employee's computation
           01 WS-VAN-INT pic 9(08).
           01 WS-TOT-INT pic 9(08).
           01 WS-WERKDAGEN pic 9(05)V99.
           01 WS-TELLENDE-DAGEN pic s9(05)V99.

      *>    account resolution off GL-Mapping.csv
           01 WS-MAPPING-EOF pic x(01).
           01 WS-MAPPING-LEESREGEL pic x(60).
           01 WS-MAP-TYPE pic x(10).
           01 WS-MAP-KIND pic x(16).
           01 WS-MAP-REKENING pic x(10).
           01 WS-REK-KOST pic x(10).
           01 WS-REK-PROVISIE pic x(10).

      *>    run-ID lineage stamp on the journal's TOTAAL line -- how
      *>    GlPost refuses to post the same journal twice.
           01 WS-RUNID-STATUS pic xx.
           01 WS-RUN-ID pic x(09).
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "Ecocheque-Config.csv".
               05 filler pic x(30) value "GL-Mapping.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 2 times.
           01 FP-TABEL-COUNT pic 9(02) value 2.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "EcochequeCalculation".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

           01 WS-RECHTHEBBENDEN pic 9(04) value 0.
           01 WS-TOTAAL-BEDRAG pic 9(09)V99 value 0.
           01 WS-ROWS-READ pic 9(07) value 0.
           01 WS-LINES-WRITTEN pic 9(04) value 0.
           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-FTE pic 9.99.
           01 DISPLAY-DAGEN pic ZZ9.
           01 DISPLAY-NM pic ZZ9.
           01 DISPLAY-AANTAL pic Z(3)9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

      *>    the history arrives through HistorySelect -- only the
      *>    periods this run needs, segment and flat regime alike.
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-ECO.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

       linkage section.
           01 LINK-YEAR pic x(04).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-YEAR LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           if LINK-YEAR not numeric
               display "Ongeldig jaar (YYYY verwacht): " LINK-YEAR
               move 1 to return-code
               goback
           end-if
           move LINK-YEAR to WS-JAAR
           compute WS-VORIG-JAAR = WS-JAAR - 1
           move spaces to WS-REF-VAN
           string WS-VORIG-JAAR "-06-01" delimited by size
               into WS-REF-VAN
           end-string
           move spaces to WS-REF-TOT
           string WS-JAAR "-05-31" delimited by size
               into WS-REF-TOT
           end-string
           move WS-REF-VAN to WS-DATE-YMD-X(1:4)
           move WS-REF-VAN(6:2) to WS-DATE-YMD-X(5:2)
           move WS-REF-VAN(9:2) to WS-DATE-YMD-X(7:2)
           compute WS-REF-VAN-INT =
               function integer-of-date(WS-DATE-YMD-N)
           move WS-REF-TOT to WS-DATE-YMD-X(1:4)
           move WS-REF-TOT(6:2) to WS-DATE-YMD-X(5:2)
           move WS-REF-TOT(9:2) to WS-DATE-YMD-X(7:2)
           compute WS-REF-TOT-INT =
               function integer-of-date(WS-DATE-YMD-N)
           compute WS-REF-WERKDAGEN rounded
               = (WS-REF-TOT-INT - WS-REF-VAN-INT + 1) * 5 / 7
           display "Ecocheques " WS-JAAR ", referteperiode "
               WS-REF-VAN " t/m " WS-REF-TOT

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1100-LOAD-MAPPING thru 1100-EXIT
           if WS-RETURN-CODE = 0
               perform 1200-LOAD-EMPLOYEES thru 1200-EXIT
           end-if
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if

           perform 2000-FOLD-HISTORY thru 2000-EXIT
           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               perform 3000-ONE-EMPLOYEE thru 3000-EXIT
           end-perform
           if WS-RECHTHEBBENDEN = 0
               display "Geen rechthebbenden op ecocheques voor "
                   WS-JAAR "."
               move 1 to WS-RETURN-CODE
           else
               perform 4000-WRITE-LIST thru 4000-EXIT
               perform 5000-WRITE-ORDER thru 5000-EXIT
               perform 6000-WRITE-JOURNAL thru 6000-EXIT
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the sector amount, the absence codes that
      *> do not count and the issuer. No amount, no run.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   display "Ecocheque-Config.csv not found -- geen"
                       " sectorbedrag, run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to WS-CONFIG-EOF
               perform until WS-CONFIG-EOF = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to WS-CONFIG-EOF
                       not at end
                           move spaces to WS-CONFIG-SLEUTEL
                           move spaces to WS-CONFIG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           evaluate function trim(WS-CONFIG-SLEUTEL)
                               when "BEDRAG"
                                   if function test-numval(function
                                           trim(WS-CONFIG-WAARDE)) = 0
                                       move function numval(function
                                           trim(WS-CONFIG-WAARDE))
                                           to WS-ECO-BEDRAG
                                   end-if
                               when "NIETMEETELLEND"
                                   move function upper-case(
                                       WS-CONFIG-WAARDE)
                                       to WS-NM-LIJST
                               when "UITGEVER"
                                   move WS-CONFIG-WAARDE
                                       to WS-UITGEVER
                               when "KLANTNUMMER"
                                   move WS-CONFIG-WAARDE(1:20)
                                       to WS-KLANTNUMMER
                           end-evaluate
               end-perform
               close CONFIG-FILE
               if WS-ECO-BEDRAG = 0
                   display "BEDRAG ontbreekt in Ecocheque-Config.csv"
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

      *>----------------------------------------------------------------
      *> 1100-LOAD-MAPPING: the cost and provision accounts -- no
      *> mapping, no journal.
      *>----------------------------------------------------------------
           1100-LOAD-MAPPING.
               move spaces to WS-REK-KOST
               move spaces to WS-REK-PROVISIE
               open input MAPPING-FILE
               if WS-MAPPING-STATUS not = "00"
                   display "GL-Mapping.csv not found -- no journal."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
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
                                   when "ECOCHEQUEKOST"
                                       move WS-MAP-REKENING
                                           to WS-REK-KOST
                                   when "PROVISIEECO"
                                       move WS-MAP-REKENING
                                           to WS-REK-PROVISIE
                               end-evaluate
                           end-if
               end-perform
               close MAPPING-FILE
               if WS-REK-KOST = spaces or WS-REK-PROVISIE = spaces
                   display "No GL mapping for SALARIS/ECOCHEQUEKOST"
                       " or PROVISIEECO -- no journal."
                   move 1 to WS-RETURN-CODE
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-EMPLOYEES: the master's PersNr, name, statuut,
      *> service dates and FTE (blank FTE = full-time).
      *>----------------------------------------------------------------
           1200-LOAD-EMPLOYEES.
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   display "Werknemers.csv not found -- no"
                       " ecocheques."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               read EMPLOYEE-FILE into WS-EMP-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into WS-EMP-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1210-ONE-EMPLOYEE thru 1210-EXIT
                   end-read
               end-perform
               close EMPLOYEE-FILE.
           1200-EXIT.
               exit.

           1210-ONE-EMPLOYEE.
               if WS-EMP-COUNT >= 300
                   display "Werknemerstabel vol -- rij genegeerd."
                   go to 1210-EXIT
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
                   go to 1210-EXIT
               end-if
               add 1 to WS-EMP-COUNT
               move spaces to EMP-ENTRY(WS-EMP-COUNT)
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
               end-if
               move 0 to EMP-NM-DAGEN(WS-EMP-COUNT)
               move 0 to EMP-DAGEN-DIENST(WS-EMP-COUNT)
               move 0 to EMP-BEDRAG(WS-EMP-COUNT).
           1210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-FOLD-HISTORY: the reference period's payslips -- the
      *> absence days under a non-counting code, per PersNr.
      *>----------------------------------------------------------------
           2000-FOLD-HISTORY.
               move WS-REF-VAN(1:7) to WS-HISTSEL-VAN
               move WS-REF-TOT(1:7) to WS-HISTSEL-TOT
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
               call "SYSTEM" using "rm -f HISTSEL-ECO.TMP".
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
               if H-PERIODE(1:7) < WS-REF-VAN(1:7)
                   or H-PERIODE(1:7) > WS-REF-TOT(1:7)
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
      *> 3000-ONE-EMPLOYEE: the service window inside the reference
      *> period, its working days less the non-counting absence, and
      *> the pro rata amount. Not entitled: other statuten, and
      *> anyone not in service at all during the period.
      *>----------------------------------------------------------------
           3000-ONE-EMPLOYEE.
               if function trim(EMP-TYPE(WS-EMP-IDX)) not = "Bediende"
                   and function trim(EMP-TYPE(WS-EMP-IDX))
                       not = "Arbeider"
                   go to 3000-EXIT
               end-if
               move WS-REF-VAN to EMP-VAN(WS-EMP-IDX)
               if EMP-INDIENST(WS-EMP-IDX) not = spaces
                   and EMP-INDIENST(WS-EMP-IDX) > WS-REF-VAN
                   move EMP-INDIENST(WS-EMP-IDX) to EMP-VAN(WS-EMP-IDX)
               end-if
               move WS-REF-TOT to EMP-TOT(WS-EMP-IDX)
               if EMP-UITDIENST(WS-EMP-IDX) not = spaces
                   and EMP-UITDIENST(WS-EMP-IDX) < WS-REF-TOT
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
               compute EMP-BEDRAG(WS-EMP-IDX)
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-ECO-BEDRAG * EMP-FTE(WS-EMP-IDX)
                       * WS-TELLENDE-DAGEN / WS-REF-WERKDAGEN
               if EMP-BEDRAG(WS-EMP-IDX) > WS-ECO-BEDRAG
                   move WS-ECO-BEDRAG to EMP-BEDRAG(WS-EMP-IDX)
               end-if
               if EMP-BEDRAG(WS-EMP-IDX) > 0
                   add 1 to WS-RECHTHEBBENDEN
                   add EMP-BEDRAG(WS-EMP-IDX) to WS-TOTAAL-BEDRAG
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-LIST: the entitlement per employee, with the
      *> figures behind it for the employee who asks.
      *>----------------------------------------------------------------
           4000-WRITE-LIST.
               move spaces to DYNAMIC-OUTFILE
               string "Ecocheques-" WS-JAAR ".csv"
                   delimited by size into DYNAMIC-OUTFILE
               end-string
               open output OUTPUT-FILE
               if WS-OUTPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-OUTFILE) ": "
                       WS-OUTPUT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to OUTPUT-REGEL
               string "PersNr,Naam,Type,FTE,InDienstVan,InDienstTot,"
                      "DagenInDienst,NietMeetellend,Bedrag"
                   delimited by size into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                   if EMP-BEDRAG(WS-EMP-IDX) > 0
                       move EMP-FTE(WS-EMP-IDX) to DISPLAY-FTE
                       move EMP-DAGEN-DIENST(WS-EMP-IDX)
                           to DISPLAY-DAGEN
                       move EMP-NM-DAGEN(WS-EMP-IDX) to DISPLAY-NM
                       move EMP-BEDRAG(WS-EMP-IDX) to DISPLAY-AMT
                       move spaces to OUTPUT-REGEL
                       string function trim(EMP-PERSNR(WS-EMP-IDX))
                              "," function trim(EMP-NAAM(WS-EMP-IDX))
                              "," function trim(EMP-TYPE(WS-EMP-IDX))
                              "," DISPLAY-FTE
                              "," EMP-VAN(WS-EMP-IDX)
                              "," EMP-TOT(WS-EMP-IDX)
                              "," function trim(DISPLAY-DAGEN)
                              "," function trim(DISPLAY-NM)
                              "," function trim(DISPLAY-AMT)
                           delimited by size into OUTPUT-REGEL
                       end-string
                       write OUTPUT-REGEL
                       add 1 to WS-LINES-WRITTEN
                   end-if
               end-perform
               move WS-TOTAAL-BEDRAG to DISPLAY-AMT
               move spaces to OUTPUT-REGEL
               string "TOTAAL,,,,,,,," function trim(DISPLAY-AMT)
                   delimited by size into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               close OUTPUT-FILE
               move WS-RECHTHEBBENDEN to DISPLAY-AANTAL
               display "Ecocheques " WS-JAAR ": "
                   function trim(DISPLAY-AANTAL) " rechthebbende(n), "
                   function trim(DISPLAY-AMT) " EUR -> "
                   function trim(DYNAMIC-OUTFILE).
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-WRITE-ORDER: the issuer's order, one amount per
      *> PersNr and a TOTAAL line.
      *>----------------------------------------------------------------
           5000-WRITE-ORDER.
               if WS-KLANTNUMMER = spaces
                   display "KLANTNUMMER ontbreekt in"
                       " Ecocheque-Config.csv -- geen bestelling."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to DYNAMIC-ORDERFILE
               string "Ecocheque-Bestelling-" WS-JAAR ".csv"
                   delimited by size into DYNAMIC-ORDERFILE
               end-string
               open output ORDER-FILE
               if WS-ORDER-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-ORDERFILE) ": "
                       WS-ORDER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move "Klantnummer,Jaar,PersNr,Naam,Bedrag"
                   to ORDER-REGEL
               write ORDER-REGEL
               perform varying WS-EMP-IDX from 1 by 1
                       until WS-EMP-IDX > WS-EMP-COUNT
                   if EMP-BEDRAG(WS-EMP-IDX) > 0
                       move EMP-BEDRAG(WS-EMP-IDX) to DISPLAY-AMT
                       move spaces to ORDER-REGEL
                       string function trim(WS-KLANTNUMMER)
                              "," WS-JAAR
                              "," function trim(EMP-PERSNR(WS-EMP-IDX))
                              "," function trim(EMP-NAAM(WS-EMP-IDX))
                              "," function trim(DISPLAY-AMT)
                           delimited by size into ORDER-REGEL
                       end-string
                       write ORDER-REGEL
                   end-if
               end-perform
               move WS-TOTAAL-BEDRAG to DISPLAY-AMT
               move spaces to ORDER-REGEL
               string function trim(WS-KLANTNUMMER) "," WS-JAAR
                      ",TOTAAL,," function trim(DISPLAY-AMT)
                   delimited by size into ORDER-REGEL
               end-string
               write ORDER-REGEL
               close ORDER-FILE
               display "Bestelling voor " function trim(WS-UITGEVER)
                   " -> " function trim(DYNAMIC-ORDERFILE).
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-WRITE-JOURNAL: the year's ecocheques as a provision --
      *> cost debet, provision credit -- in the GL-Journal.csv
      *> layout for GlPost. Debits must equal credits to the cent or
      *> the file is removed, same rule as the other journal writers.
      *>----------------------------------------------------------------
           6000-WRITE-JOURNAL.
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening GL-Ecocheque-Journal.csv: "
                       WS-JOURNAL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               perform 9100-DRAW-RUN-ID thru 9100-EXIT
               move WS-TOTAAL-BEDRAG to DISPLAY-AMT
               move spaces to JOURNAL-REGEL
               string "PROVISIE," delimited by size
                      function trim(WS-REK-KOST) delimited by size
                      ",Ecocheques " delimited by size
                      WS-JAAR delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               add 1 to WS-LINES-WRITTEN
               move spaces to JOURNAL-REGEL
               string "PROVISIE," delimited by size
                      function trim(WS-REK-PROVISIE) delimited by size
                      ",Provisie ecocheques " delimited by size
                      WS-JAAR delimited by size
                      ",," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               add 1 to WS-LINES-WRITTEN
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(WS-RUN-ID) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE
               display "Provisie ecocheques " function trim(DISPLAY-AMT)
                   " -> GL-Ecocheque-Journal.csv".
           6000-EXIT.
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
               move "EcochequeCalculation" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Payroll-History.csv" to LOG-INPUT-FILE
               move DYNAMIC-OUTFILE to LOG-OUTPUT-FILE
               inspect LOG-OUTPUT-FILE replacing all X"00" by " "
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
