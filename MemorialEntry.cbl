      *>----------------------------------------------------------------
      *> MemorialEntry -- the memoriaalboeking. GlPost only ever saw
      *> journals another program wrote, so an accrual, a
      *> reclassification or the accountant's correction meant
      *> editing a CSV by hand. This is the entry screen for those
      *> diverse postings, in TableMaintenance's AT row-column style:
      *> a period and a description, then the lines -- account,
      *> description, debet or credit, cost centre, and optionally a
      *> reversal period. Every account must be active on the chart
      *> of accounts (GL-Rekeningen.csv "Rekening,Omschrijving,
      *> Actief"), a cost centre on Kostenplaatsen.csv. B books the
      *> entry: only a balanced one, whose lines to reverse also
      *> balance per reversal period. It is written as
      *> GL-Memoriaal-<run-ID>.csv in the GL-Journal.csv layout with
      *> the run-ID stamp on its TOTAAL line and posted by GlPost
      *> under its own rules -- a closed year, a stamp seen before or
      *> an unbalanced journal is refused there, and the file removed.
      *> The lines carrying a reversal period wait, OPEN, on
      *> GL-Terugboekingen.csv ("Stempel,Periode,Terugboekperiode,
      *> Rekening,Omschrijving,Debet,Credit,Kostenplaats,Status,
      *> TerugStempel"). Once their period has opened -- the calendar
      *> has reached it -- TERUGBOEK writes the mirror journal,
      *> GL-Terugboeking-<run-ID>.csv, posts it through GlPost into
      *> that period and marks the rows GEBOEKT with the new stamp.
      *> TERUGBOEK runs at the start of every entry session, after
      *> every booking and in the nightly sweep.
      *>   INVOER      the entry screen
      *>   TERUGBOEK   the due reversals only
      *>----------------------------------------------------------------
       identification division.
       program-id. MemorialEntry.
       environment division.
       input-output section.
       file-control.
           select REKENING-FILE assign to "GL-Rekeningen.csv"
               organization is line sequential
               file status is WS-REKENING-STATUS.
           select KOSTENPLAATS-FILE assign to "Kostenplaatsen.csv"
               organization is line sequential
               file status is WS-KOSTENPLAATS-STATUS.
           select PERIODEN-FILE assign to "GL-Perioden.csv"
               organization is line sequential
               file status is WS-PERIODEN-STATUS.
           select JOURNAL-FILE assign dynamic DYNAMIC-JOURNALFILE
               organization is line sequential
               file status is WS-JOURNAL-STATUS.
           select TERUG-FILE assign to "GL-Terugboekingen.csv"
               organization is line sequential
               file status is WS-TERUG-STATUS.
           select RUNID-FILE assign to "RunId-Sequence.TXT"
               organization is line sequential
               file status is WS-RUNID-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd REKENING-FILE.
           01 REKENING-REGEL pic x(80).

           fd KOSTENPLAATS-FILE.
           01 KOSTENPLAATS-REGEL pic x(80).

           fd PERIODEN-FILE.
           01 PERIODEN-REGEL pic x(30).

           fd JOURNAL-FILE.
           01 JOURNAL-REGEL pic x(130).

           fd TERUG-FILE.
           01 TERUG-REGEL pic x(160).

           fd RUNID-FILE.
           01 RUNID-REGEL pic x(10).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-REKENING-STATUS pic xx.
           01 WS-KOSTENPLAATS-STATUS pic xx.
           01 WS-PERIODEN-STATUS pic xx.
           01 WS-JOURNAL-STATUS pic xx.
           01 WS-TERUG-STATUS pic xx.
           01 WS-RUNID-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-JOURNALFILE pic x(30).
           01 WS-ACTIE-MODE pic x(10).
           01 WS-HUIDIGE-PERIODE pic x(07).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.
           01 WS-LOG-OUTPUT pic x(40) value spaces.
           01 WS-RM-COMMAND pic x(60).

      *>    the shared run-ID sequence
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
           01 WS-RUN-ID pic x(09).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "GL-Rekeningen.csv".
               05 filler pic x(30) value "Kostenplaatsen.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 2 times.
           01 FP-TABEL-COUNT pic 9(02) value 2.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "MemorialEntry".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

      *>    GlPost's parameters
           01 WS-GLPOST-ACTIE pic x(08) value "BOEK".
           01 WS-GLPOST-BESTAND pic x(30).
           01 WS-GLPOST-PERIODE pic x(07).
           01 WS-GLPOST-RC pic s9(04).

      *>    the chart of accounts
           01 WS-REK-COUNT pic 9(04) value 0.
           01 WS-REK-IDX pic 9(04).
           01 WS-REK-GEVONDEN pic 9(04).
           01 REK-TABLE.
               05 REK-ENTRY occurs 1000 times.
                   10 RK-REKENING pic x(10).
                   10 RK-OMSCHRIJVING pic x(40).
                   10 RK-ACTIEF pic x(01).
           01 RK-REKENING-S pic x(10).
           01 RK-OMSCHRIJVING-S pic x(40).
           01 RK-ACTIEF-S pic x(01).

      *>    the cost centres
           01 WS-KPL-COUNT pic 9(03) value 0.
           01 WS-KPL-IDX pic 9(03).
           01 KPL-TABLE.
               05 KPL-ENTRY occurs 200 times.
                   10 KPL-CODE pic x(10).
                   10 KPL-ACTIEF pic x(01).
           01 K-CODE-S pic x(10).
           01 K-OMSCHRIJVING-S pic x(30).
           01 K-ACTIEF-S pic x(01).

      *>    the entry being keyed
           01 WS-BOEK-PERIODE pic x(07).
           01 WS-BOEK-OMSCHRIJVING pic x(40).
           01 WS-PERIODE-OK pic x(01).
           01 WS-KLAAR pic x(01).
           01 WS-ML-COUNT pic 9(02) value 0.
           01 WS-ML-IDX pic 9(02).
           01 WS-ML-IDX-2 pic 9(02).
           01 ML-TABLE.
               05 ML-ENTRY occurs 15 times.
                   10 ML-REKENING pic x(10).
                   10 ML-OMSCHRIJVING pic x(40).
                   10 ML-DEBET pic 9(09)v99.
                   10 ML-CREDIT pic 9(09)v99.
                   10 ML-KOSTENPLAATS pic x(10).
                   10 ML-TERUG pic x(07).
           01 WS-TOT-DEBET pic 9(11)v99.
           01 WS-TOT-CREDIT pic 9(11)v99.
           01 WS-SALDO pic s9(11)v99.

      *>    the screen
           01 WS-ACTIE pic x(01).
           01 WS-SCHERM-RIJ pic 9(02).
           01 WS-LEGE-REGEL pic x(79) value spaces.
           01 WS-INVOER-REKENING pic x(10).
           01 WS-INVOER-OMSCHRIJVING pic x(40).
           01 WS-INVOER-DEBET-S pic x(14).
           01 WS-INVOER-CREDIT-S pic x(14).
           01 WS-INVOER-KP pic x(10).
           01 WS-INVOER-TERUG pic x(07).
           01 WS-INVOER-NR-S pic x(02).
           01 WS-INVOER-DEBET pic 9(09)v99.
           01 WS-INVOER-CREDIT pic 9(09)v99.
           01 WS-REGEL-OK pic x(01).
           01 WS-CHECK-PERIODE pic x(07).
           01 DISPLAY-NR pic z9.
           01 DISPLAY-BEDRAG pic z(8)9.99.
           01 DISPLAY-BEDRAG-2 pic z(8)9.99.
           01 DISPLAY-SALDO pic -(8)9.99.
           01 DISPLAY-JOURNAAL-BEDRAG pic z(10)9.99.
           01 DISPLAY-JOURNAAL-BEDRAG-2 pic z(10)9.99.

      *>    the reversal register
           01 WS-TB-COUNT pic 9(04) value 0.
           01 WS-TB-IDX pic 9(04).
           01 WS-TB-IDX-2 pic 9(04).
           01 WS-TB-GEWIJZIGD pic x(01).
           01 WS-TB-LEESREGEL pic x(160).
           01 TB-TABLE.
               05 TB-ENTRY occurs 1000 times.
                   10 TB-STEMPEL pic x(12).
                   10 TB-PERIODE pic x(07).
                   10 TB-TERUG pic x(07).
                   10 TB-REKENING pic x(10).
                   10 TB-OMSCHRIJVING pic x(40).
                   10 TB-DEBET pic 9(09)v99.
                   10 TB-CREDIT pic 9(09)v99.
                   10 TB-KOSTENPLAATS pic x(10).
                   10 TB-STATUS pic x(08).
                   10 TB-TERUG-STEMPEL pic x(12).
                   10 TB-GEZIEN pic x(01).
           01 TB-DEBET-S pic x(14).
           01 TB-CREDIT-S pic x(14).
           01 WS-TB-OMSCHRIJVING pic x(40).
           01 WS-TERUG-GEBOEKT pic 9(04) value 0.
           01 WS-TERUG-GEWEIGERD pic 9(04) value 0.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(10).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-HUIDIGE-PERIODE
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2)
               into WS-HUIDIGE-PERIODE
           end-string
           move 0 to WS-RETURN-CODE
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE-MODE
           if WS-ACTIE-MODE = spaces
               move "INVOER" to WS-ACTIE-MODE
           end-if

           evaluate WS-ACTIE-MODE
               when "INVOER"
                   perform 1000-LOAD-MASTERS thru 1000-EXIT
                   if WS-RETURN-CODE = 0
                       perform 7000-DUE-REVERSALS thru 7000-EXIT
                       move 0 to WS-RETURN-CODE
                       perform 2000-ENTRY-SCREEN thru 2000-EXIT
                   end-if
               when "TERUGBOEK"
                   perform 7000-DUE-REVERSALS thru 7000-EXIT
               when other
                   display "Onbekende actie (INVOER of TERUGBOEK): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-MASTERS: the chart of accounts (required) and the
      *> cost centres.
      *>----------------------------------------------------------------
           1000-LOAD-MASTERS.
               open input REKENING-FILE
               if WS-REKENING-STATUS not = "00"
                   display "GL-Rekeningen.csv (rekeningschema) niet"
                       " gevonden -- geen memoriaalboeking mogelijk."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read REKENING-FILE into REKENING-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REKENING-FILE into REKENING-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to RK-REKENING-S
                           move spaces to RK-OMSCHRIJVING-S
                           move spaces to RK-ACTIEF-S
                           unstring function trim(REKENING-REGEL)
                               delimited by ","
                               into RK-REKENING-S RK-OMSCHRIJVING-S
                                    RK-ACTIEF-S
                           end-unstring
                           if RK-REKENING-S not = spaces
                               and WS-REK-COUNT < 1000
                               add 1 to WS-REK-COUNT
                               move RK-REKENING-S
                                   to RK-REKENING(WS-REK-COUNT)
                               move RK-OMSCHRIJVING-S
                                   to RK-OMSCHRIJVING(WS-REK-COUNT)
                               move function upper-case(RK-ACTIEF-S)
                                   to RK-ACTIEF(WS-REK-COUNT)
                           end-if
                   end-read
               end-perform
               close REKENING-FILE

               open input KOSTENPLAATS-FILE
               if WS-KOSTENPLAATS-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read KOSTENPLAATS-FILE into KOSTENPLAATS-REGEL
      *>        skips header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read KOSTENPLAATS-FILE into KOSTENPLAATS-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to K-CODE-S
                           move spaces to K-ACTIEF-S
                           unstring function trim(KOSTENPLAATS-REGEL)
                               delimited by ","
                               into K-CODE-S K-OMSCHRIJVING-S
                                    K-ACTIEF-S
                           end-unstring
                           if K-CODE-S not = spaces
                               and WS-KPL-COUNT < 200
                               add 1 to WS-KPL-COUNT
                               move function upper-case(K-CODE-S)
                                   to KPL-CODE(WS-KPL-COUNT)
                               move function upper-case(K-ACTIEF-S)
                                   to KPL-ACTIEF(WS-KPL-COUNT)
                           end-if
                   end-read
               end-perform
               close KOSTENPLAATS-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ENTRY-SCREEN: period and description, then the lines
      *> until the entry is booked or abandoned.
      *>----------------------------------------------------------------
           2000-ENTRY-SCREEN.
               display " " at 0101
               display "Memoriaalboeking (diverse posten)" at 0101
               move "N" to WS-PERIODE-OK
               perform until WS-PERIODE-OK = "Y"
                   display WS-LEGE-REGEL at 0201
                   display "Periode (YYYY-MM, leeg = stoppen): "
                       at 0201
                   move spaces to WS-BOEK-PERIODE
                   accept WS-BOEK-PERIODE at 0237
                   if WS-BOEK-PERIODE = spaces
                       go to 2000-EXIT
                   end-if
                   move WS-BOEK-PERIODE to WS-CHECK-PERIODE
                   perform 2050-CHECK-PERIODE thru 2050-EXIT
                   if WS-PERIODE-OK = "Y"
                       perform 2060-CHECK-JAAR-OPEN thru 2060-EXIT
                   end-if
               end-perform
               display WS-LEGE-REGEL at 2401
               display "Omschrijving: " at 0301
               move spaces to WS-BOEK-OMSCHRIJVING
               accept WS-BOEK-OMSCHRIJVING at 0315
               inspect WS-BOEK-OMSCHRIJVING replacing all "," by " "
               if WS-BOEK-OMSCHRIJVING = spaces
                   move "Memoriaalboeking" to WS-BOEK-OMSCHRIJVING
               end-if

               move 0 to WS-ML-COUNT
               move "N" to WS-KLAAR
               perform until WS-KLAAR = "Y"
                   perform 2100-SHOW-LINES thru 2100-EXIT
                   display WS-LEGE-REGEL at 2201
                   display "A=regel toevoegen D=regel schrappen"
                       " B=boeken Q=stoppen: " at 2201
                   move spaces to WS-ACTIE
                   accept WS-ACTIE at 2258
                   evaluate WS-ACTIE
                       when "A" when "a"
                           perform 2200-ADD-LINE thru 2200-EXIT
                       when "D" when "d"
                           perform 2300-DELETE-LINE thru 2300-EXIT
                       when "B" when "b"
                           perform 3000-POST-ENTRY thru 3000-EXIT
                       when "Q" when "q"
                           if WS-ML-COUNT > 0
                               display WS-LEGE-REGEL at 2401
                               display "Let op: de boeking is niet"
                                   " geboekt." at 2401
                           end-if
                           move "Y" to WS-KLAAR
                       when other
                           continue
                   end-evaluate
               end-perform.
           2000-EXIT.
               exit.

      *>    WS-CHECK-PERIODE a valid YYYY-MM?
           2050-CHECK-PERIODE.
               move "Y" to WS-PERIODE-OK
               if WS-CHECK-PERIODE(5:1) not = "-"
                   or WS-CHECK-PERIODE(1:4) not numeric
                   or WS-CHECK-PERIODE(6:2) not numeric
                   move "N" to WS-PERIODE-OK
               else
                   if WS-CHECK-PERIODE(6:2) < "01"
                       or WS-CHECK-PERIODE(6:2) > "12"
                       move "N" to WS-PERIODE-OK
                   end-if
               end-if
               if WS-PERIODE-OK = "N"
                   display WS-LEGE-REGEL at 2401
                   display "Ongeldige periode (YYYY-MM verwacht)."
                       at 2401
               end-if.
           2050-EXIT.
               exit.

      *>    the same lock GlPost applies, told before the keying
           2060-CHECK-JAAR-OPEN.
               open input PERIODEN-FILE
               if WS-PERIODEN-STATUS not = "00"
                   go to 2060-EXIT
               end-if
               read PERIODEN-FILE into PERIODEN-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PERIODEN-FILE into PERIODEN-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if PERIODEN-REGEL(1:4)
                                   = WS-BOEK-PERIODE(1:4)
                               and PERIODEN-REGEL(6:8) = "GESLOTEN"
                               display WS-LEGE-REGEL at 2401
                               display "Boekjaar "
                                   WS-BOEK-PERIODE(1:4)
                                   " is GESLOTEN." at 2401
                               move "N" to WS-PERIODE-OK
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close PERIODEN-FILE.
           2060-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-SHOW-LINES: the lines on rows 5-19, the totals on 20.
      *>----------------------------------------------------------------
           2100-SHOW-LINES.
               display WS-LEGE-REGEL at 0401
               display "Nr Rekening   Omschrijving" at 0401
               display "Debet       Credit KP     Terug" at 0445
               move 0 to WS-TOT-DEBET
               move 0 to WS-TOT-CREDIT
               move 5 to WS-SCHERM-RIJ
               perform varying WS-ML-IDX from 1 by 1
                       until WS-ML-IDX > 15
                   display WS-LEGE-REGEL
                       at line WS-SCHERM-RIJ column 1
                   if WS-ML-IDX <= WS-ML-COUNT
                       move WS-ML-IDX to DISPLAY-NR
                       move ML-DEBET(WS-ML-IDX) to DISPLAY-BEDRAG
                       move ML-CREDIT(WS-ML-IDX) to DISPLAY-BEDRAG-2
                       display DISPLAY-NR
                           at line WS-SCHERM-RIJ column 1
                       display ML-REKENING(WS-ML-IDX)
                           at line WS-SCHERM-RIJ column 4
                       display ML-OMSCHRIJVING(WS-ML-IDX)(1:25)
                           at line WS-SCHERM-RIJ column 15
                       display DISPLAY-BEDRAG
                           at line WS-SCHERM-RIJ column 41
                       display DISPLAY-BEDRAG-2
                           at line WS-SCHERM-RIJ column 54
                       display ML-KOSTENPLAATS(WS-ML-IDX)(1:6)
                           at line WS-SCHERM-RIJ column 67
                       display ML-TERUG(WS-ML-IDX)
                           at line WS-SCHERM-RIJ column 74
                       add ML-DEBET(WS-ML-IDX) to WS-TOT-DEBET
                       add ML-CREDIT(WS-ML-IDX) to WS-TOT-CREDIT
                   end-if
                   add 1 to WS-SCHERM-RIJ
               end-perform
               compute WS-SALDO = WS-TOT-DEBET - WS-TOT-CREDIT
               move WS-TOT-DEBET to DISPLAY-BEDRAG
               move WS-TOT-CREDIT to DISPLAY-BEDRAG-2
               move WS-SALDO to DISPLAY-SALDO
               display WS-LEGE-REGEL at 2001
               display "Totaal" at 2015
               display DISPLAY-BEDRAG at 2041
               display DISPLAY-BEDRAG-2 at 2054
               if WS-SALDO not = 0
                   display "Verschil" at 2101
                   display DISPLAY-SALDO at 2115
               else
                   display WS-LEGE-REGEL at 2101
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-ADD-LINE: one line, field by field on row 23, every
      *> field checked before it goes on the entry.
      *>----------------------------------------------------------------
           2200-ADD-LINE.
               display WS-LEGE-REGEL at 2401
               if WS-ML-COUNT >= 15
                   display "Boeking vol (15 regels)." at 2401
                   go to 2200-EXIT
               end-if
               display WS-LEGE-REGEL at 2301
               display "Rekening: " at 2301
               move spaces to WS-INVOER-REKENING
               accept WS-INVOER-REKENING at 2311
               move function trim(WS-INVOER-REKENING)
                   to WS-INVOER-REKENING
               move 0 to WS-REK-GEVONDEN
               perform varying WS-REK-IDX from 1 by 1
                       until WS-REK-IDX > WS-REK-COUNT
                   if RK-REKENING(WS-REK-IDX) = WS-INVOER-REKENING
                       move WS-REK-IDX to WS-REK-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-REK-GEVONDEN = 0
                   display "Rekening niet in het rekeningschema."
                       at 2401
                   go to 2200-EXIT
               end-if
               if RK-ACTIEF(WS-REK-GEVONDEN) not = "J"
                   display "Rekening is niet actief." at 2401
                   go to 2200-EXIT
               end-if
               display RK-OMSCHRIJVING(WS-REK-GEVONDEN) at 2401

               display WS-LEGE-REGEL at 2301
               display "Omschrijving (leeg = die van de boeking): "
                   at 2301
               move spaces to WS-INVOER-OMSCHRIJVING
               accept WS-INVOER-OMSCHRIJVING at 2344
               inspect WS-INVOER-OMSCHRIJVING
                   replacing all "," by " "
               if WS-INVOER-OMSCHRIJVING = spaces
                   move WS-BOEK-OMSCHRIJVING to WS-INVOER-OMSCHRIJVING
               end-if

               display WS-LEGE-REGEL at 2301
               display "Debet: " at 2301
               move spaces to WS-INVOER-DEBET-S
               accept WS-INVOER-DEBET-S at 2308
               display "Credit: " at 2325
               move spaces to WS-INVOER-CREDIT-S
               accept WS-INVOER-CREDIT-S at 2333
               display WS-LEGE-REGEL at 2401
               move 0 to WS-INVOER-DEBET
               move 0 to WS-INVOER-CREDIT
               move "Y" to WS-REGEL-OK
               if WS-INVOER-DEBET-S not = spaces
                   if function test-numval-c(function trim(
                           WS-INVOER-DEBET-S)) not = 0
                       move "N" to WS-REGEL-OK
                   else
                       if function numval-c(function trim(
                               WS-INVOER-DEBET-S)) < 0
                           move "N" to WS-REGEL-OK
                       else
                           move function numval-c(function trim(
                               WS-INVOER-DEBET-S)) to WS-INVOER-DEBET
                       end-if
                   end-if
               end-if
               if WS-INVOER-CREDIT-S not = spaces
                   if function test-numval-c(function trim(
                           WS-INVOER-CREDIT-S)) not = 0
                       move "N" to WS-REGEL-OK
                   else
                       if function numval-c(function trim(
                               WS-INVOER-CREDIT-S)) < 0
                           move "N" to WS-REGEL-OK
                       else
                           move function numval-c(function trim(
                               WS-INVOER-CREDIT-S))
                               to WS-INVOER-CREDIT
                       end-if
                   end-if
               end-if
               if WS-REGEL-OK = "N"
                   display "Bedragen moeten numeriek en positief"
                       " zijn." at 2401
                   go to 2200-EXIT
               end-if
               if (WS-INVOER-DEBET = 0 and WS-INVOER-CREDIT = 0)
                   or (WS-INVOER-DEBET not = 0
                       and WS-INVOER-CREDIT not = 0)
                   display "Vul debet of credit in, niet allebei."
                       at 2401
                   go to 2200-EXIT
               end-if

               display WS-LEGE-REGEL at 2301
               display "Kostenplaats (leeg = geen): " at 2301
               move spaces to WS-INVOER-KP
               accept WS-INVOER-KP at 2330
               move function upper-case(function trim(WS-INVOER-KP))
                   to WS-INVOER-KP
               if WS-INVOER-KP not = spaces
                   move 0 to WS-REK-GEVONDEN
                   perform varying WS-KPL-IDX from 1 by 1
                           until WS-KPL-IDX > WS-KPL-COUNT
                       if KPL-CODE(WS-KPL-IDX) = WS-INVOER-KP
                           and KPL-ACTIEF(WS-KPL-IDX) not = "N"
                           move 1 to WS-REK-GEVONDEN
                           exit perform
                       end-if
                   end-perform
                   if WS-REK-GEVONDEN = 0
                       display "Onbekende of afgesloten kostenplaats."
                           at 2401
                       go to 2200-EXIT
                   end-if
               end-if

               display WS-LEGE-REGEL at 2301
               display "Terugboeken in periode (YYYY-MM, leeg ="
                   " niet): " at 2301
               move spaces to WS-INVOER-TERUG
               accept WS-INVOER-TERUG at 2349
               if WS-INVOER-TERUG not = spaces
                   move WS-INVOER-TERUG to WS-CHECK-PERIODE
                   perform 2050-CHECK-PERIODE thru 2050-EXIT
                   if WS-PERIODE-OK not = "Y"
                       go to 2200-EXIT
                   end-if
                   if WS-INVOER-TERUG not > WS-BOEK-PERIODE
                       display "De terugboekperiode moet na de"
                           " boekingsperiode liggen." at 2401
                       go to 2200-EXIT
                   end-if
               end-if

               add 1 to WS-ML-COUNT
               move WS-INVOER-REKENING to ML-REKENING(WS-ML-COUNT)
               move WS-INVOER-OMSCHRIJVING
                   to ML-OMSCHRIJVING(WS-ML-COUNT)
               move WS-INVOER-DEBET to ML-DEBET(WS-ML-COUNT)
               move WS-INVOER-CREDIT to ML-CREDIT(WS-ML-COUNT)
               move WS-INVOER-KP to ML-KOSTENPLAATS(WS-ML-COUNT)
               move WS-INVOER-TERUG to ML-TERUG(WS-ML-COUNT)
               display WS-LEGE-REGEL at 2301
               display WS-LEGE-REGEL at 2401.
           2200-EXIT.
               exit.

           2300-DELETE-LINE.
               display WS-LEGE-REGEL at 2301
               display WS-LEGE-REGEL at 2401
               display "Regelnummer: " at 2301
               move spaces to WS-INVOER-NR-S
               accept WS-INVOER-NR-S at 2314
               if function test-numval(function trim(WS-INVOER-NR-S))
                       not = 0
                   display "Ongeldig regelnummer." at 2401
                   go to 2300-EXIT
               end-if
               move function numval(function trim(WS-INVOER-NR-S))
                   to WS-ML-IDX
               if WS-ML-IDX < 1 or WS-ML-IDX > WS-ML-COUNT
                   display "Ongeldig regelnummer." at 2401
                   go to 2300-EXIT
               end-if
               perform varying WS-ML-IDX from WS-ML-IDX by 1
                       until WS-ML-IDX >= WS-ML-COUNT
                   move ML-ENTRY(WS-ML-IDX + 1) to ML-ENTRY(WS-ML-IDX)
               end-perform
               subtract 1 from WS-ML-COUNT
               display WS-LEGE-REGEL at 2301.
           2300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-POST-ENTRY: balanced, then written, stamped and handed
      *> to GlPost; the reversal lines registered only once it
      *> posted.
      *>----------------------------------------------------------------
           3000-POST-ENTRY.
               display WS-LEGE-REGEL at 2301
               display WS-LEGE-REGEL at 2401
               if WS-ML-COUNT < 2
                   display "Een boeking heeft minstens twee regels."
                       at 2401
                   go to 3000-EXIT
               end-if
               if WS-TOT-DEBET not = WS-TOT-CREDIT
                   display "Boeking niet in evenwicht -- debet en"
                       " credit verschillen." at 2401
                   go to 3000-EXIT
               end-if
      *>        what reverses together must balance together
               perform varying WS-ML-IDX from 1 by 1
                       until WS-ML-IDX > WS-ML-COUNT
                   if ML-TERUG(WS-ML-IDX) not = spaces
                       move 0 to WS-SALDO
                       perform varying WS-ML-IDX-2 from 1 by 1
                               until WS-ML-IDX-2 > WS-ML-COUNT
                           if ML-TERUG(WS-ML-IDX-2)
                                   = ML-TERUG(WS-ML-IDX)
                               compute WS-SALDO = WS-SALDO
                                   + ML-DEBET(WS-ML-IDX-2)
                                   - ML-CREDIT(WS-ML-IDX-2)
                           end-if
                       end-perform
                       if WS-SALDO not = 0
                           display "De terug te boeken regels van "
                               ML-TERUG(WS-ML-IDX)
                               " zijn niet in evenwicht." at 2401
                           go to 3000-EXIT
                       end-if
                   end-if
               end-perform

               perform 9100-DRAW-RUN-ID thru 9100-EXIT
               move spaces to DYNAMIC-JOURNALFILE
               string "GL-Memoriaal-" delimited by size
                      function trim(WS-RUN-ID) delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-JOURNALFILE
               end-string
               perform 3100-WRITE-ENTRY-JOURNAL thru 3100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 3000-EXIT
               end-if
               move WS-BOEK-PERIODE to WS-GLPOST-PERIODE
               perform 8000-CALL-GLPOST thru 8000-EXIT
               if WS-GLPOST-RC not = 0
                   display WS-LEGE-REGEL at 2401
                   display "Boeking geweigerd door GlPost -- niets"
                       " geboekt." at 2401
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move 0 to WS-RETURN-CODE
               add WS-ML-COUNT to WS-RECORDS-OUT
               move DYNAMIC-JOURNALFILE to WS-LOG-OUTPUT
               perform 3200-REGISTER-REVERSALS thru 3200-EXIT
               display WS-LEGE-REGEL at 2401
               display "Geboekt in " at 2401
               display WS-BOEK-PERIODE at 2412
               display " onder stempel " at 2419
               display WS-RUN-ID at 2434
               perform 7000-DUE-REVERSALS thru 7000-EXIT
               move "Y" to WS-KLAAR.
           3000-EXIT.
               exit.

           3100-WRITE-ENTRY-JOURNAL.
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-JOURNALFILE) ": "
                       WS-JOURNAL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               perform varying WS-ML-IDX from 1 by 1
                       until WS-ML-IDX > WS-ML-COUNT
                   move ML-DEBET(WS-ML-IDX) to DISPLAY-BEDRAG
                   move ML-CREDIT(WS-ML-IDX) to DISPLAY-BEDRAG-2
                   move spaces to JOURNAL-REGEL
                   if ML-DEBET(WS-ML-IDX) not = 0
                       string "MEMO," delimited by size
                              function trim(ML-REKENING(WS-ML-IDX))
                                  delimited by size
                              "," delimited by size
                              function trim(ML-OMSCHRIJVING(
                                  WS-ML-IDX)) delimited by size
                              "," delimited by size
                              function trim(DISPLAY-BEDRAG)
                                  delimited by size
                              ",," delimited by size
                              function trim(ML-KOSTENPLAATS(
                                  WS-ML-IDX)) delimited by size
                           into JOURNAL-REGEL
                       end-string
                   else
                       string "MEMO," delimited by size
                              function trim(ML-REKENING(WS-ML-IDX))
                                  delimited by size
                              "," delimited by size
                              function trim(ML-OMSCHRIJVING(
                                  WS-ML-IDX)) delimited by size
                              ",," delimited by size
                              function trim(DISPLAY-BEDRAG-2)
                                  delimited by size
                              "," delimited by size
                              function trim(ML-KOSTENPLAATS(
                                  WS-ML-IDX)) delimited by size
                           into JOURNAL-REGEL
                       end-string
                   end-if
                   write JOURNAL-REGEL
               end-perform
               move WS-TOT-DEBET to DISPLAY-JOURNAAL-BEDRAG
               move WS-TOT-CREDIT to DISPLAY-JOURNAAL-BEDRAG-2
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," delimited by size
                      function trim(DISPLAY-JOURNAAL-BEDRAG)
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-JOURNAAL-BEDRAG-2)
                          delimited by size
                      "," delimited by size
                      function trim(WS-RUN-ID) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE.
           3100-EXIT.
               exit.

      *>    the lines with a reversal period onto the register, OPEN
           3200-REGISTER-REVERSALS.
               move "N" to WS-REGEL-OK
               perform varying WS-ML-IDX from 1 by 1
                       until WS-ML-IDX > WS-ML-COUNT
                   if ML-TERUG(WS-ML-IDX) not = spaces
                       move "Y" to WS-REGEL-OK
                   end-if
               end-perform
               if WS-REGEL-OK = "N"
                   go to 3200-EXIT
               end-if
               open extend TERUG-FILE
               if WS-TERUG-STATUS not = "00"
                   open output TERUG-FILE
                   move spaces to TERUG-REGEL
                   string "Stempel,Periode,Terugboekperiode,"
                              delimited by size
                          "Rekening,Omschrijving,Debet,Credit,"
                              delimited by size
                          "Kostenplaats,Status,TerugStempel"
                              delimited by size
                       into TERUG-REGEL
                   end-string
                   write TERUG-REGEL
               end-if
               perform varying WS-ML-IDX from 1 by 1
                       until WS-ML-IDX > WS-ML-COUNT
                   if ML-TERUG(WS-ML-IDX) not = spaces
                       move ML-DEBET(WS-ML-IDX) to DISPLAY-BEDRAG
                       move ML-CREDIT(WS-ML-IDX) to DISPLAY-BEDRAG-2
                       move spaces to TERUG-REGEL
                       string function trim(WS-RUN-ID)
                                  delimited by size
                              "," delimited by size
                              WS-BOEK-PERIODE delimited by size
                              "," delimited by size
                              ML-TERUG(WS-ML-IDX) delimited by size
                              "," delimited by size
                              function trim(ML-REKENING(WS-ML-IDX))
                                  delimited by size
                              "," delimited by size
                              function trim(ML-OMSCHRIJVING(
                                  WS-ML-IDX)) delimited by size
                              "," delimited by size
                              function trim(DISPLAY-BEDRAG)
                                  delimited by size
                              "," delimited by size
                              function trim(DISPLAY-BEDRAG-2)
                                  delimited by size
                              "," delimited by size
                              function trim(ML-KOSTENPLAATS(
                                  WS-ML-IDX)) delimited by size
                              ",OPEN," delimited by size
                           into TERUG-REGEL
                       end-string
                       write TERUG-REGEL
                   end-if
               end-perform
               close TERUG-FILE.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7000-DUE-REVERSALS: every OPEN group (stamp + reversal
      *> period) whose period the calendar has reached is mirrored,
      *> posted and marked; a refused one stays OPEN for next time.
      *>----------------------------------------------------------------
           7000-DUE-REVERSALS.
               perform 7100-LOAD-REGISTER thru 7100-EXIT
               if WS-TB-COUNT = 0
                   go to 7000-EXIT
               end-if
               move "N" to WS-TB-GEWIJZIGD
               perform varying WS-TB-IDX from 1 by 1
                       until WS-TB-IDX > WS-TB-COUNT
                   if TB-STATUS(WS-TB-IDX) = "OPEN"
                       and TB-GEZIEN(WS-TB-IDX) = "N"
                       and TB-TERUG(WS-TB-IDX) <= WS-HUIDIGE-PERIODE
                       perform 7200-ONE-REVERSAL thru 7200-EXIT
                   end-if
               end-perform
               if WS-TB-GEWIJZIGD = "Y"
                   perform 7300-REWRITE-REGISTER thru 7300-EXIT
               end-if
               if WS-TERUG-GEBOEKT > 0 or WS-TERUG-GEWEIGERD > 0
                   display "Terugboekingen geboekt: "
                       WS-TERUG-GEBOEKT ", geweigerd: "
                       WS-TERUG-GEWEIGERD
               end-if
               if WS-TERUG-GEWEIGERD > 0
                   move 1 to WS-RETURN-CODE
               end-if.
           7000-EXIT.
               exit.

           7100-LOAD-REGISTER.
               move 0 to WS-TB-COUNT
               open input TERUG-FILE
               if WS-TERUG-STATUS not = "00"
                   go to 7100-EXIT
               end-if
               read TERUG-FILE into WS-TB-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TERUG-FILE into WS-TB-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-TB-COUNT >= 1000
                               display "Terugboekregister vol --"
                                   " regel genegeerd."
                           else
                               add 1 to WS-TB-COUNT
                               move spaces to TB-ENTRY(WS-TB-COUNT)
                               move spaces to TB-DEBET-S
                               move spaces to TB-CREDIT-S
                               unstring function trim(WS-TB-LEESREGEL)
                                   delimited by ","
                                   into TB-STEMPEL(WS-TB-COUNT)
                                        TB-PERIODE(WS-TB-COUNT)
                                        TB-TERUG(WS-TB-COUNT)
                                        TB-REKENING(WS-TB-COUNT)
                                        TB-OMSCHRIJVING(WS-TB-COUNT)
                                        TB-DEBET-S TB-CREDIT-S
                                        TB-KOSTENPLAATS(WS-TB-COUNT)
                                        TB-STATUS(WS-TB-COUNT)
                                        TB-TERUG-STEMPEL(WS-TB-COUNT)
                               end-unstring
                               move 0 to TB-DEBET(WS-TB-COUNT)
                               move 0 to TB-CREDIT(WS-TB-COUNT)
                               if function test-numval-c(function
                                       trim(TB-DEBET-S)) = 0
                                   move function numval-c(function
                                       trim(TB-DEBET-S))
                                       to TB-DEBET(WS-TB-COUNT)
                               end-if
                               if function test-numval-c(function
                                       trim(TB-CREDIT-S)) = 0
                                   move function numval-c(function
                                       trim(TB-CREDIT-S))
                                       to TB-CREDIT(WS-TB-COUNT)
                               end-if
                               move "N" to TB-GEZIEN(WS-TB-COUNT)
                               add 1 to WS-RECORDS-IN
                           end-if
                   end-read
               end-perform
               close TERUG-FILE.
           7100-EXIT.
               exit.

      *>    the group of WS-TB-IDX: every OPEN row with its stamp and
      *>    reversal period, debet and credit swapped
           7200-ONE-REVERSAL.
               perform 9100-DRAW-RUN-ID thru 9100-EXIT
               move spaces to DYNAMIC-JOURNALFILE
               string "GL-Terugboeking-" delimited by size
                      function trim(WS-RUN-ID) delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-JOURNALFILE
               end-string
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-JOURNALFILE) ": "
                       WS-JOURNAL-STATUS
                   add 1 to WS-TERUG-GEWEIGERD
                   go to 7200-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               move 0 to WS-TOT-DEBET
               move 0 to WS-TOT-CREDIT
               perform varying WS-TB-IDX-2 from WS-TB-IDX by 1
                       until WS-TB-IDX-2 > WS-TB-COUNT
                   if TB-STEMPEL(WS-TB-IDX-2) = TB-STEMPEL(WS-TB-IDX)
                       and TB-TERUG(WS-TB-IDX-2) = TB-TERUG(WS-TB-IDX)
                       and TB-STATUS(WS-TB-IDX-2) = "OPEN"
                       move "Y" to TB-GEZIEN(WS-TB-IDX-2)
                       move spaces to WS-TB-OMSCHRIJVING
                       string "Terugboeking " delimited by size
                              function trim(TB-OMSCHRIJVING(
                                  WS-TB-IDX-2)) delimited by size
                           into WS-TB-OMSCHRIJVING
                       end-string
      *>                the original credit is the reversal's debet
                       move TB-CREDIT(WS-TB-IDX-2) to DISPLAY-BEDRAG
                       move TB-DEBET(WS-TB-IDX-2) to DISPLAY-BEDRAG-2
                       move spaces to JOURNAL-REGEL
                       if TB-CREDIT(WS-TB-IDX-2) not = 0
                           string "TERUG," delimited by size
                                  function trim(TB-REKENING(
                                      WS-TB-IDX-2)) delimited by size
                                  "," delimited by size
                                  function trim(WS-TB-OMSCHRIJVING)
                                      delimited by size
                                  "," delimited by size
                                  function trim(DISPLAY-BEDRAG)
                                      delimited by size
                                  ",," delimited by size
                                  function trim(TB-KOSTENPLAATS(
                                      WS-TB-IDX-2)) delimited by size
                               into JOURNAL-REGEL
                           end-string
                       else
                           string "TERUG," delimited by size
                                  function trim(TB-REKENING(
                                      WS-TB-IDX-2)) delimited by size
                                  "," delimited by size
                                  function trim(WS-TB-OMSCHRIJVING)
                                      delimited by size
                                  ",," delimited by size
                                  function trim(DISPLAY-BEDRAG-2)
                                      delimited by size
                                  "," delimited by size
                                  function trim(TB-KOSTENPLAATS(
                                      WS-TB-IDX-2)) delimited by size
                               into JOURNAL-REGEL
                           end-string
                       end-if
                       write JOURNAL-REGEL
                       add TB-CREDIT(WS-TB-IDX-2) to WS-TOT-DEBET
                       add TB-DEBET(WS-TB-IDX-2) to WS-TOT-CREDIT
                   end-if
               end-perform
               move WS-TOT-DEBET to DISPLAY-JOURNAAL-BEDRAG
               move WS-TOT-CREDIT to DISPLAY-JOURNAAL-BEDRAG-2
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," delimited by size
                      function trim(DISPLAY-JOURNAAL-BEDRAG)
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-JOURNAAL-BEDRAG-2)
                          delimited by size
                      "," delimited by size
                      function trim(WS-RUN-ID) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE

               move TB-TERUG(WS-TB-IDX) to WS-GLPOST-PERIODE
               perform 8000-CALL-GLPOST thru 8000-EXIT
               if WS-GLPOST-RC not = 0
                   display "Terugboeking van "
                       function trim(TB-STEMPEL(WS-TB-IDX))
                       " in " TB-TERUG(WS-TB-IDX)
                       " geweigerd -- blijft OPEN."
                   add 1 to WS-TERUG-GEWEIGERD
                   go to 7200-EXIT
               end-if
               perform varying WS-TB-IDX-2 from WS-TB-IDX by 1
                       until WS-TB-IDX-2 > WS-TB-COUNT
                   if TB-STEMPEL(WS-TB-IDX-2) = TB-STEMPEL(WS-TB-IDX)
                       and TB-TERUG(WS-TB-IDX-2) = TB-TERUG(WS-TB-IDX)
                       and TB-STATUS(WS-TB-IDX-2) = "OPEN"
                       move "GEBOEKT" to TB-STATUS(WS-TB-IDX-2)
                       move WS-RUN-ID to TB-TERUG-STEMPEL(WS-TB-IDX-2)
                       add 1 to WS-RECORDS-OUT
                   end-if
               end-perform
               move "Y" to WS-TB-GEWIJZIGD
               move DYNAMIC-JOURNALFILE to WS-LOG-OUTPUT
               add 1 to WS-TERUG-GEBOEKT
               display "Terugboeking van "
                   function trim(TB-STEMPEL(WS-TB-IDX))
                   " geboekt in " TB-TERUG(WS-TB-IDX)
                   " onder stempel " function trim(WS-RUN-ID).
           7200-EXIT.
               exit.

           7300-REWRITE-REGISTER.
               open output TERUG-FILE
               if WS-TERUG-STATUS not = "00"
                   display "Error rewriting GL-Terugboekingen.csv: "
                       WS-TERUG-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 7300-EXIT
               end-if
               move spaces to TERUG-REGEL
               string "Stempel,Periode,Terugboekperiode,"
                          delimited by size
                      "Rekening,Omschrijving,Debet,Credit,"
                          delimited by size
                      "Kostenplaats,Status,TerugStempel"
                          delimited by size
                   into TERUG-REGEL
               end-string
               write TERUG-REGEL
               perform varying WS-TB-IDX from 1 by 1
                       until WS-TB-IDX > WS-TB-COUNT
                   move TB-DEBET(WS-TB-IDX) to DISPLAY-BEDRAG
                   move TB-CREDIT(WS-TB-IDX) to DISPLAY-BEDRAG-2
                   move spaces to TERUG-REGEL
                   string function trim(TB-STEMPEL(WS-TB-IDX))
                              delimited by size
                          "," delimited by size
                          TB-PERIODE(WS-TB-IDX) delimited by size
                          "," delimited by size
                          TB-TERUG(WS-TB-IDX) delimited by size
                          "," delimited by size
                          function trim(TB-REKENING(WS-TB-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(TB-OMSCHRIJVING(WS-TB-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-BEDRAG)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-BEDRAG-2)
                              delimited by size
                          "," delimited by size
                          function trim(TB-KOSTENPLAATS(WS-TB-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(TB-STATUS(WS-TB-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(TB-TERUG-STEMPEL(WS-TB-IDX))
                              delimited by size
                       into TERUG-REGEL
                   end-string
                   write TERUG-REGEL
               end-perform
               close TERUG-FILE.
           7300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-CALL-GLPOST: DYNAMIC-JOURNALFILE into WS-GLPOST-PERIODE
      *> under GlPost's own gates; a refused journal is removed so it
      *> cannot be posted by hand later by mistake.
      *>----------------------------------------------------------------
           8000-CALL-GLPOST.
               move DYNAMIC-JOURNALFILE to WS-GLPOST-BESTAND
               call "GlPost" using WS-GLPOST-ACTIE WS-GLPOST-BESTAND
                   WS-GLPOST-PERIODE LINK-OPERATOR-ID
               move return-code to WS-GLPOST-RC
               cancel "GlPost"
               if WS-GLPOST-RC not = 0
                   move spaces to WS-RM-COMMAND
                   string "rm -f " delimited by size
                          function trim(DYNAMIC-JOURNALFILE)
                              delimited by size
                       into WS-RM-COMMAND
                   end-string
                   call "SYSTEM" using WS-RM-COMMAND
               end-if.
           8000-EXIT.
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
               move "MemorialEntry" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "GL-Terugboekingen.csv" to LOG-INPUT-FILE
               move WS-LOG-OUTPUT to LOG-OUTPUT-FILE
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
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
