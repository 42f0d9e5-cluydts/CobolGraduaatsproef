      *>            AANKOOP rows: debit AANKOPEN, debit BTWRECUP,
      *>            credit LEVERANCIERS
      *>   SALARIS  the Summary- batch totals: debit LOONKOST, credit
      *>            RSZ / VOORHEFFING / NETTO; the retro differences
      *>            the run settled (TotaalRetroBruto/-RSZ/
      *>            -Voorheffing) book the same way, a negative
      *>            one on the opposite side
      *>   MORTGAGE lump-sum rows: debit RENTEKOST, credit
      *>            RENTEOPBRENGST
      *> Account numbers come from GL-Mapping.csv (CalcType,
      *> the cent or the export is removed and the run fails -- an
      *> unbalanced import is worse than no import. Output:
      *> GL-Journal.csv.
      *> Cost centres are the journal's second dimension: the sixth
      *> column of a detail line is its Kostenplaats (blank = none).
      *> OMZET and AANKOPEN are split over the Kostenplaats column of
      *> the VAT Output rows, LOONKOST over the Kostenplaats-<file>
      *> companion Salary-Calculation writes next to each Summary
      *> file; whatever carries no (known) cost centre stays on one
      *> line without it, so the accounts still total as before.
      *>----------------------------------------------------------------
       identification division.
       program-id. GlJournalExport.
           select INPUT-FILE assign dynamic DYNAMIC-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select KPL-FILE assign dynamic DYNAMIC-KPLFILE
               organization is line sequential
               file status is WS-KPL-STATUS.
           select KOSTENPLAATS-FILE assign to "Kostenplaatsen.csv"
               organization is line sequential
               file status is WS-KOSTENPLAATS-STATUS.
           select MAPPING-FILE assign to "GL-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           01 FILE-LIST-REGEL pic x(80).

           fd INPUT-FILE.
           01 INPUT-REGEL pic x(250).

           fd KPL-FILE.
           01 KPL-REGEL pic x(60).

           fd KOSTENPLAATS-FILE.
           01 KOSTENPLAATS-REGEL pic x(80).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(12).
           01 R-VERVAL-S pic x(10).
           01 R-KOSTENPLAATS-S pic x(30).
           01 WS-VAT-EXCL pic S9(9)V99 value 0.
           01 WS-VAT-BTW pic S9(9)V99 value 0.
           01 WS-VAT-INCL pic S9(9)V99 value 0.
           01 S-F6 pic x(15).
           01 S-F7 pic x(15).
           01 S-F8 pic x(15).
           01 S-F9 pic x(15).
           01 S-F10 pic x(15).
           01 S-F11 pic x(15).
           01 S-F12 pic x(15).
           01 S-F13 pic x(15).
           01 WS-SAL-BRUTO pic 9(9)V99 value 0.
           01 WS-SAL-RSZ pic 9(9)V99 value 0.
           01 WS-SAL-VRH pic 9(9)V99 value 0.
           01 WS-SAL-NETTO pic 9(9)V99 value 0.
           01 WS-SAL-ONKOSTEN pic 9(9)V99 value 0.
           01 WS-SAL-RETRO-BRUTO pic S9(9)V99 value 0.
           01 WS-SAL-RETRO-RSZ pic S9(9)V99 value 0.
           01 WS-SAL-RETRO-VRH pic S9(9)V99 value 0.

      *>    cost centres -- the master (optional; with it, an unknown
      *>    code books without a cost centre), and per code the
      *>    revenue, purchases and gross pay to split. Entry 1 is
      *>    the one without a cost centre.
           01 WS-KOSTENPLAATS-STATUS pic xx.
           01 WS-KOSTENPLAATS-EOF pic x(01).
           01 WS-KOSTENPLAATS-LEESREGEL pic x(80).
           01 WS-KPM-COUNT pic 9(03) value 0.
           01 KPM-TABLE.
               05 KPM-ENTRY occurs 200 times indexed by KPM-IDX.
                   10 KPM-CODE pic x(10).
           01 WS-KPL-STATUS pic xx.
           01 WS-KPL-EOF pic x(01).
           01 DYNAMIC-KPLFILE pic x(40).
           01 WS-KPL-LEESREGEL pic x(60).
           01 WS-KPL-POS pic 9(03).
           01 K-CODE-S pic x(10).
           01 K-AANTAL-S pic x(06).
           01 K-BRUTO-S pic x(15).
           01 WS-JRN-KP pic x(10).
           01 WS-GKP-COUNT pic 9(03) value 1.
           01 WS-GKP-IDX pic 9(03).
           01 GKP-TABLE.
               05 GKP-ENTRY occurs 100 times.
                   10 GKP-CODE pic x(10) value spaces.
                   10 GKP-OMZET pic S9(9)V99 value 0.
                   10 GKP-AANKOPEN pic S9(9)V99 value 0.
                   10 GKP-LOON pic S9(9)V99 value 0.
           01 WS-SAL-KP-TOTAAL pic S9(9)V99 value 0.

      *>    mortgage lump-sum fields
           01 M-CAPITAL-S pic x(10).
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 DISPLAY-DEBET pic -(8)9.99.
           01 DISPLAY-CREDIT pic -(8)9.99.
           01 WS-JRN-REGEL pic x(130).


      *>    run-ID lineage stamp on the journal's TOTAAL line -- how
           01 WS-RUN-ID pic x(09).
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "Kostenplaatsen.csv".
               05 filler pic x(30) value "GL-Mapping.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 2 times.
           01 FP-TABEL-COUNT pic 9(02) value 2.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "GlJournalExport".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).
      *>    no operator is passed in -- the register row goes blank
           01 FP-OPERATOR-ID pic x(12) value spaces.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".
           close MAPPING-FILE
           display "WS-MAPPING-COUNT: " WS-MAPPING-COUNT

      *>    the cost-centre master, when there is one
           open input KOSTENPLAATS-FILE
           if WS-KOSTENPLAATS-STATUS = "00"
               read KOSTENPLAATS-FILE into WS-KOSTENPLAATS-LEESREGEL
               move "0" to WS-KOSTENPLAATS-EOF
               perform until WS-KOSTENPLAATS-EOF = "1"
                   read KOSTENPLAATS-FILE
                       into WS-KOSTENPLAATS-LEESREGEL
                       at end
                           move "1" to WS-KOSTENPLAATS-EOF
                       not at end
                           if WS-KPM-COUNT < 200
                               add 1 to WS-KPM-COUNT
                               move spaces to KPM-CODE(WS-KPM-COUNT)
                               unstring function trim(
                                       WS-KOSTENPLAATS-LEESREGEL)
                                   delimited by ","
                                   into KPM-CODE(WS-KPM-COUNT)
                               end-unstring
                               move function upper-case(
                                       KPM-CODE(WS-KPM-COUNT))
                                   to KPM-CODE(WS-KPM-COUNT)
                           end-if
                   end-read
               end-perform
               close KOSTENPLAATS-FILE
           end-if

      *>    accumulate each category
           if function trim(LINK-VAT-PATTERN) not = spaces
               move "VAT" to WS-CATEGORIE
               move 1 to return-code
               goback
           end-if
           move spaces to JOURNAL-REGEL
           string "Journaal,Rekening,Omschrijving,Debet,Credit,"
                      delimited by size
                  "Kostenplaats" delimited by size
               into JOURNAL-REGEL
           end-string
           write JOURNAL-REGEL
           perform 9100-DRAW-RUN-ID thru 9100-EXIT
           move spaces to WS-JRN-KP

      *>    VAT sales: customers owe incl., revenue excl., VAT due
           if WS-VAT-INCL not = 0
                           end-evaluate
                   end-read
               end-perform
               close INPUT-FILE
               if WS-CATEGORIE = "SALARIS"
                   perform 2250-FOLD-KOSTENPLAATS-FILE thru 2250-EXIT
               end-if.
           2000-EXIT.
               exit.

           2100-FOLD-VAT-ROW.
               move spaces to R-RICHTING-S
               move spaces to R-KOSTENPLAATS-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
                        R-FAKTUURNR-S R-VERVAL-S R-KOSTENPLAATS-S
               end-unstring
               if function test-numval-c(function trim(R-PRIJS-S))
                       not = 0
                   go to 2100-EXIT
               end-if
               move function upper-case(R-KOSTENPLAATS-S(1:10))
                   to WS-JRN-KP
               perform 2400-FIND-KOSTENPLAATS thru 2400-EXIT
               if function trim(R-RICHTING-S) = "AANKOOP"
                   add function numval-c(function trim(R-PRIJS-S))
                       to GKP-AANKOPEN(WS-GKP-IDX)
                   add function numval-c(function trim(R-PRIJS-S))
                       to WS-AANK-EXCL
                   add function numval-c(function trim(R-BEDRAG-S))
                   add function numval-c(function trim(R-TOTAAL-S))
                       to WS-AANK-INCL
               else
                   add function numval-c(function trim(R-PRIJS-S))
                       to GKP-OMZET(WS-GKP-IDX)
                   add function numval-c(function trim(R-PRIJS-S))
                       to WS-VAT-EXCL
                   add function numval-c(function trim(R-BEDRAG-S))

           2200-FOLD-SUMMARY-ROW.
               move spaces to S-F8
               move spaces to S-F11
               move spaces to S-F12
               move spaces to S-F13
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into S-F1 S-F2 S-F3 S-F4 S-F5 S-F6 S-F7 S-F8
                        S-F9 S-F10 S-F11 S-F12 S-F13
               end-unstring
               if function test-numval-c(function trim(S-F2)) not = 0
                   go to 2200-EXIT
                       = 0
                   add function numval-c(function trim(S-F8))
                       to WS-SAL-ONKOSTEN
               end-if
      *>        the settled retro differences -- columns 11-13 on
      *>        newer Summary files; on an older file the Run-ID
      *>        lands in column 11 and fails the numeric guard.
               if function trim(S-F11) not = spaces
                   and function test-numval-c(function trim(S-F11))
                       = 0
                   and function test-numval-c(function trim(S-F12))
                       = 0
                   and function test-numval-c(function trim(S-F13))
                       = 0
                   add function numval-c(function trim(S-F11))
                       to WS-SAL-RETRO-BRUTO
                   add function numval-c(function trim(S-F12))
                       to WS-SAL-RETRO-RSZ
                   add function numval-c(function trim(S-F13))
                       to WS-SAL-RETRO-VRH
               end-if.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2250-FOLD-KOSTENPLAATS-FILE: the gross-per-cost-centre
      *> companion of the Summary file just folded -- the same name
      *> with Kostenplaats- for Summary-. A Summary without one (an
      *> older run) books its whole gross without a cost centre.
      *>----------------------------------------------------------------
           2250-FOLD-KOSTENPLAATS-FILE.
               move 0 to WS-KPL-POS
               inspect DYNAMIC-INFILE tallying WS-KPL-POS
                   for characters before initial "Summary-"
               if WS-KPL-POS >= function length(
                       function trim(DYNAMIC-INFILE trailing))
                   go to 2250-EXIT
               end-if
               move spaces to DYNAMIC-KPLFILE
               if WS-KPL-POS > 0
                   move DYNAMIC-INFILE(1:WS-KPL-POS)
                       to DYNAMIC-KPLFILE
               end-if
               move spaces to WS-KPL-LEESREGEL
               move DYNAMIC-INFILE(WS-KPL-POS + 9:) to WS-KPL-LEESREGEL
               add 1 to WS-KPL-POS
               string
                   "Kostenplaats-" delimited by size
                   function trim(WS-KPL-LEESREGEL) delimited by size
                   into DYNAMIC-KPLFILE
                   with pointer WS-KPL-POS
               end-string
               open input KPL-FILE
               if WS-KPL-STATUS not = "00"
                   go to 2250-EXIT
               end-if
               read KPL-FILE into WS-KPL-LEESREGEL *> header
               move "0" to WS-KPL-EOF
               perform until WS-KPL-EOF = "1"
                   read KPL-FILE into WS-KPL-LEESREGEL
                       at end
                           move "1" to WS-KPL-EOF
                       not at end
                           move spaces to K-CODE-S
                           move spaces to K-AANTAL-S
                           move spaces to K-BRUTO-S
                           unstring WS-KPL-LEESREGEL
                               delimited by ","
                               into K-CODE-S K-AANTAL-S K-BRUTO-S
                           end-unstring
                           if function trim(K-CODE-S) not = spaces
                               and function test-numval(
                                   function trim(K-BRUTO-S)) = 0
                               move K-CODE-S to WS-JRN-KP
                               perform 2400-FIND-KOSTENPLAATS
                                   thru 2400-EXIT
                               if WS-GKP-IDX > 1
                                   add function numval(
                                       function trim(K-BRUTO-S))
                                       to GKP-LOON(WS-GKP-IDX)
                                   add function numval(
                                       function trim(K-BRUTO-S))
                                       to WS-SAL-KP-TOTAAL
                               end-if
                           end-if
                   end-read
               end-perform
               close KPL-FILE.
           2250-EXIT.
               exit.

           2300-FOLD-MORTGAGE-ROW.
               unstring function trim(INPUT-REGEL)
                   delimited by ","
           2300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2400-FIND-KOSTENPLAATS: WS-GKP-IDX for cost centre WS-JRN-KP
      *> -- entry 1 when blank, unknown to the master, or when the
      *> table is full.
      *>----------------------------------------------------------------
           2400-FIND-KOSTENPLAATS.
               move 1 to WS-GKP-IDX
               if WS-JRN-KP = spaces
                   go to 2400-EXIT
               end-if
               if WS-KPM-COUNT > 0
                   move 0 to WS-KPL-POS
                   perform varying KPM-IDX from 1 by 1
                           until KPM-IDX > WS-KPM-COUNT
                       if KPM-CODE(KPM-IDX) = WS-JRN-KP
                           move 1 to WS-KPL-POS
                           exit perform
                       end-if
                   end-perform
                   if WS-KPL-POS = 0
                       go to 2400-EXIT
                   end-if
               end-if
               perform varying WS-GKP-IDX from 2 by 1
                       until WS-GKP-IDX > WS-GKP-COUNT
                   if GKP-CODE(WS-GKP-IDX) = WS-JRN-KP
                       go to 2400-EXIT
                   end-if
               end-perform
               if WS-GKP-COUNT >= 100
                   move 1 to WS-GKP-IDX
                   go to 2400-EXIT
               end-if
               add 1 to WS-GKP-COUNT
               move WS-GKP-COUNT to WS-GKP-IDX
               move WS-JRN-KP to GKP-CODE(WS-GKP-IDX).
           2400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-JOURNAL-LINE: WS-CATEGORIE holds the AmountKind's
      *> CalcType, WS-REKENING the kind, WS-BEDRAG the amount and
      *> DISPLAY-BEDRAG side selection is handled by the caller via
      *> 3010/3020. Resolve the account and emit; WS-JRN-KP, when
      *> set, is the line's cost centre.
      *>----------------------------------------------------------------
           3010-DEBIT.
               perform 3050-RESOLVE-ACCOUNT thru 3050-EXIT
                   "," delimited by size
                   into JOURNAL-REGEL
               end-string
               if WS-JRN-KP not = spaces
                   move spaces to WS-JRN-REGEL
                   string
                       function trim(JOURNAL-REGEL) delimited by size
                       "," delimited by size
                       function trim(WS-JRN-KP) delimited by size
                       into WS-JRN-REGEL
                   end-string
                   move WS-JRN-REGEL to JOURNAL-REGEL
               end-if
               write JOURNAL-REGEL
               add WS-BEDRAG to WS-TOT-DEBET
               add 1 to WS-LINES-WRITTEN.
                   function trim(DISPLAY-BEDRAG) delimited by size
                   into JOURNAL-REGEL
               end-string
               if WS-JRN-KP not = spaces
                   move spaces to WS-JRN-REGEL
                   string
                       function trim(JOURNAL-REGEL) delimited by size
                       "," delimited by size
                       function trim(WS-JRN-KP) delimited by size
                       into WS-JRN-REGEL
                   end-string
                   move WS-JRN-REGEL to JOURNAL-REGEL
               end-if
               write JOURNAL-REGEL
               add WS-BEDRAG to WS-TOT-CREDIT
               add 1 to WS-LINES-WRITTEN.
               move "KLANTEN" to WS-REKENING
               move WS-VAT-INCL to WS-BEDRAG
               perform 3010-DEBIT thru 3010-EXIT
      *>        revenue per cost centre
               perform varying WS-GKP-IDX from 1 by 1
                       until WS-GKP-IDX > WS-GKP-COUNT
                   if GKP-OMZET(WS-GKP-IDX) not = 0
                       move "OMZET" to WS-REKENING
                       move GKP-OMZET(WS-GKP-IDX) to WS-BEDRAG
                       move GKP-CODE(WS-GKP-IDX) to WS-JRN-KP
                       perform 3020-CREDIT thru 3020-EXIT
                   end-if
               end-perform
               move spaces to WS-JRN-KP
               move "BTWVERSCHULDIGD" to WS-REKENING
               move WS-VAT-BTW to WS-BEDRAG
               perform 3020-CREDIT thru 3020-EXIT.

           3200-PURCHASE-LINES.
               move "VAT" to WS-CATEGORIE
      *>        purchases per cost centre
               perform varying WS-GKP-IDX from 1 by 1
                       until WS-GKP-IDX > WS-GKP-COUNT
                   if GKP-AANKOPEN(WS-GKP-IDX) not = 0
                       move "AANKOPEN" to WS-REKENING
                       move GKP-AANKOPEN(WS-GKP-IDX) to WS-BEDRAG
                       move GKP-CODE(WS-GKP-IDX) to WS-JRN-KP
                       perform 3010-DEBIT thru 3010-EXIT
                   end-if
               end-perform
               move spaces to WS-JRN-KP
               move "BTWRECUP" to WS-REKENING
               move WS-AANK-BTW to WS-BEDRAG
               perform 3010-DEBIT thru 3010-EXIT

           3300-SALARY-LINES.
               move "SALARIS" to WS-CATEGORIE
      *>        gross pay per cost centre; what the companions do
      *>        not cover books without one
               perform varying WS-GKP-IDX from 2 by 1
                       until WS-GKP-IDX > WS-GKP-COUNT
                   if GKP-LOON(WS-GKP-IDX) not = 0
                       move "LOONKOST" to WS-REKENING
                       move GKP-LOON(WS-GKP-IDX) to WS-BEDRAG
                       move GKP-CODE(WS-GKP-IDX) to WS-JRN-KP
                       perform 3010-DEBIT thru 3010-EXIT
                   end-if
               end-perform
               move spaces to WS-JRN-KP
               compute WS-BEDRAG = WS-SAL-BRUTO - WS-SAL-KP-TOTAAL
               if WS-BEDRAG not = 0
                   move "LOONKOST" to WS-REKENING
                   perform 3010-DEBIT thru 3010-EXIT
               end-if
               move "RSZ" to WS-REKENING
               move WS-SAL-RSZ to WS-BEDRAG
               perform 3020-CREDIT thru 3020-EXIT
                   move "NETTO" to WS-REKENING
                   move WS-SAL-ONKOSTEN to WS-BEDRAG
                   perform 3020-CREDIT thru 3020-EXIT
               end-if
      *>        settled retro differences: gross onto the salary cost,
      *>        the withheld RSZ and voorheffing onto their liabilities
      *>        and the net onto the net pay the SEPA batch carried
               move "LOONKOST" to WS-REKENING
               move WS-SAL-RETRO-BRUTO to WS-BEDRAG
               perform 3310-RETRO-DEBIT thru 3310-EXIT
               move "RSZ" to WS-REKENING
               move WS-SAL-RETRO-RSZ to WS-BEDRAG
               perform 3320-RETRO-CREDIT thru 3320-EXIT
               move "VOORHEFFING" to WS-REKENING
               move WS-SAL-RETRO-VRH to WS-BEDRAG
               perform 3320-RETRO-CREDIT thru 3320-EXIT
               move "NETTO" to WS-REKENING
               compute WS-BEDRAG = WS-SAL-RETRO-BRUTO
                   - WS-SAL-RETRO-RSZ - WS-SAL-RETRO-VRH
               perform 3320-RETRO-CREDIT thru 3320-EXIT.
           3300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3310-RETRO-DEBIT / 3320-RETRO-CREDIT: a retro difference can
      *> be a downward correction. The journal carries positive
      *> amounts only, so a negative one books its absolute value on
      *> the opposite side; a zero one books nothing.
      *>----------------------------------------------------------------
           3310-RETRO-DEBIT.
               if WS-BEDRAG = 0
                   go to 3310-EXIT
               end-if
               if WS-BEDRAG < 0
                   compute WS-BEDRAG = 0 - WS-BEDRAG
                   perform 3020-CREDIT thru 3020-EXIT
               else
                   perform 3010-DEBIT thru 3010-EXIT
               end-if.
           3310-EXIT.
               exit.

           3320-RETRO-CREDIT.
               if WS-BEDRAG = 0
                   go to 3320-EXIT
               end-if
               if WS-BEDRAG < 0
                   compute WS-BEDRAG = 0 - WS-BEDRAG
                   perform 3010-DEBIT thru 3010-EXIT
               else
                   perform 3020-CREDIT thru 3020-EXIT
               end-if.
           3320-EXIT.
               exit.

           3400-MORTGAGE-LINES.
               move "MORTGAGE" to WS-CATEGORIE
               move "RENTEKOST" to WS-REKENING
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
                       FP-OPERATOR-ID
                   end-call
               end-perform
               cancel "TableFingerprint"
               move 0 to return-code.
           9150-EXIT.
               exit.
