      *>----------------------------------------------------------------
      *> ProjectBilling -- the clocked hours that are billable to a
      *> customer. TijdImport takes an optional project code on every
      *> clock row; Projecten.csv is the project register:
      *>   Projectcode,Klantnummer,Omschrijving,Uurtarief,Tarief,
      *>   Actief
      *> (Uurtarief the hourly sales rate excl. BTW, Tarief the BTW
      *> percentage, Actief N = closed for new hours).
      *>   FACTUREREN <periode>
      *>       every not yet invoiced Klokuren.csv row with a project
      *>       code, dated in the period (YYYY-MM) or before it, is
      *>       billed: one row per project, hours times Uurtarief, to
      *>       Project-Input-<periode>.csv in the VATCalculation input
      *>       layout with its header and TRAILER,<count>,<hash>
      *>       control row. The billed rows get the period stamped in
      *>       the Gefactureerd column of Klokuren.csv so they are
      *>       never billed twice; a second run of a period whose file
      *>       already exists is refused rather than overwrite a file
      *>       the VAT run may not have picked up yet.
      *>   RAPPORT [periode]
      *>       per project the hours worked against the hours billed
      *>       and what is still open, all periods or the one asked,
      *>       to Project-Rapport-<date>.txt.
      *>----------------------------------------------------------------
       identification division.
       program-id. ProjectBilling.
       environment division.
       input-output section.
       file-control.
           select PROJECT-FILE assign to "Projecten.csv"
               organization is line sequential
               file status is WS-PROJECT-STATUS.
           select KLOK-FILE assign to "Klokuren.csv"
               organization is line sequential
               file status is WS-KLOK-STATUS.
           select OUTPUT-FILE assign dynamic DYNAMIC-OUTFILE
               organization is line sequential
               file status is WS-OUTPUT-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd PROJECT-FILE.
           01 PROJECT-REGEL pic x(120).

           fd KLOK-FILE.
           01 KLOK-REGEL pic x(60).

           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(100).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-PROJECT-STATUS pic xx.
           01 WS-KLOK-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-OUTFILE pic x(40).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-ACTIE pic x(11).
           01 WS-RUN-PERIODE pic x(07).
           01 WS-FAKTUURDATUM pic x(10).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    the project register, with this run's totals per project
           01 WS-PROJECT-COUNT pic 9(03) value 0.
           01 WS-PROJECT-LEESREGEL pic x(120).
           01 PROJECT-TABLE.
               05 PROJECT-ENTRY occurs 300 times
                       indexed by PROJECT-IDX.
                   10 PRJ-CODE pic x(10).
                   10 PRJ-KLANTNR pic x(10).
                   10 PRJ-OMSCHRIJVING pic x(30).
                   10 PRJ-UURTARIEF-S pic x(10).
                   10 PRJ-TARIEF-S pic x(04).
                   10 PRJ-ACTIEF pic x(01).
                   10 PRJ-UREN-GEWERKT pic 9(06)v99.
                   10 PRJ-UREN-GEFACT pic 9(06)v99.
                   10 PRJ-UREN-NU pic 9(06)v99.
           01 WS-PRJ-GEVONDEN pic x(01).

      *>    Klokuren.csv, whole -- the billed rows are stamped and the
      *>    register written back
           01 WS-KLOK-COUNT pic 9(04) value 0.
           01 WS-KLOK-LEESREGEL pic x(60).
           01 WS-KLOK-VOL pic x(01).
           01 KLOK-TABLE.
               05 KLOK-ENTRY occurs 5000 times indexed by KLOK-IDX.
                   10 KLK-REGEL pic x(60).
                   10 KLK-PERSNR pic x(08).
                   10 KLK-DATUM pic x(12).
                   10 KLK-UREN-S pic x(08).
                   10 KLK-SHIFT pic x(04).
                   10 KLK-PROJECT pic x(10).
                   10 KLK-GEFACT pic x(07).
                   10 KLK-GEWIJZIGD pic x(01).
           01 WS-KLK-UREN pic 9(02)v99.
           01 WS-UREN-ONBEKEND pic 9(06)v99 value 0.
           01 WS-KLOK-GEMARKEERD pic 9(05) value 0.

      *>    one billed row and the control trailer the intake
      *>    validation verifies
           01 WS-BEDRAG pic s9(9)v99.
           01 WS-UURTARIEF pic 9(7)v99.
           01 WS-SENT-COUNT pic 9(7) value 0.
           01 WS-SENT-HASH pic s9(11)v99 value 0.
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 DISPLAY-HASH pic -(10)9.99.
           01 DISPLAY-UREN pic z(5)9.99.
           01 DISPLAY-UREN2 pic z(5)9.99.
           01 DISPLAY-UREN3 pic z(5)9.99.
           01 DISPLAY-TELLER pic z(4)9.

      *>    the report
           01 WS-RAPPORT-PERIODE pic x(07).
           01 WS-UREN-OPEN pic 9(06)v99.
           01 WS-OPEN-BEDRAG pic s9(9)v99.
           01 WS-TOT-GEWERKT pic 9(07)v99 value 0.
           01 WS-TOT-GEFACT pic 9(07)v99 value 0.
           01 WS-TOT-OPEN pic 9(07)v99 value 0.
           01 WS-TOT-BEDRAG pic s9(9)v99 value 0.
           01 DISPLAY-TOT pic z(6)9.99.
           01 DISPLAY-TOT2 pic z(6)9.99.
           01 DISPLAY-TOT3 pic z(6)9.99.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(60).
           01 LINK-PARM3 pic x(60).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
               LINK-PARM3 LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE
           move spaces to DYNAMIC-OUTFILE
           move spaces to DYNAMIC-LIJSTFILE

           move 0 to WS-RETURN-CODE
           evaluate WS-ACTIE
               when "FACTUREREN"
                   perform 1000-LOAD-PROJECTS thru 1000-EXIT
                   if WS-RETURN-CODE = 0
                       perform 1100-LOAD-KLOK thru 1100-EXIT
                   end-if
                   if WS-RETURN-CODE = 0
                       perform 2000-BILL thru 2000-EXIT
                   end-if
               when "RAPPORT"
                   perform 1000-LOAD-PROJECTS thru 1000-EXIT
                   if WS-RETURN-CODE = 0
                       perform 1100-LOAD-KLOK thru 1100-EXIT
                   end-if
                   if WS-RETURN-CODE = 0
                       perform 3000-REPORT thru 3000-EXIT
                   end-if
               when other
                   display "Onbekende actie (FACTUREREN of RAPPORT): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-PROJECTS: Projecten.csv into PROJECT-TABLE. No
      *> register, nothing to bill or report.
      *>----------------------------------------------------------------
           1000-LOAD-PROJECTS.
               move 0 to WS-PROJECT-COUNT
               open input PROJECT-FILE
               if WS-PROJECT-STATUS not = "00"
                   display "Projecten.csv not found."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read PROJECT-FILE into WS-PROJECT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PROJECT-FILE into WS-PROJECT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-PROJECT-COUNT < 300
                               add 1 to WS-PROJECT-COUNT
                               move spaces to PROJECT-ENTRY(
                                   WS-PROJECT-COUNT)
                               unstring function trim(
                                       WS-PROJECT-LEESREGEL)
                                   delimited by ","
                                   into PRJ-CODE(WS-PROJECT-COUNT)
                                        PRJ-KLANTNR(WS-PROJECT-COUNT)
                                        PRJ-OMSCHRIJVING(
                                            WS-PROJECT-COUNT)
                                        PRJ-UURTARIEF-S(
                                            WS-PROJECT-COUNT)
                                        PRJ-TARIEF-S(WS-PROJECT-COUNT)
                                        PRJ-ACTIEF(WS-PROJECT-COUNT)
                               end-unstring
                               move function upper-case(PRJ-CODE(
                                   WS-PROJECT-COUNT))
                                   to PRJ-CODE(WS-PROJECT-COUNT)
                               move 0 to PRJ-UREN-GEWERKT(
                                   WS-PROJECT-COUNT)
                               move 0 to PRJ-UREN-GEFACT(
                                   WS-PROJECT-COUNT)
                               move 0 to PRJ-UREN-NU(WS-PROJECT-COUNT)
                           end-if
                   end-read
               end-perform
               close PROJECT-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-KLOK: Klokuren.csv into KLOK-TABLE. A register
      *> larger than the table is refused -- it is written back after
      *> billing and may not lose its tail.
      *>----------------------------------------------------------------
           1100-LOAD-KLOK.
               move 0 to WS-KLOK-COUNT
               move "N" to WS-KLOK-VOL
               open input KLOK-FILE
               if WS-KLOK-STATUS not = "00"
                   display "Klokuren.csv not found -- geen uren."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read KLOK-FILE into WS-KLOK-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read KLOK-FILE into WS-KLOK-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-KLOK-COUNT < 5000
                               add 1 to WS-KLOK-COUNT
                               add 1 to WS-RECORDS-IN
                               move spaces to KLOK-ENTRY(
                                   WS-KLOK-COUNT)
                               move WS-KLOK-LEESREGEL
                                   to KLK-REGEL(WS-KLOK-COUNT)
                               unstring function trim(
                                       WS-KLOK-LEESREGEL)
                                   delimited by ","
                                   into KLK-PERSNR(WS-KLOK-COUNT)
                                        KLK-DATUM(WS-KLOK-COUNT)
                                        KLK-UREN-S(WS-KLOK-COUNT)
                                        KLK-SHIFT(WS-KLOK-COUNT)
                                        KLK-PROJECT(WS-KLOK-COUNT)
                                        KLK-GEFACT(WS-KLOK-COUNT)
                               end-unstring
                               move function upper-case(KLK-PROJECT(
                                   WS-KLOK-COUNT))
                                   to KLK-PROJECT(WS-KLOK-COUNT)
                               move "N" to KLK-GEWIJZIGD(
                                   WS-KLOK-COUNT)
                           else
                               move "J" to WS-KLOK-VOL
                           end-if
                   end-read
               end-perform
               close KLOK-FILE
               if WS-KLOK-VOL = "J"
                   display "Klokuren.csv groter dan 5000 regels --"
                       " niet verwerkt."
                   move 1 to WS-RETURN-CODE
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-BILL: the open project hours up to and including the
      *> period, one VATCalculation row per project, then the
      *> register written back with the billed rows stamped.
      *>----------------------------------------------------------------
           2000-BILL.
               move function trim(LINK-PARM1) to WS-RUN-PERIODE
               if WS-RUN-PERIODE(5:1) not = "-"
                   or WS-RUN-PERIODE(1:4) not numeric
                   or WS-RUN-PERIODE(6:2) not numeric
                   display "Ongeldige periode (YYYY-MM verwacht): "
                       WS-RUN-PERIODE
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move spaces to DYNAMIC-OUTFILE
               string "Project-Input-" delimited by size
                      WS-RUN-PERIODE delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-OUTFILE
               end-string
      *>        an earlier file of this period is not overwritten
               open input OUTPUT-FILE
               if WS-OUTPUT-STATUS = "00"
                   close OUTPUT-FILE
                   display "RUN REFUSED: "
                       function trim(DYNAMIC-OUTFILE)
                       " bestaat al -- projecturen van deze periode"
                       " zijn al gefactureerd."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if

               perform varying KLOK-IDX from 1 by 1
                       until KLOK-IDX > WS-KLOK-COUNT
                   perform 2100-ONE-KLOK-ROW thru 2100-EXIT
               end-perform
               if WS-UREN-ONBEKEND > 0
                   move WS-UREN-ONBEKEND to DISPLAY-UREN
                   display function trim(DISPLAY-UREN)
                       " uur op onbekende projecten niet gefactureerd"
                       " -- zie Projecten.csv."
               end-if
               if WS-KLOK-GEMARKEERD = 0
                   display "Geen openstaande projecturen tot en met "
                       WS-RUN-PERIODE "."
                   go to 2000-EXIT
               end-if

               open output OUTPUT-FILE
               if WS-OUTPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-OUTFILE) ": "
                       WS-OUTPUT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move "Prijs,Tarief,Klantnummer,Valuta,Factuurdatum"
                   to OUTPUT-REGEL
               write OUTPUT-REGEL
      *>        the rows are dated the first of the billed month, the
      *>        same as the contract rows
               move spaces to WS-FAKTUURDATUM
               string WS-RUN-PERIODE delimited by size
                      "-01" delimited by size
                   into WS-FAKTUURDATUM
               end-string
               perform varying PROJECT-IDX from 1 by 1
                       until PROJECT-IDX > WS-PROJECT-COUNT
                   if PRJ-UREN-NU(PROJECT-IDX) > 0
                       perform 2200-WRITE-PROJECT-ROW thru 2200-EXIT
                   end-if
               end-perform
               move WS-SENT-HASH to DISPLAY-HASH
               move spaces to OUTPUT-REGEL
               string "TRAILER," delimited by size
                      WS-SENT-COUNT delimited by size
                      "," delimited by size
                      function trim(DISPLAY-HASH) delimited by size
                   into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               close OUTPUT-FILE

               perform 2300-SAVE-KLOK thru 2300-EXIT

               move WS-SENT-COUNT to DISPLAY-TELLER
               display function trim(DISPLAY-TELLER)
                   " projectregel(s) voor periode " WS-RUN-PERIODE
                   " in " function trim(DYNAMIC-OUTFILE)
               move WS-KLOK-GEMARKEERD to DISPLAY-TELLER
               display function trim(DISPLAY-TELLER)
                   " klokregel(s) gemarkeerd als gefactureerd.".
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-ONE-KLOK-ROW: a row with a project, not yet invoiced and
      *> dated up to the period, counts towards its project and is
      *> stamped with the period.
      *>----------------------------------------------------------------
           2100-ONE-KLOK-ROW.
               if KLK-PROJECT(KLOK-IDX) = spaces
                   or KLK-GEFACT(KLOK-IDX) not = spaces
                   go to 2100-EXIT
               end-if
               if KLK-DATUM(KLOK-IDX)(1:7) > WS-RUN-PERIODE
                   go to 2100-EXIT
               end-if
               if function test-numval(function trim(
                       KLK-UREN-S(KLOK-IDX))) not = 0
                   display "Onbruikbare klokregel overgeslagen: "
                       KLK-REGEL(KLOK-IDX)
                   go to 2100-EXIT
               end-if
               move function numval(function trim(
                   KLK-UREN-S(KLOK-IDX))) to WS-KLK-UREN
               move "N" to WS-PRJ-GEVONDEN
               perform varying PROJECT-IDX from 1 by 1
                       until PROJECT-IDX > WS-PROJECT-COUNT
                   if PRJ-CODE(PROJECT-IDX) = KLK-PROJECT(KLOK-IDX)
                       move "Y" to WS-PRJ-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-PRJ-GEVONDEN not = "Y"
                   add WS-KLK-UREN to WS-UREN-ONBEKEND
                   go to 2100-EXIT
               end-if
               add WS-KLK-UREN to PRJ-UREN-NU(PROJECT-IDX)
               move WS-RUN-PERIODE to KLK-GEFACT(KLOK-IDX)
               move "J" to KLK-GEWIJZIGD(KLOK-IDX)
               add 1 to WS-KLOK-GEMARKEERD.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-WRITE-PROJECT-ROW: hours times the hourly rate, one
      *> VATCalculation input row for the project's customer.
      *>----------------------------------------------------------------
           2200-WRITE-PROJECT-ROW.
               move 0 to WS-UURTARIEF
               if function test-numval(function trim(
                       PRJ-UURTARIEF-S(PROJECT-IDX))) = 0
                   move function numval(function trim(
                       PRJ-UURTARIEF-S(PROJECT-IDX))) to WS-UURTARIEF
               end-if
               compute WS-BEDRAG rounded =
                   PRJ-UREN-NU(PROJECT-IDX) * WS-UURTARIEF
               move WS-BEDRAG to DISPLAY-BEDRAG
               add WS-BEDRAG to WS-SENT-HASH
               add 1 to WS-SENT-COUNT
               add 1 to WS-RECORDS-OUT
               move spaces to OUTPUT-REGEL
               string
                   function trim(DISPLAY-BEDRAG) delimited by size
                   "," delimited by size
                   function trim(PRJ-TARIEF-S(PROJECT-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(PRJ-KLANTNR(PROJECT-IDX))
                       delimited by size
                   ",," delimited by size
                   WS-FAKTUURDATUM delimited by size
                   into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               move PRJ-UREN-NU(PROJECT-IDX) to DISPLAY-UREN
               display "Project " function trim(PRJ-CODE(PROJECT-IDX))
                   " klant " function trim(PRJ-KLANTNR(PROJECT-IDX))
                   ": " function trim(DISPLAY-UREN) " uur = "
                   function trim(DISPLAY-BEDRAG).
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2300-SAVE-KLOK: Klokuren.csv written back -- untouched rows
      *> exactly as read, the billed ones with Gefactureerd filled.
      *>----------------------------------------------------------------
           2300-SAVE-KLOK.
               open output KLOK-FILE
               if WS-KLOK-STATUS not = "00"
                   display "Klokuren.csv niet herschrijfbaar: "
                       WS-KLOK-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2300-EXIT
               end-if
               move "PersNr,Datum,Uren,Shift,Project,Gefactureerd"
                   to KLOK-REGEL
               write KLOK-REGEL
               perform varying KLOK-IDX from 1 by 1
                       until KLOK-IDX > WS-KLOK-COUNT
                   if KLK-GEWIJZIGD(KLOK-IDX) = "J"
                       move spaces to KLOK-REGEL
                       string
                           function trim(KLK-PERSNR(KLOK-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(KLK-DATUM(KLOK-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(KLK-UREN-S(KLOK-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(KLK-SHIFT(KLOK-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(KLK-PROJECT(KLOK-IDX))
                               delimited by size
                           "," delimited by size
                           KLK-GEFACT(KLOK-IDX) delimited by size
                           into KLOK-REGEL
                       end-string
                   else
                       move KLK-REGEL(KLOK-IDX) to KLOK-REGEL
                   end-if
                   write KLOK-REGEL
               end-perform
               close KLOK-FILE.
           2300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-REPORT: hours worked against hours billed per project,
      *> optionally for one period only.
      *>----------------------------------------------------------------
           3000-REPORT.
               move spaces to WS-RAPPORT-PERIODE
               if LINK-PARM1 not = spaces
                   move function trim(LINK-PARM1) to WS-RAPPORT-PERIODE
                   if WS-RAPPORT-PERIODE(5:1) not = "-"
                       or WS-RAPPORT-PERIODE(1:4) not numeric
                       or WS-RAPPORT-PERIODE(6:2) not numeric
                       display "Ongeldige periode (YYYY-MM verwacht): "
                           WS-RAPPORT-PERIODE
                       move 1 to WS-RETURN-CODE
                       go to 3000-EXIT
                   end-if
               end-if

               perform varying KLOK-IDX from 1 by 1
                       until KLOK-IDX > WS-KLOK-COUNT
                   perform 3100-COUNT-KLOK-ROW thru 3100-EXIT
               end-perform

               move spaces to DYNAMIC-LIJSTFILE
               string "Project-Rapport-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to LIJST-REGEL
               if WS-RAPPORT-PERIODE = spaces
                   string "PROJECTUREN     Datum: " delimited by size
                          WS-RUN-DATE-ISO delimited by size
                          "     Periode: alle" delimited by size
                       into LIJST-REGEL
                   end-string
               else
                   string "PROJECTUREN     Datum: " delimited by size
                          WS-RUN-DATE-ISO delimited by size
                          "     Periode: " delimited by size
                          WS-RAPPORT-PERIODE delimited by size
                       into LIJST-REGEL
                   end-string
               end-if
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Project    Klant      Omschrijving          "
                          delimited by size
                      "          Gewerkt  Gefactureerd       Open"
                          delimited by size
                      "   Open bedrag" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL

               perform varying PROJECT-IDX from 1 by 1
                       until PROJECT-IDX > WS-PROJECT-COUNT
                   perform 3200-PROJECT-LINE thru 3200-EXIT
               end-perform

               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               move WS-TOT-GEWERKT to DISPLAY-TOT
               move WS-TOT-GEFACT to DISPLAY-TOT2
               move WS-TOT-OPEN to DISPLAY-TOT3
               move WS-TOT-BEDRAG to DISPLAY-BEDRAG
               move spaces to LIJST-REGEL
               string "Totaal                                      "
                          delimited by size
                      "         " delimited by size
                      DISPLAY-TOT delimited by size
                      "    " delimited by size
                      DISPLAY-TOT2 delimited by size
                      " " delimited by size
                      DISPLAY-TOT3 delimited by size
                      " " delimited by size
                      DISPLAY-BEDRAG delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               if WS-UREN-ONBEKEND > 0
                   move WS-UREN-ONBEKEND to DISPLAY-UREN
                   move spaces to LIJST-REGEL
                   string "Uren op projectcodes die niet op "
                              delimited by size
                          "Projecten.csv staan: " delimited by size
                          function trim(DISPLAY-UREN)
                              delimited by size
                       into LIJST-REGEL
                   end-string
                   write LIJST-REGEL
               end-if
               close LIJST-FILE
               display "Projecturenrapport geschreven: "
                   function trim(DYNAMIC-LIJSTFILE).
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-COUNT-KLOK-ROW: one clock row's hours onto its project,
      *> worked and -- when stamped -- billed.
      *>----------------------------------------------------------------
           3100-COUNT-KLOK-ROW.
               if KLK-PROJECT(KLOK-IDX) = spaces
                   go to 3100-EXIT
               end-if
               if WS-RAPPORT-PERIODE not = spaces
                   and KLK-DATUM(KLOK-IDX)(1:7) not = WS-RAPPORT-PERIODE
                   go to 3100-EXIT
               end-if
               if function test-numval(function trim(
                       KLK-UREN-S(KLOK-IDX))) not = 0
                   go to 3100-EXIT
               end-if
               move function numval(function trim(
                   KLK-UREN-S(KLOK-IDX))) to WS-KLK-UREN
               move "N" to WS-PRJ-GEVONDEN
               perform varying PROJECT-IDX from 1 by 1
                       until PROJECT-IDX > WS-PROJECT-COUNT
                   if PRJ-CODE(PROJECT-IDX) = KLK-PROJECT(KLOK-IDX)
                       move "Y" to WS-PRJ-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-PRJ-GEVONDEN not = "Y"
                   add WS-KLK-UREN to WS-UREN-ONBEKEND
                   go to 3100-EXIT
               end-if
               add WS-KLK-UREN to PRJ-UREN-GEWERKT(PROJECT-IDX)
               if KLK-GEFACT(KLOK-IDX) not = spaces
                   add WS-KLK-UREN to PRJ-UREN-GEFACT(PROJECT-IDX)
               end-if.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-PROJECT-LINE: one project on the report; the open hours
      *> valued at the current hourly rate.
      *>----------------------------------------------------------------
           3200-PROJECT-LINE.
               add 1 to WS-RECORDS-OUT
               compute WS-UREN-OPEN = PRJ-UREN-GEWERKT(PROJECT-IDX)
                   - PRJ-UREN-GEFACT(PROJECT-IDX)
               move 0 to WS-UURTARIEF
               if function test-numval(function trim(
                       PRJ-UURTARIEF-S(PROJECT-IDX))) = 0
                   move function numval(function trim(
                       PRJ-UURTARIEF-S(PROJECT-IDX))) to WS-UURTARIEF
               end-if
               compute WS-OPEN-BEDRAG rounded =
                   WS-UREN-OPEN * WS-UURTARIEF
               add PRJ-UREN-GEWERKT(PROJECT-IDX) to WS-TOT-GEWERKT
               add PRJ-UREN-GEFACT(PROJECT-IDX) to WS-TOT-GEFACT
               add WS-UREN-OPEN to WS-TOT-OPEN
               add WS-OPEN-BEDRAG to WS-TOT-BEDRAG
               move PRJ-UREN-GEWERKT(PROJECT-IDX) to DISPLAY-UREN
               move PRJ-UREN-GEFACT(PROJECT-IDX) to DISPLAY-UREN2
               move WS-UREN-OPEN to DISPLAY-UREN3
               move WS-OPEN-BEDRAG to DISPLAY-BEDRAG
               move spaces to LIJST-REGEL
               string PRJ-CODE(PROJECT-IDX) delimited by size
                      " " delimited by size
                      PRJ-KLANTNR(PROJECT-IDX) delimited by size
                      " " delimited by size
                      PRJ-OMSCHRIJVING(PROJECT-IDX) delimited by size
                      "  " delimited by size
                      DISPLAY-UREN delimited by size
                      "     " delimited by size
                      DISPLAY-UREN2 delimited by size
                      "  " delimited by size
                      DISPLAY-UREN3 delimited by size
                      " " delimited by size
                      DISPLAY-BEDRAG delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL.
           3200-EXIT.
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
               move "ProjectBilling" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Klokuren.csv" to LOG-INPUT-FILE
               if WS-ACTIE = "RAPPORT"
                   move DYNAMIC-LIJSTFILE to LOG-OUTPUT-FILE
               else
                   move DYNAMIC-OUTFILE to LOG-OUTPUT-FILE
               end-if
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move "ERROR" to LOG-FINAL-STATUS
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
