      *>----------------------------------------------------------------
      *> LoanApplication -- between a customer asking for a mortgage
      *> and LoanServicing NIEUW registering the loan there was no
      *> record at all. This keeps the application register,
      *> Lening-Aanvragen.csv (AanvraagNr,Aanvrager,Bedrag,Schema,
      *> Termijn,Maanden,RatioPct,Oordeel,AanbodNr,GeldigTot,Status,
      *> DatumAanvraag,DatumStatus,Reden,LeningNr), every status
      *> change also appended to Lening-Aanvraag-Historiek.csv
      *> (AanvraagNr,Datum,Status,Reden,Operator):
      *>   AANVRAAG <aanvrager> <bedrag>
      *>       a new application, AANGEVRAAGD, numbered AV + six
      *>       digits one past the highest on the register.
      *>   KOPPEL <aanvraag> <schema>
      *>       the MorgageCalculation amortization output ("A"
      *>       mode Output-*.csv) the loan would follow -- its
      *>       installment and term -- and the AffordabilityReport
      *>       verdict on it: the Affordability-Report.csv row for
      *>       the same capital and installment, ratio and Oordeel.
      *>       Linking again replaces the earlier schedule.
      *>   AANBOD <aanvraag> <aanbodnr>
      *>       the numbered credit offer CreditOffer made out
      *>       (Kredietaanbod-Register.csv); its validity date is
      *>       kept. AANGEVRAAGD -> AANBOD; needs a linked schedule.
      *>   AANVAARD <aanvraag>
      *>       the customer signed within the offer's validity:
      *>       the loan is registered by LoanServicing NIEUW off the
      *>       linked schedule and its number kept. AANBOD ->
      *>       AANVAARD.
      *>   WEIGER <aanvraag> <reden>
      *>       refused, with the reason. Not after AANVAARD.
      *>   VERVALLEN [<aanvraag> <reden>]
      *>       one application dropped (customer withdrew, documents
      *>       never came); without an application number every
      *>       offer past its validity date lapses.
      *>   RAPPORT [<periode>]
      *>       the pipeline report, Aanvragen-Pijplijn-<datum>.txt,
      *>       over the applications requested in <periode> (YYYY or
      *>       YYYY-MM, default all): volume and amount per status,
      *>       the average days from request to offer and from
      *>       request to decision, the refusal reasons counted, and
      *>       every open application with what it is waiting for.
      *>----------------------------------------------------------------
       identification division.
       program-id. LoanApplication.
       environment division.
       input-output section.
       file-control.
           select AANVRAAG-FILE assign to "Lening-Aanvragen.csv"
               organization is line sequential
               file status is WS-AANVRAAG-STATUS.
           select HISTORIEK-FILE
               assign to "Lening-Aanvraag-Historiek.csv"
               organization is line sequential
               file status is WS-HISTORIEK-STATUS.
           select SCHED-FILE assign dynamic DYNAMIC-SCHEDFILE
               organization is line sequential
               file status is WS-SCHED-STATUS.
           select AFFORD-FILE assign to "Affordability-Report.csv"
               organization is line sequential
               file status is WS-AFFORD-STATUS.
           select AANBOD-FILE assign to "Kredietaanbod-Register.csv"
               organization is line sequential
               file status is WS-AANBOD-STATUS.
           select SEQ-FILE assign to "Lening-Sequence.TXT"
               organization is line sequential
               file status is WS-SEQ-STATUS.
           select REPORT-FILE assign dynamic DYNAMIC-REPORTFILE
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd AANVRAAG-FILE.
           01 AANVRAAG-REGEL pic x(300).

           fd HISTORIEK-FILE.
           01 HISTORIEK-REGEL pic x(120).

           fd SCHED-FILE.
           01 SCHED-FILE-REGEL pic x(130).

           fd AFFORD-FILE.
           01 AFFORD-REGEL pic x(150).

           fd AANBOD-FILE.
           01 AANBOD-REGEL pic x(200).

           fd SEQ-FILE.
           01 SEQ-REGEL pic x(20).

           fd REPORT-FILE.
           01 REPORT-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-AANVRAAG-STATUS pic xx.
           01 WS-HISTORIEK-STATUS pic xx.
           01 WS-SCHED-STATUS pic xx.
           01 WS-AFFORD-STATUS pic xx.
           01 WS-AANBOD-STATUS pic xx.
           01 WS-SEQ-STATUS pic xx.
           01 WS-REPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-SCHEDFILE pic x(80).
           01 DYNAMIC-REPORTFILE pic x(40).

           01 WS-ACTIE pic x(11).
           01 WS-VANDAAG pic x(10).
           01 WS-REDEN pic x(40).
           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-ROWS-OUT pic 9(05) value 0.
           01 WS-REGISTER-DIRTY pic x(01) value "N".

      *>    the application register in memory
           01 WS-AVR-COUNT pic 9(04) value 0.
           01 WS-AVR-LEESREGEL pic x(300).
           01 AANVRAAG-TABLE.
               05 AANVRAAG-ENTRY occurs 2000 times
                       indexed by AVR-IDX.
                   10 AVR-NR pic x(08).
                   10 AVR-AANVRAGER pic x(30).
                   10 AVR-BEDRAG pic 9(09)V99.
                   10 AVR-SCHEMA pic x(60).
                   10 AVR-TERMIJN pic 9(07)V99.
                   10 AVR-MAANDEN pic 9(03).
                   10 AVR-RATIO pic x(08).
                   10 AVR-OORDEEL pic x(12).
                   10 AVR-AANBOD pic x(08).
                   10 AVR-GELDIG-TOT pic x(10).
                   10 AVR-STATUS pic x(12).
                   10 AVR-DATUM-AANVRAAG pic x(10).
                   10 AVR-DATUM-STATUS pic x(10).
                   10 AVR-REDEN pic x(40).
                   10 AVR-LENING pic x(08).
                   10 AVR-DATUM-AANBOD pic x(10).
           01 WS-AVR-BEDRAG-S pic x(14).
           01 WS-AVR-TERMIJN-S pic x(14).
           01 WS-AVR-MAANDEN-S pic x(05).
           01 WS-AVR-MAX pic 9(06) value 0.
           01 WS-AVR-SEQ pic 9(06).
           01 WS-AVR-GEVONDEN pic 9(04).

      *>    the schedule being linked
           01 WS-SCH-MAANDEN pic 9(03).
           01 WS-SCH-TERMIJN pic 9(07)V99.
           01 WS-SCH-HOOFDSOM pic 9(09)V99.
           01 S-MAAND-S pic x(10).
           01 S-TERMIJN-S pic x(14).
           01 S-RENTE-S pic x(14).
           01 S-AFLOSSING-S pic x(14).

      *>    one Affordability-Report.csv row
           01 WS-AFF-WERKNEMER pic x(30).
           01 WS-AFF-NETTO-S pic x(14).
           01 WS-AFF-CAPITAL-S pic x(14).
           01 WS-AFF-RATE-S pic x(10).
           01 WS-AFF-YEARS-S pic x(06).
           01 WS-AFF-TERMIJN-S pic x(14).
           01 WS-AFF-RATIO-S pic x(08).
           01 WS-AFF-OORDEEL-S pic x(12).
           01 WS-AFF-VERSCHIL pic s9(09)V99.

      *>    one Kredietaanbod-Register.csv row
           01 WS-KA-NR pic x(08).
           01 WS-KA-KLANT pic x(30).
           01 WS-KA-INPUT pic x(40).
           01 WS-KA-REGEL-S pic x(05).
           01 WS-KA-KAPITAAL-S pic x(14).
           01 WS-KA-RENTE-S pic x(08).
           01 WS-KA-JAREN-S pic x(04).
           01 WS-KA-TERMIJN-S pic x(14).
           01 WS-KA-JKP-S pic x(08).
           01 WS-KA-DATUM pic x(10).
           01 WS-KA-GELDIG-TOT pic x(10).
           01 WS-KA-GEVONDEN pic x(01).

      *>    the LoanServicing call on acceptance
           01 WS-LS-ACTIE pic x(11).
           01 WS-LS-PARM1 pic x(30).
           01 WS-LS-PARM2 pic x(80).
           01 WS-LS-RC pic s9(09).
           01 WS-SEQ-S pic x(20).
           01 WS-LENING-NR pic 9(08).

      *>    the pipeline report
           01 WS-PERIODE pic x(07).
           01 WS-PERIODE-LEN pic 9(02).
           01 WS-DAGEN pic s9(07).
           01 WS-DATUM-NUM pic 9(08).
           01 WS-DAG-VAN pic 9(09).
           01 WS-DAG-TOT pic 9(09).
           01 WS-DATUM-VAN pic x(10).
           01 WS-DATUM-TOT pic x(10).
           01 WS-HST-LEESREGEL pic x(120).
           01 WS-HST-NR pic x(08).
           01 WS-HST-DATUM pic x(10).
           01 WS-HST-STATUS pic x(12).
           01 WS-GEMIDDELD pic 9(05)V9.
           01 WS-WACHT-OP pic x(30).
           01 STATUS-TOTALEN.
               05 STT-ENTRY occurs 5 times indexed by STT-IDX.
                   10 STT-NAAM pic x(12).
                   10 STT-AANTAL pic 9(05).
                   10 STT-BEDRAG pic 9(11)V99.
           01 WS-TOT-AANTAL pic 9(05) value 0.
           01 WS-TOT-BEDRAG pic 9(11)V99 value 0.
           01 WS-AANBOD-AANTAL pic 9(05) value 0.
           01 WS-AANBOD-DAGEN pic 9(09) value 0.
           01 WS-BESLIST-AANTAL pic 9(05) value 0.
           01 WS-BESLIST-DAGEN pic 9(09) value 0.
           01 WS-RDN-COUNT pic 9(03) value 0.
           01 REDEN-TABLE.
               05 REDEN-ENTRY occurs 100 times indexed by RDN-IDX.
                   10 RDN-TEKST pic x(40).
                   10 RDN-AANTAL pic 9(05).
           01 WS-RDN-GEVONDEN pic x(01).
           01 WS-OPEN-AANTAL pic 9(05) value 0.

           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT-2 pic Z(8)9.99.
           01 DISPLAY-TOT pic Z(10)9.99.
           01 DISPLAY-MAANDEN pic ZZ9.
           01 DISPLAY-AANTAL pic ZZZZ9.
           01 DISPLAY-DAGEN pic ZZZZ9.9.
           01 DISPLAY-LEEFTIJD pic ZZZZ9.

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

           perform 1000-LOAD-REGISTER thru 1000-EXIT

           evaluate WS-ACTIE
               when "AANVRAAG"
                   perform 2000-NEW-APPLICATION thru 2000-EXIT
               when "KOPPEL"
                   perform 3000-LINK-SCHEDULE thru 3000-EXIT
               when "AANBOD"
                   perform 4000-LINK-OFFER thru 4000-EXIT
               when "AANVAARD"
                   perform 5000-ACCEPT thru 5000-EXIT
               when "WEIGER"
                   perform 6000-REFUSE thru 6000-EXIT
               when "VERVALLEN"
                   perform 6500-LAPSE thru 6500-EXIT
               when "RAPPORT"
                   perform 7000-PIPELINE-REPORT thru 7000-EXIT
               when other
                   display "Onbekende actie (AANVRAAG, KOPPEL, AANBOD,"
                       " AANVAARD, WEIGER, VERVALLEN of RAPPORT): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           if WS-REGISTER-DIRTY = "Y"
               perform 8000-REWRITE-REGISTER thru 8000-EXIT
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-REGISTER: Lening-Aanvragen.csv in memory; no file
      *> yet means no applications yet.
      *>----------------------------------------------------------------
           1000-LOAD-REGISTER.
               move 0 to WS-AVR-COUNT
               open input AANVRAAG-FILE
               if WS-AANVRAAG-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read AANVRAAG-FILE into WS-AVR-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AANVRAAG-FILE into WS-AVR-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-AVR-LEESREGEL not = spaces
                               perform 1100-ONE-AANVRAAG thru 1100-EXIT
                           end-if
                   end-read
               end-perform
               close AANVRAAG-FILE.
           1000-EXIT.
               exit.

           1100-ONE-AANVRAAG.
               if WS-AVR-COUNT >= 2000
                   display "Aanvraagregister vol, overgeslagen: "
                       WS-AVR-LEESREGEL(1:40)
                   go to 1100-EXIT
               end-if
               add 1 to WS-AVR-COUNT
               add 1 to WS-ROWS-READ
               move spaces to AANVRAAG-ENTRY(WS-AVR-COUNT)
               move spaces to WS-AVR-BEDRAG-S WS-AVR-TERMIJN-S
                   WS-AVR-MAANDEN-S
               unstring WS-AVR-LEESREGEL delimited by ","
                   into AVR-NR(WS-AVR-COUNT)
                        AVR-AANVRAGER(WS-AVR-COUNT)
                        WS-AVR-BEDRAG-S
                        AVR-SCHEMA(WS-AVR-COUNT)
                        WS-AVR-TERMIJN-S
                        WS-AVR-MAANDEN-S
                        AVR-RATIO(WS-AVR-COUNT)
                        AVR-OORDEEL(WS-AVR-COUNT)
                        AVR-AANBOD(WS-AVR-COUNT)
                        AVR-GELDIG-TOT(WS-AVR-COUNT)
                        AVR-STATUS(WS-AVR-COUNT)
                        AVR-DATUM-AANVRAAG(WS-AVR-COUNT)
                        AVR-DATUM-STATUS(WS-AVR-COUNT)
                        AVR-REDEN(WS-AVR-COUNT)
                        AVR-LENING(WS-AVR-COUNT)
               end-unstring
               move 0 to AVR-BEDRAG(WS-AVR-COUNT)
               move 0 to AVR-TERMIJN(WS-AVR-COUNT)
               move 0 to AVR-MAANDEN(WS-AVR-COUNT)
               if function test-numval-c(function trim(
                       WS-AVR-BEDRAG-S)) = 0
                   move function numval-c(function trim(
                       WS-AVR-BEDRAG-S)) to AVR-BEDRAG(WS-AVR-COUNT)
               end-if
               if function test-numval-c(function trim(
                       WS-AVR-TERMIJN-S)) = 0
                   move function numval-c(function trim(
                       WS-AVR-TERMIJN-S)) to AVR-TERMIJN(WS-AVR-COUNT)
               end-if
               if function test-numval(function trim(
                       WS-AVR-MAANDEN-S)) = 0
                   move function numval(function trim(
                       WS-AVR-MAANDEN-S)) to AVR-MAANDEN(WS-AVR-COUNT)
               end-if
               if AVR-NR(WS-AVR-COUNT)(3:6) numeric
                   move AVR-NR(WS-AVR-COUNT)(3:6) to WS-AVR-SEQ
                   if WS-AVR-SEQ > WS-AVR-MAX
                       move WS-AVR-SEQ to WS-AVR-MAX
                   end-if
               end-if.
           1100-EXIT.
               exit.

      *>    AVR-IDX on the application of LINK-PARM1
           1200-FIND-AANVRAAG.
               move 0 to WS-AVR-GEVONDEN
               perform varying AVR-IDX from 1 by 1
                       until AVR-IDX > WS-AVR-COUNT
                   if AVR-NR(AVR-IDX) = function upper-case(
                           LINK-PARM1(1:8))
                       set WS-AVR-GEVONDEN to AVR-IDX
                       exit perform
                   end-if
               end-perform
               if WS-AVR-GEVONDEN = 0
                   display "Aanvraag " function trim(LINK-PARM1)
                       " niet gevonden in Lening-Aanvragen.csv."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               set AVR-IDX to WS-AVR-GEVONDEN.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-NEW-APPLICATION: LINK-PARM1 the applicant, LINK-PARM2
      *> the amount asked.
      *>----------------------------------------------------------------
           2000-NEW-APPLICATION.
               if function trim(LINK-PARM1) = spaces
                   display "AANVRAAG vraagt een aanvrager en een"
                       " bedrag."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function test-numval-c(function trim(LINK-PARM2))
                       not = 0
                   display "Ongeldig bedrag: " function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function numval-c(function trim(LINK-PARM2)) = 0
                   display "Een aanvraag vraagt een bedrag."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if WS-AVR-COUNT >= 2000
                   display "Aanvraagregister vol -- niet"
                       " geregistreerd."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               add 1 to WS-AVR-MAX
               add 1 to WS-AVR-COUNT
               set AVR-IDX to WS-AVR-COUNT
               move spaces to AANVRAAG-ENTRY(AVR-IDX)
               move WS-AVR-MAX to WS-AVR-SEQ
               string "AV" WS-AVR-SEQ delimited by size
                   into AVR-NR(AVR-IDX)
               end-string
               move function trim(LINK-PARM1) to AVR-AANVRAGER(AVR-IDX)
               inspect AVR-AANVRAGER(AVR-IDX) replacing all "," by ";"
               move function numval-c(function trim(LINK-PARM2))
                   to AVR-BEDRAG(AVR-IDX)
               move 0 to AVR-TERMIJN(AVR-IDX)
               move 0 to AVR-MAANDEN(AVR-IDX)
               move WS-VANDAAG to AVR-DATUM-AANVRAAG(AVR-IDX)
               move spaces to WS-REDEN
               move "AANGEVRAAGD" to AVR-STATUS(AVR-IDX)
               perform 8500-STATUS-CHANGE thru 8500-EXIT
               move AVR-BEDRAG(AVR-IDX) to DISPLAY-AMT
               display "Aanvraag " AVR-NR(AVR-IDX) " geregistreerd"
                   " voor " function trim(AVR-AANVRAGER(AVR-IDX))
                   ": " function trim(DISPLAY-AMT) ".".
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-LINK-SCHEDULE: LINK-PARM2 the amortization Output file
      *> -- read the way LoanServicing NIEUW will read it -- and the
      *> affordability verdict on the same loan.
      *>----------------------------------------------------------------
           3000-LINK-SCHEDULE.
               perform 1200-FIND-AANVRAAG thru 1200-EXIT
               if WS-RETURN-CODE not = 0
                   go to 3000-EXIT
               end-if
               if AVR-STATUS(AVR-IDX) not = "AANGEVRAAGD"
                   and AVR-STATUS(AVR-IDX) not = "AANBOD"
                   display "Aanvraag " AVR-NR(AVR-IDX) " staat op "
                       function trim(AVR-STATUS(AVR-IDX))
                       " -- geen schema meer te koppelen."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if function trim(LINK-PARM2) = spaces
                   display "KOPPEL vraagt een schema-bestand."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function trim(LINK-PARM2) to DYNAMIC-SCHEDFILE
               move 0 to WS-SCH-MAANDEN
               move 0 to WS-SCH-TERMIJN
               move 0 to WS-SCH-HOOFDSOM
               open input SCHED-FILE
               if WS-SCHED-STATUS not = "00"
                   display "Schema niet gevonden: "
                       function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               read SCHED-FILE into SCHED-FILE-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SCHED-FILE into SCHED-FILE-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 3100-ONE-SCHED-ROW thru 3100-EXIT
                   end-read
               end-perform
               close SCHED-FILE
               if WS-SCH-MAANDEN = 0 or WS-SCH-TERMIJN = 0
                   display "Geen bruikbaar aflossingsschema in "
                       function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function trim(LINK-PARM2) to AVR-SCHEMA(AVR-IDX)
               move WS-SCH-TERMIJN to AVR-TERMIJN(AVR-IDX)
               move WS-SCH-MAANDEN to AVR-MAANDEN(AVR-IDX)
               move spaces to AVR-RATIO(AVR-IDX)
               move spaces to AVR-OORDEEL(AVR-IDX)
               perform 3200-FIND-AFFORDABILITY thru 3200-EXIT
               move "Y" to WS-REGISTER-DIRTY
               move 1 to WS-ROWS-OUT
               move WS-SCH-HOOFDSOM to DISPLAY-AMT
               move WS-SCH-TERMIJN to DISPLAY-AMT-2
               move WS-SCH-MAANDEN to DISPLAY-MAANDEN
               display "Schema gekoppeld aan " AVR-NR(AVR-IDX) ": "
                   function trim(DISPLAY-AMT) " in "
                   function trim(DISPLAY-MAANDEN) " maanden, termijn "
                   function trim(DISPLAY-AMT-2) "."
               if WS-SCH-HOOFDSOM not = AVR-BEDRAG(AVR-IDX)
                   move AVR-BEDRAG(AVR-IDX) to DISPLAY-AMT
                   display "  Let op: aangevraagd was "
                       function trim(DISPLAY-AMT) "."
               end-if
               if AVR-OORDEEL(AVR-IDX) = spaces
                   display "  Geen betaalbaarheidstoets voor dit"
                       " schema in Affordability-Report.csv."
               else
                   display "  Betaalbaarheid: "
                       function trim(AVR-RATIO(AVR-IDX)) "% -- "
                       function trim(AVR-OORDEEL(AVR-IDX))
               end-if.
           3000-EXIT.
               exit.

      *>    one schedule row: Maand,Termijnbedrag,Rente,Aflossing --
      *>    EXTRA rows and anything non-numeric pass by.
           3100-ONE-SCHED-ROW.
               move spaces to S-MAAND-S S-TERMIJN-S S-RENTE-S
                   S-AFLOSSING-S
               unstring function trim(SCHED-FILE-REGEL)
                   delimited by ","
                   into S-MAAND-S S-TERMIJN-S S-RENTE-S
                        S-AFLOSSING-S
               end-unstring
               if function test-numval(function trim(S-MAAND-S))
                       not = 0
                   go to 3100-EXIT
               end-if
               if function test-numval-c(function trim(S-TERMIJN-S))
                       not = 0
                   or function test-numval-c(function trim(
                       S-AFLOSSING-S)) not = 0
                   go to 3100-EXIT
               end-if
               add 1 to WS-SCH-MAANDEN
               add function numval-c(function trim(S-AFLOSSING-S))
                   to WS-SCH-HOOFDSOM
               if WS-SCH-MAANDEN = 1
                   move function numval-c(function trim(S-TERMIJN-S))
                       to WS-SCH-TERMIJN
               end-if.
           3100-EXIT.
               exit.

      *>    the Affordability-Report.csv row (Werknemer,NettoInkomen,
      *>    Capital,Rate,Years,MaandTermijn,RatioPct,Oordeel) for the
      *>    same capital whose installment is within a euro of the
      *>    schedule's; the last one wins.
           3200-FIND-AFFORDABILITY.
               open input AFFORD-FILE
               if WS-AFFORD-STATUS not = "00"
                   go to 3200-EXIT
               end-if
               read AFFORD-FILE into AFFORD-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AFFORD-FILE into AFFORD-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-AFF-WERKNEMER
                               WS-AFF-NETTO-S WS-AFF-CAPITAL-S
                               WS-AFF-RATE-S WS-AFF-YEARS-S
                               WS-AFF-TERMIJN-S WS-AFF-RATIO-S
                               WS-AFF-OORDEEL-S
                           unstring function trim(AFFORD-REGEL)
                               delimited by ","
                               into WS-AFF-WERKNEMER WS-AFF-NETTO-S
                                    WS-AFF-CAPITAL-S WS-AFF-RATE-S
                                    WS-AFF-YEARS-S WS-AFF-TERMIJN-S
                                    WS-AFF-RATIO-S WS-AFF-OORDEEL-S
                           end-unstring
                           if function test-numval-c(function trim(
                                   WS-AFF-CAPITAL-S)) = 0
                               and function test-numval-c(function
                                   trim(WS-AFF-TERMIJN-S)) = 0
                               perform 3210-MATCH-AFFORDABILITY
                                   thru 3210-EXIT
                           end-if
                   end-read
               end-perform
               close AFFORD-FILE.
           3200-EXIT.
               exit.

           3210-MATCH-AFFORDABILITY.
               if function numval-c(function trim(WS-AFF-CAPITAL-S))
                       not = WS-SCH-HOOFDSOM
                   go to 3210-EXIT
               end-if
               compute WS-AFF-VERSCHIL
                   = function numval-c(function trim(WS-AFF-TERMIJN-S))
                   - WS-SCH-TERMIJN
               if WS-AFF-VERSCHIL > 1 or WS-AFF-VERSCHIL < -1
                   go to 3210-EXIT
               end-if
               move function trim(WS-AFF-RATIO-S) to AVR-RATIO(AVR-IDX)
               move function trim(WS-AFF-OORDEEL-S)
                   to AVR-OORDEEL(AVR-IDX).
           3210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-LINK-OFFER: LINK-PARM2 the offer number on
      *> Kredietaanbod-Register.csv (AanbodNr,Klant,InputFile,Regel,
      *> Kapitaal,Rente,Jaren,Termijn,JKP,Datum,GeldigTot,...).
      *>----------------------------------------------------------------
           4000-LINK-OFFER.
               perform 1200-FIND-AANVRAAG thru 1200-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               if AVR-STATUS(AVR-IDX) not = "AANGEVRAAGD"
                   and AVR-STATUS(AVR-IDX) not = "AANBOD"
                   display "Aanvraag " AVR-NR(AVR-IDX) " staat op "
                       function trim(AVR-STATUS(AVR-IDX))
                       " -- geen aanbod meer mogelijk."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if AVR-SCHEMA(AVR-IDX) = spaces
                   display "Koppel eerst het schema (KOPPEL "
                       AVR-NR(AVR-IDX) " <schema>)."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move "N" to WS-KA-GEVONDEN
               open input AANBOD-FILE
               if WS-AANBOD-STATUS = "00"
                   read AANBOD-FILE into AANBOD-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read AANBOD-FILE into AANBOD-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-KA-NR WS-KA-KAPITAAL-S
                                   WS-KA-TERMIJN-S WS-KA-GELDIG-TOT
                               unstring AANBOD-REGEL delimited by ","
                                   into WS-KA-NR WS-KA-KLANT
                                        WS-KA-INPUT WS-KA-REGEL-S
                                        WS-KA-KAPITAAL-S WS-KA-RENTE-S
                                        WS-KA-JAREN-S WS-KA-TERMIJN-S
                                        WS-KA-JKP-S WS-KA-DATUM
                                        WS-KA-GELDIG-TOT
                               end-unstring
                               if WS-KA-NR = function upper-case(
                                       function trim(LINK-PARM2))
                                   move "J" to WS-KA-GEVONDEN
                                   move "1" to EOF-FLAG
                               end-if
                       end-read
                   end-perform
                   close AANBOD-FILE
               end-if
               if WS-KA-GEVONDEN = "N"
                   display "Aanbod " function trim(LINK-PARM2)
                       " niet gevonden in Kredietaanbod-Register.csv."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if WS-KA-GELDIG-TOT < WS-VANDAAG
                   display "Aanbod " WS-KA-NR " was geldig tot "
                       WS-KA-GELDIG-TOT " -- maak een nieuw aanbod."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move WS-KA-NR to AVR-AANBOD(AVR-IDX)
               move WS-KA-GELDIG-TOT to AVR-GELDIG-TOT(AVR-IDX)
               move spaces to WS-REDEN
               move "AANBOD" to AVR-STATUS(AVR-IDX)
               perform 8500-STATUS-CHANGE thru 8500-EXIT
               display "Aanbod " WS-KA-NR " gekoppeld aan "
                   AVR-NR(AVR-IDX) ", geldig tot " WS-KA-GELDIG-TOT "."
               if function test-numval-c(function trim(
                       WS-KA-TERMIJN-S)) = 0
                   compute WS-AFF-VERSCHIL
                       = function numval-c(function trim(
                           WS-KA-TERMIJN-S))
                       - AVR-TERMIJN(AVR-IDX)
                   if WS-AFF-VERSCHIL > 1 or WS-AFF-VERSCHIL < -1
                       move AVR-TERMIJN(AVR-IDX) to DISPLAY-AMT
                       display "  Let op: de termijn van het aanbod ("
                           function trim(WS-KA-TERMIJN-S)
                           ") wijkt af van het gekoppelde schema ("
                           function trim(DISPLAY-AMT) ")."
                   end-if
               end-if.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-ACCEPT: the signed offer becomes a loan --
      *> LoanServicing NIEUW off the linked schedule, the new loan
      *> number read back off Lening-Sequence.TXT.
      *>----------------------------------------------------------------
           5000-ACCEPT.
               perform 1200-FIND-AANVRAAG thru 1200-EXIT
               if WS-RETURN-CODE not = 0
                   go to 5000-EXIT
               end-if
               if AVR-STATUS(AVR-IDX) not = "AANBOD"
                   display "Aanvraag " AVR-NR(AVR-IDX) " staat op "
                       function trim(AVR-STATUS(AVR-IDX))
                       " -- alleen een aanbod kan aanvaard worden."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               if AVR-GELDIG-TOT(AVR-IDX) < WS-VANDAAG
                   display "Aanbod " AVR-AANBOD(AVR-IDX)
                       " was geldig tot " AVR-GELDIG-TOT(AVR-IDX)
                       " -- niet meer te aanvaarden."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move "NIEUW" to WS-LS-ACTIE
               move AVR-SCHEMA(AVR-IDX) to WS-LS-PARM1
               move AVR-AANVRAGER(AVR-IDX) to WS-LS-PARM2
               call "LoanServicing" using WS-LS-ACTIE
                                          WS-LS-PARM1
                                          WS-LS-PARM2
                                          LINK-OPERATOR-ID
               move return-code to WS-LS-RC
               cancel "LoanServicing"
               move 0 to return-code
               if WS-LS-RC not = 0
                   display "Lening niet geregistreerd -- aanvraag "
                       AVR-NR(AVR-IDX) " blijft op AANBOD."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move 0 to WS-LENING-NR
               open input SEQ-FILE
               if WS-SEQ-STATUS = "00"
                   read SEQ-FILE into WS-SEQ-S
                   if function test-numval(function trim(WS-SEQ-S))
                           = 0
                       move function numval(function trim(WS-SEQ-S))
                           to WS-LENING-NR
                   end-if
                   close SEQ-FILE
               end-if
               move WS-LENING-NR to AVR-LENING(AVR-IDX)
               move spaces to WS-REDEN
               move "AANVAARD" to AVR-STATUS(AVR-IDX)
               perform 8500-STATUS-CHANGE thru 8500-EXIT
               display "Aanvraag " AVR-NR(AVR-IDX) " aanvaard: lening "
                   AVR-LENING(AVR-IDX) ".".
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REFUSE / 6500-LAPSE: the application closed without a
      *> loan. The reason is kept (commas become semicolons).
      *>----------------------------------------------------------------
           6000-REFUSE.
               perform 1200-FIND-AANVRAAG thru 1200-EXIT
               if WS-RETURN-CODE not = 0
                   go to 6000-EXIT
               end-if
               if AVR-STATUS(AVR-IDX) not = "AANGEVRAAGD"
                   and AVR-STATUS(AVR-IDX) not = "AANBOD"
                   display "Aanvraag " AVR-NR(AVR-IDX) " staat al op "
                       function trim(AVR-STATUS(AVR-IDX)) "."
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               if function trim(LINK-PARM2) = spaces
                   display "WEIGER vraagt een reden."
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move function trim(LINK-PARM2) to WS-REDEN
               inspect WS-REDEN replacing all "," by ";"
               move "GEWEIGERD" to AVR-STATUS(AVR-IDX)
               perform 8500-STATUS-CHANGE thru 8500-EXIT
               display "Aanvraag " AVR-NR(AVR-IDX) " geweigerd: "
                   function trim(WS-REDEN).
           6000-EXIT.
               exit.

           6500-LAPSE.
               if function trim(LINK-PARM1) not = spaces
                   perform 6600-LAPSE-ONE thru 6600-EXIT
                   go to 6500-EXIT
               end-if
               perform varying AVR-IDX from 1 by 1
                       until AVR-IDX > WS-AVR-COUNT
                   if AVR-STATUS(AVR-IDX) = "AANBOD"
                       and AVR-GELDIG-TOT(AVR-IDX) < WS-VANDAAG
                       move spaces to WS-REDEN
                       string "aanbod " AVR-AANBOD(AVR-IDX)
                              " verlopen op " AVR-GELDIG-TOT(AVR-IDX)
                                  delimited by size
                           into WS-REDEN
                       end-string
                       move "VERVALLEN" to AVR-STATUS(AVR-IDX)
                       perform 8500-STATUS-CHANGE thru 8500-EXIT
                       display "Aanvraag " AVR-NR(AVR-IDX) " vervallen:"
                           " " function trim(WS-REDEN)
                   end-if
               end-perform
               move WS-ROWS-OUT to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL)
                   " aanvraag/aanvragen vervallen.".
           6500-EXIT.
               exit.

           6600-LAPSE-ONE.
               perform 1200-FIND-AANVRAAG thru 1200-EXIT
               if WS-RETURN-CODE not = 0
                   go to 6600-EXIT
               end-if
               if AVR-STATUS(AVR-IDX) not = "AANGEVRAAGD"
                   and AVR-STATUS(AVR-IDX) not = "AANBOD"
                   display "Aanvraag " AVR-NR(AVR-IDX) " staat al op "
                       function trim(AVR-STATUS(AVR-IDX)) "."
                   move 1 to WS-RETURN-CODE
                   go to 6600-EXIT
               end-if
               move function trim(LINK-PARM2) to WS-REDEN
               if WS-REDEN = spaces
                   move "ingetrokken" to WS-REDEN
               end-if
               inspect WS-REDEN replacing all "," by ";"
               move "VERVALLEN" to AVR-STATUS(AVR-IDX)
               perform 8500-STATUS-CHANGE thru 8500-EXIT
               display "Aanvraag " AVR-NR(AVR-IDX) " vervallen: "
                   function trim(WS-REDEN).
           6600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7000-PIPELINE-REPORT: LINK-PARM1 an optional period on the
      *> request date.
      *>----------------------------------------------------------------
           7000-PIPELINE-REPORT.
               move function trim(LINK-PARM1) to WS-PERIODE
               move 0 to WS-PERIODE-LEN
               if WS-PERIODE not = spaces
                   inspect WS-PERIODE tallying WS-PERIODE-LEN
                       for characters before initial space
               end-if
               move "AANGEVRAAGD" to STT-NAAM(1)
               move "AANBOD" to STT-NAAM(2)
               move "AANVAARD" to STT-NAAM(3)
               move "GEWEIGERD" to STT-NAAM(4)
               move "VERVALLEN" to STT-NAAM(5)
               perform varying STT-IDX from 1 by 1 until STT-IDX > 5
                   move 0 to STT-AANTAL(STT-IDX)
                   move 0 to STT-BEDRAG(STT-IDX)
               end-perform

               move spaces to DYNAMIC-REPORTFILE
               string "Aanvragen-Pijplijn-" WS-VANDAAG ".txt"
                       delimited by size
                   into DYNAMIC-REPORTFILE
               end-string
               open output REPORT-FILE
               if WS-REPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-REPORTFILE) ": "
                       WS-REPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if
               move spaces to REPORT-REGEL
               if WS-PERIODE-LEN = 0
                   string "PIJPLIJN KREDIETAANVRAGEN     Datum: "
                          WS-VANDAAG "     Periode: alle"
                              delimited by size
                       into REPORT-REGEL
                   end-string
               else
                   string "PIJPLIJN KREDIETAANVRAGEN     Datum: "
                          WS-VANDAAG "     Periode: " WS-PERIODE
                              delimited by size
                       into REPORT-REGEL
                   end-string
               end-if
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               write REPORT-REGEL

               perform 7050-LOAD-AANBOD-DATUMS thru 7050-EXIT
               perform varying AVR-IDX from 1 by 1
                       until AVR-IDX > WS-AVR-COUNT
                   if WS-PERIODE-LEN = 0
                       or AVR-DATUM-AANVRAAG(AVR-IDX)(1:WS-PERIODE-LEN)
                           = WS-PERIODE(1:WS-PERIODE-LEN)
                       perform 7100-COUNT-ONE thru 7100-EXIT
                   end-if
               end-perform

      *>        volumes per status
               move "Status              Aantal          Bedrag"
                   to REPORT-REGEL
               write REPORT-REGEL
               move all "-" to REPORT-REGEL
               write REPORT-REGEL
               perform varying STT-IDX from 1 by 1 until STT-IDX > 5
                   move STT-AANTAL(STT-IDX) to DISPLAY-AANTAL
                   move STT-BEDRAG(STT-IDX) to DISPLAY-TOT
                   move spaces to REPORT-REGEL
                   string STT-NAAM(STT-IDX) "       " DISPLAY-AANTAL
                          " " DISPLAY-TOT delimited by size
                       into REPORT-REGEL
                   end-string
                   write REPORT-REGEL
               end-perform
               move all "-" to REPORT-REGEL
               write REPORT-REGEL
               move WS-TOT-AANTAL to DISPLAY-AANTAL
               move WS-TOT-BEDRAG to DISPLAY-TOT
               move spaces to REPORT-REGEL
               string "Totaal             " DISPLAY-AANTAL " "
                      DISPLAY-TOT delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               write REPORT-REGEL

      *>        turnaround
               move 0 to WS-GEMIDDELD
               if WS-AANBOD-AANTAL > 0
                   compute WS-GEMIDDELD rounded
                       = WS-AANBOD-DAGEN / WS-AANBOD-AANTAL
               end-if
               move WS-GEMIDDELD to DISPLAY-DAGEN
               move WS-AANBOD-AANTAL to DISPLAY-AANTAL
               move spaces to REPORT-REGEL
               string "Gemiddelde doorlooptijd aanvraag - aanbod:    "
                      DISPLAY-DAGEN " dagen (" function trim(
                      DISPLAY-AANTAL) " aanvragen)" delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move 0 to WS-GEMIDDELD
               if WS-BESLIST-AANTAL > 0
                   compute WS-GEMIDDELD rounded
                       = WS-BESLIST-DAGEN / WS-BESLIST-AANTAL
               end-if
               move WS-GEMIDDELD to DISPLAY-DAGEN
               move WS-BESLIST-AANTAL to DISPLAY-AANTAL
               move spaces to REPORT-REGEL
               string "Gemiddelde doorlooptijd aanvraag - beslissing:"
                      DISPLAY-DAGEN " dagen (" function trim(
                      DISPLAY-AANTAL) " aanvragen)" delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               write REPORT-REGEL

      *>        refusal reasons
               move "Redenen van weigering                       Aantal"
                   to REPORT-REGEL
               write REPORT-REGEL
               move all "-" to REPORT-REGEL
               write REPORT-REGEL
               if WS-RDN-COUNT = 0
                   move "(geen weigeringen)" to REPORT-REGEL
                   write REPORT-REGEL
               end-if
               perform varying RDN-IDX from 1 by 1
                       until RDN-IDX > WS-RDN-COUNT
                   move RDN-AANTAL(RDN-IDX) to DISPLAY-AANTAL
                   move spaces to REPORT-REGEL
                   string RDN-TEKST(RDN-IDX) "  " DISPLAY-AANTAL
                       delimited by size
                       into REPORT-REGEL
                   end-string
                   write REPORT-REGEL
               end-perform
               move spaces to REPORT-REGEL
               write REPORT-REGEL

      *>        the open applications and what they wait for
               move spaces to REPORT-REGEL
               string "Open aanvragen  Aanvrager                      "
                      "      Bedrag Status       Sinds      Dagen "
                      "Wacht op" delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move all "-" to REPORT-REGEL
               write REPORT-REGEL
               perform varying AVR-IDX from 1 by 1
                       until AVR-IDX > WS-AVR-COUNT
                   if (AVR-STATUS(AVR-IDX) = "AANGEVRAAGD"
                       or AVR-STATUS(AVR-IDX) = "AANBOD")
                       and (WS-PERIODE-LEN = 0
                       or AVR-DATUM-AANVRAAG(AVR-IDX)(1:WS-PERIODE-LEN)
                           = WS-PERIODE(1:WS-PERIODE-LEN))
                       perform 7300-OPEN-ONE thru 7300-EXIT
                   end-if
               end-perform
               if WS-OPEN-AANTAL = 0
                   move "(geen open aanvragen)" to REPORT-REGEL
                   write REPORT-REGEL
               end-if
               close REPORT-FILE
               move WS-TOT-AANTAL to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL)
                   " aanvraag/aanvragen in de pijplijn -- zie "
                   function trim(DYNAMIC-REPORTFILE).
           7000-EXIT.
               exit.

      *>    the first AANBOD on the history of every application --
      *>    the register row only keeps the latest status
           7050-LOAD-AANBOD-DATUMS.
               open input HISTORIEK-FILE
               if WS-HISTORIEK-STATUS not = "00"
                   go to 7050-EXIT
               end-if
               read HISTORIEK-FILE into WS-HST-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORIEK-FILE into WS-HST-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-HST-NR WS-HST-DATUM
                               WS-HST-STATUS
                           unstring WS-HST-LEESREGEL delimited by ","
                               into WS-HST-NR WS-HST-DATUM
                                    WS-HST-STATUS
                           end-unstring
                           if WS-HST-STATUS = "AANBOD"
                               perform 7060-AANBOD-DATUM thru 7060-EXIT
                           end-if
                   end-read
               end-perform
               close HISTORIEK-FILE.
           7050-EXIT.
               exit.

           7060-AANBOD-DATUM.
               perform varying AVR-IDX from 1 by 1
                       until AVR-IDX > WS-AVR-COUNT
                   if AVR-NR(AVR-IDX) = WS-HST-NR
                       if AVR-DATUM-AANBOD(AVR-IDX) = spaces
                           move WS-HST-DATUM
                               to AVR-DATUM-AANBOD(AVR-IDX)
                       end-if
                       exit perform
                   end-if
               end-perform.
           7060-EXIT.
               exit.

           7100-COUNT-ONE.
               add 1 to WS-TOT-AANTAL
               add 1 to WS-ROWS-OUT
               add AVR-BEDRAG(AVR-IDX) to WS-TOT-BEDRAG
               perform varying STT-IDX from 1 by 1 until STT-IDX > 5
                   if STT-NAAM(STT-IDX) = AVR-STATUS(AVR-IDX)
                       add 1 to STT-AANTAL(STT-IDX)
                       add AVR-BEDRAG(AVR-IDX) to STT-BEDRAG(STT-IDX)
                       exit perform
                   end-if
               end-perform
      *>        an offer made -- still open or since decided --
      *>        counts towards request-to-offer
               if AVR-DATUM-AANBOD(AVR-IDX) not = spaces
                   move AVR-DATUM-AANVRAAG(AVR-IDX) to WS-DATUM-VAN
                   move AVR-DATUM-AANBOD(AVR-IDX) to WS-DATUM-TOT
                   perform 7200-DAYS thru 7200-EXIT
                   add 1 to WS-AANBOD-AANTAL
                   add WS-DAGEN to WS-AANBOD-DAGEN
               end-if
               if AVR-STATUS(AVR-IDX) = "AANVAARD"
                   or AVR-STATUS(AVR-IDX) = "GEWEIGERD"
                   move AVR-DATUM-AANVRAAG(AVR-IDX) to WS-DATUM-VAN
                   move AVR-DATUM-STATUS(AVR-IDX) to WS-DATUM-TOT
                   perform 7200-DAYS thru 7200-EXIT
                   add 1 to WS-BESLIST-AANTAL
                   add WS-DAGEN to WS-BESLIST-DAGEN
               end-if
               if AVR-STATUS(AVR-IDX) = "GEWEIGERD"
                   move "N" to WS-RDN-GEVONDEN
                   perform varying RDN-IDX from 1 by 1
                           until RDN-IDX > WS-RDN-COUNT
                       if RDN-TEKST(RDN-IDX) = AVR-REDEN(AVR-IDX)
                           add 1 to RDN-AANTAL(RDN-IDX)
                           move "J" to WS-RDN-GEVONDEN
                           exit perform
                       end-if
                   end-perform
                   if WS-RDN-GEVONDEN = "N" and WS-RDN-COUNT < 100
                       add 1 to WS-RDN-COUNT
                       move AVR-REDEN(AVR-IDX)
                           to RDN-TEKST(WS-RDN-COUNT)
                       move 1 to RDN-AANTAL(WS-RDN-COUNT)
                   end-if
               end-if.
           7100-EXIT.
               exit.

      *>    WS-DAGEN: the days from WS-DATUM-VAN to WS-DATUM-TOT
           7200-DAYS.
               move 0 to WS-DAGEN
               if WS-DATUM-VAN(1:4) not numeric
                   or WS-DATUM-VAN(6:2) not numeric
                   or WS-DATUM-VAN(9:2) not numeric
                   or WS-DATUM-TOT(1:4) not numeric
                   or WS-DATUM-TOT(6:2) not numeric
                   or WS-DATUM-TOT(9:2) not numeric
                   go to 7200-EXIT
               end-if
               move WS-DATUM-VAN(1:4) to WS-DATUM-NUM(1:4)
               move WS-DATUM-VAN(6:2) to WS-DATUM-NUM(5:2)
               move WS-DATUM-VAN(9:2) to WS-DATUM-NUM(7:2)
               compute WS-DAG-VAN
                   = function integer-of-date(WS-DATUM-NUM)
               move WS-DATUM-TOT(1:4) to WS-DATUM-NUM(1:4)
               move WS-DATUM-TOT(6:2) to WS-DATUM-NUM(5:2)
               move WS-DATUM-TOT(9:2) to WS-DATUM-NUM(7:2)
               compute WS-DAG-TOT
                   = function integer-of-date(WS-DATUM-NUM)
               compute WS-DAGEN = WS-DAG-TOT - WS-DAG-VAN
               if WS-DAGEN < 0
                   move 0 to WS-DAGEN
               end-if.
           7200-EXIT.
               exit.

           7300-OPEN-ONE.
               add 1 to WS-OPEN-AANTAL
               move spaces to WS-WACHT-OP
               evaluate true
                   when AVR-STATUS(AVR-IDX) = "AANBOD"
                       and AVR-GELDIG-TOT(AVR-IDX) < WS-VANDAAG
                       string "VERLOPEN " AVR-GELDIG-TOT(AVR-IDX)
                           delimited by size
                           into WS-WACHT-OP
                       end-string
                   when AVR-STATUS(AVR-IDX) = "AANBOD"
                       string "handtekening tot "
                              AVR-GELDIG-TOT(AVR-IDX)
                           delimited by size
                           into WS-WACHT-OP
                       end-string
                   when AVR-SCHEMA(AVR-IDX) = spaces
                       move "schema en betaalbaarheid" to WS-WACHT-OP
                   when AVR-OORDEEL(AVR-IDX) = spaces
                       move "betaalbaarheid" to WS-WACHT-OP
                   when other
                       move "kredietaanbod" to WS-WACHT-OP
               end-evaluate
      *>        the age in days from the request to today
               move AVR-DATUM-AANVRAAG(AVR-IDX) to WS-DATUM-VAN
               move WS-VANDAAG to WS-DATUM-TOT
               perform 7200-DAYS thru 7200-EXIT
               move WS-DAGEN to DISPLAY-LEEFTIJD
               move AVR-BEDRAG(AVR-IDX) to DISPLAY-AMT
               move spaces to REPORT-REGEL
               string AVR-NR(AVR-IDX) "        "
                      AVR-AANVRAGER(AVR-IDX) " " DISPLAY-AMT " "
                      AVR-STATUS(AVR-IDX)(1:12) " "
                      AVR-DATUM-AANVRAAG(AVR-IDX) " " DISPLAY-LEEFTIJD
                      " " WS-WACHT-OP delimited by size
                   into REPORT-REGEL
               end-string
               write REPORT-REGEL.
           7300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-REWRITE-REGISTER: the whole register back out.
      *>----------------------------------------------------------------
           8000-REWRITE-REGISTER.
               open output AANVRAAG-FILE
               if WS-AANVRAAG-STATUS not = "00"
                   display "Error writing Lening-Aanvragen.csv: "
                       WS-AANVRAAG-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 8000-EXIT
               end-if
               move spaces to AANVRAAG-REGEL
               string "AanvraagNr,Aanvrager,Bedrag,Schema,Termijn,"
                      "Maanden,RatioPct,Oordeel,AanbodNr,GeldigTot,"
                      "Status,DatumAanvraag,DatumStatus,Reden,"
                      "LeningNr" delimited by size
                   into AANVRAAG-REGEL
               end-string
               write AANVRAAG-REGEL
               perform varying AVR-IDX from 1 by 1
                       until AVR-IDX > WS-AVR-COUNT
                   move AVR-BEDRAG(AVR-IDX) to DISPLAY-AMT
                   move AVR-TERMIJN(AVR-IDX) to DISPLAY-AMT-2
                   move AVR-MAANDEN(AVR-IDX) to DISPLAY-MAANDEN
                   move spaces to AANVRAAG-REGEL
                   string function trim(AVR-NR(AVR-IDX)) ","
                          function trim(AVR-AANVRAGER(AVR-IDX)) ","
                          function trim(DISPLAY-AMT) ","
                          function trim(AVR-SCHEMA(AVR-IDX)) ","
                          function trim(DISPLAY-AMT-2) ","
                          function trim(DISPLAY-MAANDEN) ","
                          function trim(AVR-RATIO(AVR-IDX)) ","
                          function trim(AVR-OORDEEL(AVR-IDX)) ","
                          function trim(AVR-AANBOD(AVR-IDX)) ","
                          function trim(AVR-GELDIG-TOT(AVR-IDX)) ","
                          function trim(AVR-STATUS(AVR-IDX)) ","
                          function trim(AVR-DATUM-AANVRAAG(AVR-IDX))
                          ","
                          function trim(AVR-DATUM-STATUS(AVR-IDX)) ","
                          function trim(AVR-REDEN(AVR-IDX)) ","
                          function trim(AVR-LENING(AVR-IDX))
                              delimited by size
                       into AANVRAAG-REGEL
                   end-string
                   write AANVRAAG-REGEL
               end-perform
               close AANVRAAG-FILE.
           8000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8500-STATUS-CHANGE: AVR-STATUS(AVR-IDX) just set -- date and
      *> reason on the register row, a line on the history.
      *>----------------------------------------------------------------
           8500-STATUS-CHANGE.
               move WS-VANDAAG to AVR-DATUM-STATUS(AVR-IDX)
               move WS-REDEN to AVR-REDEN(AVR-IDX)
               move "Y" to WS-REGISTER-DIRTY
               add 1 to WS-ROWS-OUT
               open extend HISTORIEK-FILE
               if WS-HISTORIEK-STATUS not = "00"
                   open output HISTORIEK-FILE
                   if WS-HISTORIEK-STATUS not = "00"
                       display "Error opening"
                           " Lening-Aanvraag-Historiek.csv: "
                           WS-HISTORIEK-STATUS
                       go to 8500-EXIT
                   end-if
                   move "AanvraagNr,Datum,Status,Reden,Operator"
                       to HISTORIEK-REGEL
                   write HISTORIEK-REGEL
               end-if
               move spaces to HISTORIEK-REGEL
               string AVR-NR(AVR-IDX) "," WS-VANDAAG ","
                      function trim(AVR-STATUS(AVR-IDX)) ","
                      function trim(WS-REDEN) ","
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into HISTORIEK-REGEL
               end-string
               write HISTORIEK-REGEL
               close HISTORIEK-FILE.
           8500-EXIT.
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
               move "LoanApplication" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Lening-Aanvragen.csv" to LOG-INPUT-FILE
               if WS-ACTIE = "RAPPORT"
                   move DYNAMIC-REPORTFILE to LOG-OUTPUT-FILE
               else
                   move "Lening-Aanvragen.csv" to LOG-OUTPUT-FILE
               end-if
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
