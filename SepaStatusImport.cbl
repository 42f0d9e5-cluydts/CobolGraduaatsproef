      *>----------------------------------------------------------------
      *> SepaStatusImport reads one bank status report (pain.002) --
      *> the bank's answer to a payment or collection batch we sent,
      *> and the channel it reports direct-debit returns and refusals
      *> (R-transactions) on -- and undoes, for every transaction it
      *> reports rejected (TxSts RJCT), what the batch that carried
      *> it had assumed. The batch is found by its OrgnlMsgId, which
      *> is the batch file's own name (SepaPaymentFile, ApPaymentRun,
      *> RemittanceRun and SepaCollectFile write it as GrpHdr/MsgId);
      *> the transaction by its OrgnlEndToEndId, whose prefix tells
      *> the flow:
      *>   LOON-<sleutel>       the net pay stands unpaid -- a line on
      *>                        Loon-Onbetaald.csv (Sleutel,Bedrag,
      *>                        Batch,Reden,DatumGeweigerd,Status OPEN)
      *>                        for the payroll clerk to pay again;
      *>   LEV-<leveranciersnr> the Ap-Betaald.csv row with that
      *>                        amount goes GEWEIGERD, so the invoice
      *>                        is open for the next ApPaymentRun;
      *>   AFDRACHT-<soort>-<periode>
      *>                        the Afdrachten-Register.csv row goes
      *>                        GEWEIGERD and RemittanceRun may make
      *>                        the order again;
      *>   INCASSO-<faktuurnr>  what Payments.csv booked against the
      *>                        invoice from the bank is taken back out
      *>                        (on-account and by-hand allocations
      *>                        stay), so it is back in the aging, and
      *>                        the mandate gets the refusal date and
      *>                        reason code in Mandaten.csv --
      *>                        SepaCollectFile passes it by until the
      *>                        flag is cleared;
      *>   LENING-<leningnr>-<maand>
      *>                        the Lening-Termijnen.csv installment
      *>                        (GEIND or BETAALD) goes back to OPEN
      *>                        and the loan mandate gets the refusal
      *>                        in Lening-Mandaten.csv -- the next
      *>                        LoanCollectFile passes it by until
      *>                        LoanServicing MANDAAT signs it anew.
      *> A report rejecting the whole group (GrpSts RJCT) without
      *> transaction detail rejects every transaction of the original
      *> batch file; an amount or mandate the report leaves out is
      *> taken from there too. Every rejection lands on the
      *> cumulative Sepa-Weigeringen.csv -- importing the same report
      *> twice undoes nothing twice -- and on the exception report
      *> Sepa-Weigeringen-<date>.txt with its reason code spelled out
      *> (Sepa-Redencodes.csv). A rejection that matches nothing in
      *> our registers is reported and fails the run.
      *>----------------------------------------------------------------
       identification division.
       program-id. SepaStatusImport.
       environment division.
       input-output section.
       file-control.
           select STATUS-FILE assign dynamic DYNAMIC-STATUSFILE
               organization is line sequential
               file status is WS-STATUS-STATUS.
           select BATCH-FILE assign dynamic DYNAMIC-BATCHFILE
               organization is line sequential
               file status is WS-BATCH-STATUS.
           select REDEN-FILE assign to "Sepa-Redencodes.csv"
               organization is line sequential
               file status is WS-REDEN-STATUS.
           select WEIGER-FILE assign to "Sepa-Weigeringen.csv"
               organization is line sequential
               file status is WS-WEIGER-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select APBETAALD-FILE assign to "Ap-Betaald.csv"
               organization is line sequential
               file status is WS-APBETAALD-STATUS.
           select AFDRACHT-FILE assign to "Afdrachten-Register.csv"
               organization is line sequential
               file status is WS-AFDRACHT-STATUS.
           select PAYMENTS-FILE assign to "Payments.csv"
               organization is line sequential
               file status is WS-PAYMENTS-STATUS.
           select MANDATE-FILE assign to "Mandaten.csv"
               organization is line sequential
               file status is WS-MANDATE-STATUS.
           select LOONOPEN-FILE assign to "Loon-Onbetaald.csv"
               organization is line sequential
               file status is WS-LOONOPEN-STATUS.
           select TERMIJN-FILE assign to "Lening-Termijnen.csv"
               organization is line sequential
               file status is WS-TERMIJN-STATUS.
           select LENMAN-FILE assign to "Lening-Mandaten.csv"
               organization is line sequential
               file status is WS-LENMAN-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd STATUS-FILE.
           01 STATUS-REGEL pic x(200).

           fd BATCH-FILE.
           01 BATCH-REGEL pic x(200).

           fd REDEN-FILE.
           01 REDEN-REGEL pic x(100).

           fd WEIGER-FILE.
           01 WEIGER-REGEL pic x(200).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

           fd APBETAALD-FILE.
           01 APBETAALD-REGEL pic x(80).

           fd AFDRACHT-FILE.
           01 AFDRACHT-REGEL pic x(60).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd MANDATE-FILE.
           01 MANDATE-REGEL pic x(100).

           fd LOONOPEN-FILE.
           01 LOONOPEN-REGEL pic x(120).

           fd TERMIJN-FILE.
           01 TERMIJN-REGEL pic x(60).

           fd LENMAN-FILE.
           01 LENMAN-REGEL pic x(120).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-STATUS-STATUS pic xx.
           01 WS-BATCH-STATUS pic xx.
           01 WS-REDEN-STATUS pic xx.
           01 WS-WEIGER-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-APBETAALD-STATUS pic xx.
           01 WS-AFDRACHT-STATUS pic xx.
           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-MANDATE-STATUS pic xx.
           01 WS-LOONOPEN-STATUS pic xx.
           01 WS-TERMIJN-STATUS pic xx.
           01 WS-LENMAN-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-STATUSFILE pic x(60).
           01 DYNAMIC-BATCHFILE pic x(60).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).

      *>    crude tag extraction -- the UblPurchaseIntake technique
           01 WS-XML-WERK pic x(200).
           01 WS-TAG-ZOEK pic x(40).
           01 WS-TAG-LEN pic 9(03).
           01 WS-TAG-IDX pic 9(03).
           01 WS-VAL-START pic 9(03).
           01 WS-VAL-LEN pic 9(03).
           01 WS-TAG-VALUE pic x(60).

      *>    what the status report says
           01 WS-ORG-MSGID pic x(35).
           01 WS-GRP-STS pic x(04).
           01 WS-GRP-REDEN pic x(04).
           01 WS-IN-TX pic x(01).
           01 WS-IN-REDEN pic x(01).
           01 WS-CUR-E2E pic x(35).
           01 WS-CUR-STS pic x(04).
           01 WS-CUR-REDEN pic x(04).
           01 WS-CUR-BEDRAG-S pic x(15).
           01 WS-CUR-MANDAAT pic x(20).
           01 WS-TX-GELEZEN pic 9(05) value 0.

      *>    the rejected transactions
           01 WS-TX-COUNT pic 9(03) value 0.
           01 TX-TABLE.
               05 TX-ENTRY occurs 500 times indexed by TX-IDX.
                   10 TX-E2E pic x(35).
                   10 TX-REDEN pic x(04).
                   10 TX-BEDRAG pic s9(9)v99.
                   10 TX-BEDRAG-GEZET pic x(01).
                   10 TX-MANDAAT pic x(20).
                   10 TX-SOORT pic x(08).
                   10 TX-SLEUTEL pic x(30).
                   10 TX-VERWERKING pic x(60).
                   10 TX-GEVONDEN pic x(01).
                   10 TX-AL-VERWERKT pic x(01).
           01 WS-BATCH-TX-IDX pic 9(03).
           01 WS-BATCH-ALLES pic x(01).

      *>    the reason-code texts
           01 WS-REDEN-COUNT pic 9(03) value 0.
           01 WS-REDEN-LEESREGEL pic x(100).
           01 REDEN-TABLE.
               05 REDEN-ENTRY occurs 100 times indexed by REDEN-IDX.
                   10 RDN-CODE pic x(04).
                   10 RDN-TEKST pic x(60).
           01 WS-REDEN-TEKST pic x(60).

      *>    rejections already processed, from the register
           01 WS-WEIGER-COUNT pic 9(04) value 0.
           01 WS-WEIGER-LEESREGEL pic x(200).
           01 WEIGER-TABLE.
               05 WEIGER-ENTRY occurs 2000 times
                       indexed by WEIGER-IDX.
                   10 WGR-BATCH pic x(35).
                   10 WGR-E2E pic x(35).
                   10 WGR-BEDRAG pic s9(9)v99.
           01 WS-WGR-DATUM pic x(10).
           01 WS-WGR-SOORT pic x(08).
           01 WS-WGR-BEDRAG-S pic x(15).

      *>    Ap-Betaald.csv, rewritten when a row goes GEWEIGERD
           01 WS-APB-COUNT pic 9(04) value 0.
           01 WS-APB-DIRTY pic x(01) value "N".
           01 WS-APB-LEESREGEL pic x(80).
           01 APB-TABLE.
               05 APB-ENTRY occurs 2000 times indexed by APB-IDX.
                   10 APB-LEVNR pic x(10).
                   10 APB-DATUM pic x(10).
                   10 APB-BEDRAG-S pic x(12).
                   10 APB-BEDRAG pic s9(7)v99.
                   10 APB-BETAALDOP pic x(10).
                   10 APB-STATE pic x(10).
           01 WS-APB-FOUND-IDX pic 9(04).

      *>    Afdrachten-Register.csv
           01 WS-AFD-COUNT pic 9(03) value 0.
           01 WS-AFD-DIRTY pic x(01) value "N".
           01 WS-AFD-LEESREGEL pic x(60).
           01 AFD-TABLE.
               05 AFD-ENTRY occurs 200 times indexed by AFD-IDX.
                   10 AFD-PERIODE pic x(07).
                   10 AFD-SOORT pic x(04).
                   10 AFD-BEDRAG-S pic x(12).
                   10 AFD-STATE pic x(10).
           01 WS-AFD-ZOEK-SOORT pic x(04).
           01 WS-AFD-ZOEK-PERIODE pic x(07).

      *>    Payments.csv, kept line for line
           01 WS-PAY-COUNT pic 9(05) value 0.
           01 WS-PAY-DIRTY pic x(01) value "N".
           01 WS-PAY-HEADER pic x(60).
           01 PAY-TABLE.
               05 PAY-ENTRY occurs 5000 times indexed by PAY-IDX.
                   10 PAY-REGEL pic x(60).
                   10 PAY-FAKTUURNR pic x(10).
                   10 PAY-BRON pic x(12).
                   10 PAY-WEG pic x(01).
           01 WS-PAY-F2 pic x(12).
           01 WS-PAY-F3 pic x(15).
           01 WS-PAY-TERUG pic 9(03).

      *>    Mandaten.csv
           01 WS-MAN-COUNT pic 9(04) value 0.
           01 WS-MAN-DIRTY pic x(01) value "N".
           01 WS-MAN-LEESREGEL pic x(100).
           01 MAN-TABLE.
               05 MAN-ENTRY occurs 1000 times indexed by MAN-IDX.
                   10 MAN-KLANTNR pic x(10).
                   10 MAN-ID pic x(20).
                   10 MAN-DATUM pic x(10).
                   10 MAN-IBAN pic x(34).
                   10 MAN-VOLGORDE pic x(04).
                   10 MAN-GEWEIGERD pic x(10).
                   10 MAN-REDEN pic x(04).
           01 WS-MAN-FOUND pic x(01).

      *>    Lening-Termijnen.csv -- the LoanCollectFile layout
           01 WS-TRM-COUNT pic 9(04) value 0.
           01 WS-TRM-DIRTY pic x(01) value "N".
           01 WS-TRM-LEESREGEL pic x(60).
           01 TRM-TABLE.
               05 TRM-ENTRY occurs 2000 times indexed by TRM-IDX.
                   10 TRM-NR pic x(08).
                   10 TRM-MAAND pic x(07).
                   10 TRM-BEDRAG-S pic x(12).
                   10 TRM-OGM pic x(20).
                   10 TRM-STATE pic x(10).
           01 WS-TRM-ZOEK-NR pic x(08).
           01 WS-TRM-ZOEK-MAAND pic x(07).
           01 WS-TRM-STATE-OUD pic x(10).

      *>    Lening-Mandaten.csv
           01 WS-LMD-COUNT pic 9(03) value 0.
           01 WS-LMD-DIRTY pic x(01) value "N".
           01 WS-LMD-LEESREGEL pic x(120).
           01 LMD-TABLE.
               05 LMD-ENTRY occurs 200 times indexed by LMD-IDX.
                   10 LMD-NR pic x(08).
                   10 LMD-ID pic x(20).
                   10 LMD-DATUM pic x(10).
                   10 LMD-IBAN pic x(34).
                   10 LMD-VOLGORDE pic x(04).
                   10 LMD-GEWEIGERD pic x(10).
                   10 LMD-REDEN pic x(04).

           01 WS-PREFIX-LEN pic 9(02).
           01 WS-NIET-GEVONDEN pic 9(03) value 0.
           01 WS-NIEUW-VERWERKT pic 9(03) value 0.
           01 WS-TOT-LOON pic s9(9)v99 value 0.
           01 WS-TOT-LEV pic s9(9)v99 value 0.
           01 WS-TOT-AFDRACHT pic s9(9)v99 value 0.
           01 WS-TOT-INCASSO pic s9(9)v99 value 0.
           01 WS-TOT-LENING pic s9(9)v99 value 0.
           01 DISPLAY-AMT pic -(9)9.99.
           01 DISPLAY-CNT pic zz9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-FILE pic x(30).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-FILE LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move function trim(LINK-FILE) to DYNAMIC-STATUSFILE

           perform 1000-READ-STATUS-REPORT thru 1000-EXIT
           if WS-RETURN-CODE not = 0
               perform 9000-WRITE-RUNLOG thru 9000-EXIT
               move WS-RETURN-CODE to return-code
               goback
           end-if
           perform 1700-COMPLETE-FROM-BATCH thru 1700-EXIT

           perform 2000-LOAD-REGISTERS thru 2000-EXIT
           perform varying TX-IDX from 1 by 1
                   until TX-IDX > WS-TX-COUNT
               perform 3000-PROCESS-ONE-REJECTION thru 3000-EXIT
           end-perform
           perform 4000-REWRITE-REGISTERS thru 4000-EXIT
           perform 5000-WRITE-REPORT thru 5000-EXIT

           move WS-NIEUW-VERWERKT to DISPLAY-CNT
           display "Geweigerde transacties verwerkt: "
               function trim(DISPLAY-CNT)
           if WS-NIET-GEVONDEN > 0
               move WS-NIET-GEVONDEN to DISPLAY-CNT
               display "NIET GEVONDEN in de registers: "
                   function trim(DISPLAY-CNT)
                   " -- zie " function trim(DYNAMIC-RAPPORTFILE)
               move 1 to WS-RETURN-CODE
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-READ-STATUS-REPORT: the pain.002 into TX-TABLE, one
      *> entry per rejected transaction; accepted and pending ones
      *> need nothing from us.
      *>----------------------------------------------------------------
           1000-READ-STATUS-REPORT.
               move spaces to WS-ORG-MSGID WS-GRP-STS WS-GRP-REDEN
               move "N" to WS-IN-TX
               move "N" to WS-IN-REDEN
               open input STATUS-FILE
               if WS-STATUS-STATUS not = "00"
                   display "Statusrapport niet gevonden: "
                       function trim(DYNAMIC-STATUSFILE)
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read STATUS-FILE into WS-XML-WERK
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1100-SCAN-STATUS-LINE
                               thru 1100-EXIT
                   end-read
               end-perform
               close STATUS-FILE
               if WS-ORG-MSGID = spaces
                   display "Geen OrgnlMsgId in "
                       function trim(DYNAMIC-STATUSFILE)
                       " -- geen pain.002 statusrapport?"
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               move spaces to DYNAMIC-BATCHFILE
               string function trim(WS-ORG-MSGID) delimited by size
                      ".xml" delimited by size
                   into DYNAMIC-BATCHFILE
               end-string.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-SCAN-STATUS-LINE: one line of the report. A reason code
      *> only counts inside StsRsnInf (OrgnlTxRef carries other <Cd>
      *> elements); outside a TxInfAndSts block it is the group's.
      *>----------------------------------------------------------------
           1100-SCAN-STATUS-LINE.
               if WS-ORG-MSGID = spaces
                   move "<OrgnlMsgId>" to WS-TAG-ZOEK
                   perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   if WS-TAG-VALUE not = spaces
                       move WS-TAG-VALUE(1:35) to WS-ORG-MSGID
                   end-if
               end-if
               if WS-GRP-STS = spaces
                   move "<GrpSts>" to WS-TAG-ZOEK
                   perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   if WS-TAG-VALUE not = spaces
                       move WS-TAG-VALUE(1:4) to WS-GRP-STS
                   end-if
               end-if

               move "<TxInfAndSts>" to WS-TAG-ZOEK
               perform 1500-FIND-TAG thru 1500-EXIT
               if WS-TAG-IDX > 0
                   move "Y" to WS-IN-TX
                   move spaces to WS-CUR-E2E WS-CUR-STS WS-CUR-REDEN
                       WS-CUR-BEDRAG-S WS-CUR-MANDAAT
               end-if
               move "<StsRsnInf>" to WS-TAG-ZOEK
               perform 1500-FIND-TAG thru 1500-EXIT
               if WS-TAG-IDX > 0
                   move "Y" to WS-IN-REDEN
               end-if

               if WS-IN-REDEN = "Y"
                   move "<Cd>" to WS-TAG-ZOEK
                   perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   if WS-TAG-VALUE = spaces
                       move "<Prtry>" to WS-TAG-ZOEK
                       perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   end-if
                   if WS-TAG-VALUE not = spaces
                       if WS-IN-TX = "Y"
                           if WS-CUR-REDEN = spaces
                               move WS-TAG-VALUE(1:4) to WS-CUR-REDEN
                           end-if
                       else
                           if WS-GRP-REDEN = spaces
                               move WS-TAG-VALUE(1:4) to WS-GRP-REDEN
                           end-if
                       end-if
                   end-if
               end-if
               move "</StsRsnInf>" to WS-TAG-ZOEK
               perform 1500-FIND-TAG thru 1500-EXIT
               if WS-TAG-IDX > 0
                   move "N" to WS-IN-REDEN
               end-if

               if WS-IN-TX = "Y"
                   move "<OrgnlEndToEndId>" to WS-TAG-ZOEK
                   perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   if WS-TAG-VALUE not = spaces
                       move WS-TAG-VALUE(1:35) to WS-CUR-E2E
                   end-if
                   move "<TxSts>" to WS-TAG-ZOEK
                   perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   if WS-TAG-VALUE not = spaces
                       move WS-TAG-VALUE(1:4) to WS-CUR-STS
                   end-if
                   if WS-CUR-BEDRAG-S = spaces
                       move "<InstdAmt" to WS-TAG-ZOEK
                       perform 1600-EXTRACT-VALUE thru 1600-EXIT
                       if WS-TAG-VALUE not = spaces
                           move WS-TAG-VALUE(1:15) to WS-CUR-BEDRAG-S
                       end-if
                   end-if
                   if WS-CUR-MANDAAT = spaces
                       move "<MndtId>" to WS-TAG-ZOEK
                       perform 1600-EXTRACT-VALUE thru 1600-EXIT
                       if WS-TAG-VALUE not = spaces
                           move WS-TAG-VALUE(1:20) to WS-CUR-MANDAAT
                       end-if
                   end-if
                   move "</TxInfAndSts>" to WS-TAG-ZOEK
                   perform 1500-FIND-TAG thru 1500-EXIT
                   if WS-TAG-IDX > 0
                       move "N" to WS-IN-TX
                       add 1 to WS-TX-GELEZEN
                       if WS-CUR-STS = "RJCT"
                           perform 1200-ADD-REJECTION thru 1200-EXIT
                       end-if
                   end-if
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-ADD-REJECTION: the WS-CUR- transaction into TX-TABLE.
      *>----------------------------------------------------------------
           1200-ADD-REJECTION.
               if WS-CUR-E2E = spaces
                   go to 1200-EXIT
               end-if
               if WS-TX-COUNT >= 500
                   display "Te veel geweigerde transacties,"
                       " overgeslagen: " WS-CUR-E2E
                   go to 1200-EXIT
               end-if
               add 1 to WS-TX-COUNT
               move spaces to TX-ENTRY(WS-TX-COUNT)
               move WS-CUR-E2E to TX-E2E(WS-TX-COUNT)
               if WS-CUR-REDEN not = spaces
                   move WS-CUR-REDEN to TX-REDEN(WS-TX-COUNT)
               else
                   move WS-GRP-REDEN to TX-REDEN(WS-TX-COUNT)
               end-if
               move 0 to TX-BEDRAG(WS-TX-COUNT)
               move "N" to TX-BEDRAG-GEZET(WS-TX-COUNT)
               if WS-CUR-BEDRAG-S not = spaces
                   if function test-numval(function trim(
                           WS-CUR-BEDRAG-S)) = 0
                       move function numval(function trim(
                           WS-CUR-BEDRAG-S)) to TX-BEDRAG(WS-TX-COUNT)
                       move "Y" to TX-BEDRAG-GEZET(WS-TX-COUNT)
                   end-if
               end-if
               move WS-CUR-MANDAAT to TX-MANDAAT(WS-TX-COUNT)
               move "N" to TX-GEVONDEN(WS-TX-COUNT)
               move "N" to TX-AL-VERWERKT(WS-TX-COUNT).
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1700-COMPLETE-FROM-BATCH: the original batch file fills in
      *> what the report left out -- every transaction when the whole
      *> group was rejected without detail, else the amount and the
      *> mandate of the transactions named.
      *>----------------------------------------------------------------
           1700-COMPLETE-FROM-BATCH.
               move "N" to WS-BATCH-ALLES
               if WS-GRP-STS = "RJCT" and WS-TX-COUNT = 0
                   move "Y" to WS-BATCH-ALLES
               else
                   if WS-TX-COUNT = 0
                       go to 1700-EXIT
                   end-if
               end-if
               open input BATCH-FILE
               if WS-BATCH-STATUS not = "00"
                   if WS-BATCH-ALLES = "Y"
                       display "Batch " function trim(WS-ORG-MSGID)
                           " volledig geweigerd, maar "
                           function trim(DYNAMIC-BATCHFILE)
                           " is niet gevonden."
                       add 1 to WS-NIET-GEVONDEN
                   end-if
                   go to 1700-EXIT
               end-if
               move 0 to WS-BATCH-TX-IDX
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BATCH-FILE into WS-XML-WERK
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1710-SCAN-BATCH-LINE thru 1710-EXIT
                   end-read
               end-perform
               close BATCH-FILE.
           1700-EXIT.
               exit.

           1710-SCAN-BATCH-LINE.
               move "<EndToEndId>" to WS-TAG-ZOEK
               perform 1600-EXTRACT-VALUE thru 1600-EXIT
               if WS-TAG-VALUE not = spaces
                   move 0 to WS-BATCH-TX-IDX
                   if WS-BATCH-ALLES = "Y"
                       move WS-TAG-VALUE(1:35) to WS-CUR-E2E
                       move spaces to WS-CUR-REDEN WS-CUR-BEDRAG-S
                           WS-CUR-MANDAAT
                       perform 1200-ADD-REJECTION thru 1200-EXIT
                       move WS-TX-COUNT to WS-BATCH-TX-IDX
                   else
      *>                the first still incomplete entry of that
      *>                reference -- a supplier paid for two invoices
      *>                has the same reference twice
                       perform varying TX-IDX from 1 by 1
                               until TX-IDX > WS-TX-COUNT
                           if TX-E2E(TX-IDX) = WS-TAG-VALUE(1:35)
                               and (TX-BEDRAG-GEZET(TX-IDX) = "N"
                                   or TX-MANDAAT(TX-IDX) = spaces)
                               set WS-BATCH-TX-IDX to TX-IDX
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-if
               if WS-BATCH-TX-IDX = 0
                   go to 1710-EXIT
               end-if
               set TX-IDX to WS-BATCH-TX-IDX
               if TX-BEDRAG-GEZET(TX-IDX) = "N"
                   move "<InstdAmt" to WS-TAG-ZOEK
                   perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   if WS-TAG-VALUE not = spaces
                       if function test-numval(function trim(
                               WS-TAG-VALUE)) = 0
                           move function numval(function trim(
                               WS-TAG-VALUE)) to TX-BEDRAG(TX-IDX)
                           move "Y" to TX-BEDRAG-GEZET(TX-IDX)
                       end-if
                   end-if
               end-if
               if TX-MANDAAT(TX-IDX) = spaces
                   move "<MndtId>" to WS-TAG-ZOEK
                   perform 1600-EXTRACT-VALUE thru 1600-EXIT
                   if WS-TAG-VALUE not = spaces
                       move WS-TAG-VALUE(1:20) to TX-MANDAAT(TX-IDX)
                   end-if
               end-if.
           1710-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1500-FIND-TAG / 1600-EXTRACT-VALUE: as in UblPurchaseIntake
      *> -- position of WS-TAG-ZOEK in WS-XML-WERK (0 when absent),
      *> and the element text after it up to the next "<".
      *>----------------------------------------------------------------
           1500-FIND-TAG.
               move 0 to WS-TAG-IDX
               move function length(function trim(WS-TAG-ZOEK))
                   to WS-TAG-LEN
               perform varying WS-VAL-START from 1 by 1
                       until WS-VAL-START > 200 - WS-TAG-LEN + 1
                   if WS-XML-WERK(WS-VAL-START:WS-TAG-LEN)
                           = WS-TAG-ZOEK(1:WS-TAG-LEN)
                       move WS-VAL-START to WS-TAG-IDX
                       exit perform
                   end-if
               end-perform.
           1500-EXIT.
               exit.

           1600-EXTRACT-VALUE.
               move spaces to WS-TAG-VALUE
               perform 1500-FIND-TAG thru 1500-EXIT
               if WS-TAG-IDX = 0
                   go to 1600-EXIT
               end-if
               compute WS-VAL-START = WS-TAG-IDX + WS-TAG-LEN
               perform until WS-VAL-START > 200
                       or WS-XML-WERK(WS-VAL-START - 1:1) = ">"
                   add 1 to WS-VAL-START
               end-perform
               if WS-VAL-START > 200
                   go to 1600-EXIT
               end-if
               move 0 to WS-VAL-LEN
               perform varying WS-TAG-IDX from WS-VAL-START by 1
                       until WS-TAG-IDX > 200
                       or WS-XML-WERK(WS-TAG-IDX:1) = "<"
                       or WS-VAL-LEN >= 60
                   add 1 to WS-VAL-LEN
               end-perform
               if WS-VAL-LEN > 0
                   move WS-XML-WERK(WS-VAL-START:WS-VAL-LEN)
                       to WS-TAG-VALUE
               end-if.
           1600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-LOAD-REGISTERS: reason texts, the rejections already
      *> processed, and the registers a rejection may change.
      *>----------------------------------------------------------------
           2000-LOAD-REGISTERS.
               open input REDEN-FILE
               if WS-REDEN-STATUS = "00"
                   read REDEN-FILE into WS-REDEN-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read REDEN-FILE into WS-REDEN-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-REDEN-COUNT < 100
                                   add 1 to WS-REDEN-COUNT
                                   move spaces
                                       to REDEN-ENTRY(WS-REDEN-COUNT)
                                   unstring WS-REDEN-LEESREGEL
                                       delimited by ","
                                       into RDN-CODE(WS-REDEN-COUNT)
                                            RDN-TEKST(WS-REDEN-COUNT)
                                   end-unstring
                               end-if
                       end-read
                   end-perform
                   close REDEN-FILE
               end-if

               open input WEIGER-FILE
               if WS-WEIGER-STATUS = "00"
                   read WEIGER-FILE into WS-WEIGER-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read WEIGER-FILE into WS-WEIGER-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               perform 2100-LOAD-ONE-WEIGERING
                                   thru 2100-EXIT
                       end-read
                   end-perform
                   close WEIGER-FILE
               end-if

               open input APBETAALD-FILE
               if WS-APBETAALD-STATUS = "00"
                   read APBETAALD-FILE into WS-APB-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read APBETAALD-FILE into WS-APB-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-APB-COUNT < 2000
                                   add 1 to WS-APB-COUNT
                                   set APB-IDX to WS-APB-COUNT
                                   move spaces to APB-ENTRY(APB-IDX)
                                   unstring function trim(
                                           WS-APB-LEESREGEL)
                                       delimited by ","
                                       into APB-LEVNR(APB-IDX)
                                            APB-DATUM(APB-IDX)
                                            APB-BEDRAG-S(APB-IDX)
                                            APB-BETAALDOP(APB-IDX)
                                            APB-STATE(APB-IDX)
                                   end-unstring
                                   move function numval-c(function
                                       trim(APB-BEDRAG-S(APB-IDX)))
                                       to APB-BEDRAG(APB-IDX)
                               else
                                   display "Ap-Betaald.csv te groot"
                                       " -- niet herschreven."
                                   move "X" to WS-APB-DIRTY
                               end-if
                       end-read
                   end-perform
                   close APBETAALD-FILE
               end-if

               open input AFDRACHT-FILE
               if WS-AFDRACHT-STATUS = "00"
                   read AFDRACHT-FILE into WS-AFD-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read AFDRACHT-FILE into WS-AFD-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-AFD-COUNT < 200
                                   add 1 to WS-AFD-COUNT
                                   set AFD-IDX to WS-AFD-COUNT
                                   move spaces to AFD-ENTRY(AFD-IDX)
                                   unstring function trim(
                                           WS-AFD-LEESREGEL)
                                       delimited by ","
                                       into AFD-PERIODE(AFD-IDX)
                                            AFD-SOORT(AFD-IDX)
                                            AFD-BEDRAG-S(AFD-IDX)
                                            AFD-STATE(AFD-IDX)
                                   end-unstring
                               else
                                   move "X" to WS-AFD-DIRTY
                               end-if
                       end-read
                   end-perform
                   close AFDRACHT-FILE
               end-if

               move spaces to WS-PAY-HEADER
               open input PAYMENTS-FILE
               if WS-PAYMENTS-STATUS = "00"
                   read PAYMENTS-FILE into WS-PAY-HEADER
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read PAYMENTS-FILE
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-PAY-COUNT < 5000
                                   add 1 to WS-PAY-COUNT
                                   set PAY-IDX to WS-PAY-COUNT
                                   move PAYMENTS-REGEL
                                       to PAY-REGEL(PAY-IDX)
                                   move spaces to PAY-FAKTUURNR(PAY-IDX)
                                       WS-PAY-F2 WS-PAY-F3
                                       PAY-BRON(PAY-IDX)
                                   unstring function trim(
                                           PAYMENTS-REGEL)
                                       delimited by ","
                                       into PAY-FAKTUURNR(PAY-IDX)
                                            WS-PAY-F2 WS-PAY-F3
                                            PAY-BRON(PAY-IDX)
                                   end-unstring
                                   move "N" to PAY-WEG(PAY-IDX)
                               else
                                   display "Payments.csv te groot"
                                       " -- niet herschreven."
                                   move "X" to WS-PAY-DIRTY
                               end-if
                       end-read
                   end-perform
                   close PAYMENTS-FILE
               end-if

               open input MANDATE-FILE
               if WS-MANDATE-STATUS = "00"
                   read MANDATE-FILE into WS-MAN-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read MANDATE-FILE into WS-MAN-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-MAN-COUNT < 1000
                                   add 1 to WS-MAN-COUNT
                                   set MAN-IDX to WS-MAN-COUNT
                                   move spaces to MAN-ENTRY(MAN-IDX)
                                   unstring function trim(
                                           WS-MAN-LEESREGEL)
                                       delimited by ","
                                       into MAN-KLANTNR(MAN-IDX)
                                            MAN-ID(MAN-IDX)
                                            MAN-DATUM(MAN-IDX)
                                            MAN-IBAN(MAN-IDX)
                                            MAN-VOLGORDE(MAN-IDX)
                                            MAN-GEWEIGERD(MAN-IDX)
                                            MAN-REDEN(MAN-IDX)
                                   end-unstring
                               else
                                   move "X" to WS-MAN-DIRTY
                               end-if
                       end-read
                   end-perform
                   close MANDATE-FILE
               end-if

               open input TERMIJN-FILE
               if WS-TERMIJN-STATUS = "00"
                   read TERMIJN-FILE into WS-TRM-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read TERMIJN-FILE into WS-TRM-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-TRM-LEESREGEL = spaces
                                   continue
                               else
                                   if WS-TRM-COUNT < 2000
                                       add 1 to WS-TRM-COUNT
                                       set TRM-IDX to WS-TRM-COUNT
                                       move spaces to TRM-ENTRY(TRM-IDX)
                                       unstring function trim(
                                               WS-TRM-LEESREGEL)
                                           delimited by ","
                                           into TRM-NR(TRM-IDX)
                                                TRM-MAAND(TRM-IDX)
                                                TRM-BEDRAG-S(TRM-IDX)
                                                TRM-OGM(TRM-IDX)
                                                TRM-STATE(TRM-IDX)
                                       end-unstring
                                   else
                                       display "Lening-Termijnen.csv"
                                           " te groot -- niet"
                                           " herschreven."
                                       move "X" to WS-TRM-DIRTY
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close TERMIJN-FILE
               end-if

               open input LENMAN-FILE
               if WS-LENMAN-STATUS = "00"
                   read LENMAN-FILE into WS-LMD-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read LENMAN-FILE into WS-LMD-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-LMD-LEESREGEL = spaces
                                   continue
                               else
                                   if WS-LMD-COUNT < 200
                                       add 1 to WS-LMD-COUNT
                                       set LMD-IDX to WS-LMD-COUNT
                                       move spaces to LMD-ENTRY(LMD-IDX)
                                       unstring function trim(
                                               WS-LMD-LEESREGEL)
                                           delimited by ","
                                           into LMD-NR(LMD-IDX)
                                                LMD-ID(LMD-IDX)
                                                LMD-DATUM(LMD-IDX)
                                                LMD-IBAN(LMD-IDX)
                                                LMD-VOLGORDE(LMD-IDX)
                                                LMD-GEWEIGERD(LMD-IDX)
                                                LMD-REDEN(LMD-IDX)
                                       end-unstring
                                   else
                                       move "X" to WS-LMD-DIRTY
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close LENMAN-FILE
               end-if.
           2000-EXIT.
               exit.

      *>    Sepa-Weigeringen.csv: Datum,Batch,EndToEndId,Soort,
      *>    Sleutel,Bedrag,Reden,Verwerking
           2100-LOAD-ONE-WEIGERING.
               if WS-WEIGER-COUNT >= 2000
                   go to 2100-EXIT
               end-if
               add 1 to WS-WEIGER-COUNT
               set WEIGER-IDX to WS-WEIGER-COUNT
               move spaces to WEIGER-ENTRY(WEIGER-IDX)
               move spaces to WS-WGR-DATUM WS-WGR-SOORT
                   WS-WGR-BEDRAG-S
               unstring WS-WEIGER-LEESREGEL delimited by ","
                   into WS-WGR-DATUM WGR-BATCH(WEIGER-IDX)
                        WGR-E2E(WEIGER-IDX) WS-WGR-SOORT
                        WS-TAG-VALUE WS-WGR-BEDRAG-S
               end-unstring
               move function numval(WS-WGR-BEDRAG-S)
                   to WGR-BEDRAG(WEIGER-IDX).
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-PROCESS-ONE-REJECTION: TX-IDX back into the register it
      *> came out of, by its reference prefix -- unless this very
      *> rejection was already processed by an earlier import.
      *>----------------------------------------------------------------
           3000-PROCESS-ONE-REJECTION.
               perform varying WEIGER-IDX from 1 by 1
                       until WEIGER-IDX > WS-WEIGER-COUNT
                   if WGR-BATCH(WEIGER-IDX) = WS-ORG-MSGID
                       and WGR-E2E(WEIGER-IDX) = TX-E2E(TX-IDX)
                       and WGR-BEDRAG(WEIGER-IDX) = TX-BEDRAG(TX-IDX)
                       move "Y" to TX-AL-VERWERKT(TX-IDX)
                       move "Y" to TX-GEVONDEN(TX-IDX)
                       move "AL VERWERKT BIJ EEN VORIGE IMPORT"
                           to TX-VERWERKING(TX-IDX)
                       go to 3000-EXIT
                   end-if
               end-perform

               evaluate true
                   when TX-E2E(TX-IDX)(1:5) = "LOON-"
                       move "LOON" to TX-SOORT(TX-IDX)
                       move TX-E2E(TX-IDX)(6:) to TX-SLEUTEL(TX-IDX)
                       perform 3100-REOPEN-NET-PAY thru 3100-EXIT
                   when TX-E2E(TX-IDX)(1:4) = "LEV-"
                       move "LEV" to TX-SOORT(TX-IDX)
                       move TX-E2E(TX-IDX)(5:) to TX-SLEUTEL(TX-IDX)
                       perform 3200-REOPEN-SUPPLIER thru 3200-EXIT
                   when TX-E2E(TX-IDX)(1:9) = "AFDRACHT-"
                       move "AFDRACHT" to TX-SOORT(TX-IDX)
                       move TX-E2E(TX-IDX)(10:) to TX-SLEUTEL(TX-IDX)
                       perform 3300-REOPEN-REMITTANCE thru 3300-EXIT
                   when TX-E2E(TX-IDX)(1:8) = "INCASSO-"
                       move "INCASSO" to TX-SOORT(TX-IDX)
                       move TX-E2E(TX-IDX)(9:) to TX-SLEUTEL(TX-IDX)
                       perform 3400-REOPEN-COLLECTION thru 3400-EXIT
                   when TX-E2E(TX-IDX)(1:7) = "LENING-"
                       move "LENING" to TX-SOORT(TX-IDX)
                       move TX-E2E(TX-IDX)(8:) to TX-SLEUTEL(TX-IDX)
                       perform 3500-REOPEN-LOAN-INSTALMENT
                           thru 3500-EXIT
                   when other
                       move "ONBEKEND" to TX-SOORT(TX-IDX)
                       move "REFERENTIE NIET HERKEND"
                           to TX-VERWERKING(TX-IDX)
               end-evaluate
               if TX-GEVONDEN(TX-IDX) = "Y"
                   add 1 to WS-NIEUW-VERWERKT
               else
                   add 1 to WS-NIET-GEVONDEN
               end-if
               perform 3900-REGISTER-REJECTION thru 3900-EXIT.
           3000-EXIT.
               exit.

      *>    a net pay that never arrived is still owed
           3100-REOPEN-NET-PAY.
               open extend LOONOPEN-FILE
               if WS-LOONOPEN-STATUS not = "00"
                   open output LOONOPEN-FILE
                   if WS-LOONOPEN-STATUS = "00"
                       move spaces to LOONOPEN-REGEL
                       string "Sleutel,Bedrag,Batch,Reden,"
                              "DatumGeweigerd,Status" delimited by size
                           into LOONOPEN-REGEL
                       end-string
                       write LOONOPEN-REGEL
                   end-if
               end-if
               if WS-LOONOPEN-STATUS not = "00"
                   move "Loon-Onbetaald.csv NIET BESCHRIJFBAAR"
                       to TX-VERWERKING(TX-IDX)
                   go to 3100-EXIT
               end-if
               move TX-BEDRAG(TX-IDX) to DISPLAY-AMT
               move spaces to LOONOPEN-REGEL
               string function trim(TX-SLEUTEL(TX-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(WS-ORG-MSGID) delimited by size
                      "," delimited by size
                      function trim(TX-REDEN(TX-IDX))
                          delimited by size
                      "," delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ",OPEN" delimited by size
                   into LOONOPEN-REGEL
               end-string
               write LOONOPEN-REGEL
               close LOONOPEN-FILE
               move "Y" to TX-GEVONDEN(TX-IDX)
               move "NETTOLOON OPEN (Loon-Onbetaald.csv)"
                   to TX-VERWERKING(TX-IDX)
               add TX-BEDRAG(TX-IDX) to WS-TOT-LOON.
           3100-EXIT.
               exit.

      *>    the supplier payment of that amount, the most recent one
      *>    when there are more, goes GEWEIGERD
           3200-REOPEN-SUPPLIER.
               move 0 to WS-APB-FOUND-IDX
               perform varying APB-IDX from 1 by 1
                       until APB-IDX > WS-APB-COUNT
                   if function trim(APB-LEVNR(APB-IDX))
                           = function trim(TX-SLEUTEL(TX-IDX))
                       and APB-BEDRAG(APB-IDX) = TX-BEDRAG(TX-IDX)
                       and (function trim(APB-STATE(APB-IDX))
                               = "BETAALD"
                           or function trim(APB-STATE(APB-IDX))
                               = "AFGEPUNT")
                       if WS-APB-FOUND-IDX = 0
                           set WS-APB-FOUND-IDX to APB-IDX
                       else
                           if APB-BETAALDOP(APB-IDX)
                                   >= APB-BETAALDOP(WS-APB-FOUND-IDX)
                               set WS-APB-FOUND-IDX to APB-IDX
                           end-if
                       end-if
                   end-if
               end-perform
               if WS-APB-FOUND-IDX = 0
                   move "GEEN BETAALDE FACTUUR MET DIT BEDRAG"
                       to TX-VERWERKING(TX-IDX)
                   go to 3200-EXIT
               end-if
               move "GEWEIGERD" to APB-STATE(WS-APB-FOUND-IDX)
               if WS-APB-DIRTY not = "X"
                   move "Y" to WS-APB-DIRTY
               end-if
               move "Y" to TX-GEVONDEN(TX-IDX)
               move spaces to TX-VERWERKING(TX-IDX)
               string "FACTUUR " delimited by size
                      APB-DATUM(WS-APB-FOUND-IDX) delimited by size
                      " WEER OPEN" delimited by size
                   into TX-VERWERKING(TX-IDX)
               end-string
               add TX-BEDRAG(TX-IDX) to WS-TOT-LEV.
           3200-EXIT.
               exit.

      *>    AFDRACHT-<soort>-<periode>: that order goes GEWEIGERD
           3300-REOPEN-REMITTANCE.
               move spaces to WS-AFD-ZOEK-SOORT WS-AFD-ZOEK-PERIODE
               unstring TX-SLEUTEL(TX-IDX) delimited by "-"
                   into WS-AFD-ZOEK-SOORT
               end-unstring
               compute WS-PREFIX-LEN = function length(function trim(
                   WS-AFD-ZOEK-SOORT)) + 2
               move TX-SLEUTEL(TX-IDX)(WS-PREFIX-LEN:7)
                   to WS-AFD-ZOEK-PERIODE
               perform varying AFD-IDX from 1 by 1
                       until AFD-IDX > WS-AFD-COUNT
                   if AFD-PERIODE(AFD-IDX) = WS-AFD-ZOEK-PERIODE
                       and function trim(AFD-SOORT(AFD-IDX))
                           = function trim(WS-AFD-ZOEK-SOORT)
                       and function trim(AFD-STATE(AFD-IDX))
                           not = "GEWEIGERD"
                       move "GEWEIGERD" to AFD-STATE(AFD-IDX)
                       if WS-AFD-DIRTY not = "X"
                           move "Y" to WS-AFD-DIRTY
                       end-if
                       move "Y" to TX-GEVONDEN(TX-IDX)
                       move "AFDRACHT WEER OPEN (RemittanceRun)"
                           to TX-VERWERKING(TX-IDX)
                       add TX-BEDRAG(TX-IDX) to WS-TOT-AFDRACHT
                       exit perform
                   end-if
               end-perform
               if TX-GEVONDEN(TX-IDX) not = "Y"
                   move "GEEN AFDRACHT IN HET REGISTER"
                       to TX-VERWERKING(TX-IDX)
               end-if.
           3300-EXIT.
               exit.

      *>    the bank's receipts against the invoice come back out of
      *>    Payments.csv; the mandate gets the refusal
           3400-REOPEN-COLLECTION.
               move 0 to WS-PAY-TERUG
               perform varying PAY-IDX from 1 by 1
                       until PAY-IDX > WS-PAY-COUNT
                   if function trim(PAY-FAKTUURNR(PAY-IDX))
                           = function trim(TX-SLEUTEL(TX-IDX))
                       and PAY-WEG(PAY-IDX) = "N"
                       and function trim(PAY-BRON(PAY-IDX))
                           not = "OPREKENING"
                       and function trim(PAY-BRON(PAY-IDX))
                           not = "HAND"
                       move "Y" to PAY-WEG(PAY-IDX)
                       add 1 to WS-PAY-TERUG
                       if WS-PAY-DIRTY not = "X"
                           move "Y" to WS-PAY-DIRTY
                       end-if
                   end-if
               end-perform
               move "N" to WS-MAN-FOUND
               if TX-MANDAAT(TX-IDX) not = spaces
                   perform varying MAN-IDX from 1 by 1
                           until MAN-IDX > WS-MAN-COUNT
                       if MAN-ID(MAN-IDX) = TX-MANDAAT(TX-IDX)
                           move WS-RUN-DATE-ISO
                               to MAN-GEWEIGERD(MAN-IDX)
                           move TX-REDEN(TX-IDX) to MAN-REDEN(MAN-IDX)
                           if WS-MAN-DIRTY not = "X"
                               move "Y" to WS-MAN-DIRTY
                           end-if
                           move "Y" to WS-MAN-FOUND
                           exit perform
                       end-if
                   end-perform
               end-if
               if WS-MAN-FOUND not = "Y"
                   move "MANDAAT NIET GEVONDEN"
                       to TX-VERWERKING(TX-IDX)
                   go to 3400-EXIT
               end-if
               move "Y" to TX-GEVONDEN(TX-IDX)
               move WS-PAY-TERUG to DISPLAY-CNT
               move spaces to TX-VERWERKING(TX-IDX)
               string "FACTUUR OPEN (" delimited by size
                      function trim(DISPLAY-CNT) delimited by size
                      " ONTVANGST TERUG) MANDAAT GEWEIGERD"
                          delimited by size
                   into TX-VERWERKING(TX-IDX)
               end-string
               add TX-BEDRAG(TX-IDX) to WS-TOT-INCASSO.
           3400-EXIT.
               exit.

      *>    LENING-<leningnr>-<maand>: the installment is due again;
      *>    the loan mandate gets the refusal
           3500-REOPEN-LOAN-INSTALMENT.
               move spaces to WS-TRM-ZOEK-NR WS-TRM-ZOEK-MAAND
               compute WS-PREFIX-LEN = function length(function trim(
                   TX-SLEUTEL(TX-IDX)))
               if WS-PREFIX-LEN < 9
                   move "REFERENTIE NIET HERKEND"
                       to TX-VERWERKING(TX-IDX)
                   go to 3500-EXIT
               end-if
               subtract 6 from WS-PREFIX-LEN
               move TX-SLEUTEL(TX-IDX)(WS-PREFIX-LEN:7)
                   to WS-TRM-ZOEK-MAAND
               subtract 2 from WS-PREFIX-LEN
               move TX-SLEUTEL(TX-IDX)(1:WS-PREFIX-LEN)
                   to WS-TRM-ZOEK-NR
               move spaces to WS-TRM-STATE-OUD
               perform varying TRM-IDX from 1 by 1
                       until TRM-IDX > WS-TRM-COUNT
                   if TRM-NR(TRM-IDX) = WS-TRM-ZOEK-NR
                       and TRM-MAAND(TRM-IDX) = WS-TRM-ZOEK-MAAND
                       and (function trim(TRM-STATE(TRM-IDX)) = "GEIND"
                           or function trim(TRM-STATE(TRM-IDX))
                               = "BETAALD")
                       move TRM-STATE(TRM-IDX) to WS-TRM-STATE-OUD
                       move "OPEN" to TRM-STATE(TRM-IDX)
                       if WS-TRM-DIRTY not = "X"
                           move "Y" to WS-TRM-DIRTY
                       end-if
                       exit perform
                   end-if
               end-perform
               if WS-TRM-STATE-OUD = spaces
                   move "GEEN GEINDE TERMIJN IN HET REGISTER"
                       to TX-VERWERKING(TX-IDX)
                   go to 3500-EXIT
               end-if
               move "N" to WS-MAN-FOUND
               perform varying LMD-IDX from 1 by 1
                       until LMD-IDX > WS-LMD-COUNT
                   if (TX-MANDAAT(TX-IDX) not = spaces
                           and LMD-ID(LMD-IDX) = TX-MANDAAT(TX-IDX))
                       or (TX-MANDAAT(TX-IDX) = spaces
                           and LMD-NR(LMD-IDX) = WS-TRM-ZOEK-NR)
                       move WS-RUN-DATE-ISO to LMD-GEWEIGERD(LMD-IDX)
                       move TX-REDEN(TX-IDX) to LMD-REDEN(LMD-IDX)
                       if WS-LMD-DIRTY not = "X"
                           move "Y" to WS-LMD-DIRTY
                       end-if
                       move "Y" to WS-MAN-FOUND
                       exit perform
                   end-if
               end-perform
               move "Y" to TX-GEVONDEN(TX-IDX)
               move spaces to TX-VERWERKING(TX-IDX)
               if WS-MAN-FOUND = "Y"
                   string "TERMIJN " delimited by size
                          WS-TRM-ZOEK-MAAND delimited by size
                          " WEER OPEN (WAS " delimited by size
                          function trim(WS-TRM-STATE-OUD)
                              delimited by size
                          ") MANDAAT GEWEIGERD" delimited by size
                       into TX-VERWERKING(TX-IDX)
                   end-string
               else
                   string "TERMIJN " delimited by size
                          WS-TRM-ZOEK-MAAND delimited by size
                          " WEER OPEN (WAS " delimited by size
                          function trim(WS-TRM-STATE-OUD)
                              delimited by size
                          ") MANDAAT NIET GEVONDEN" delimited by size
                       into TX-VERWERKING(TX-IDX)
                   end-string
               end-if
               add TX-BEDRAG(TX-IDX) to WS-TOT-LENING.
           3500-EXIT.
               exit.

      *>    onto the cumulative register
           3900-REGISTER-REJECTION.
               open extend WEIGER-FILE
               if WS-WEIGER-STATUS not = "00"
                   open output WEIGER-FILE
                   if WS-WEIGER-STATUS = "00"
                       move spaces to WEIGER-REGEL
                       string "Datum,Batch,EndToEndId,Soort,Sleutel,"
                              "Bedrag,Reden,Verwerking"
                                  delimited by size
                           into WEIGER-REGEL
                       end-string
                       write WEIGER-REGEL
                   end-if
               end-if
               if WS-WEIGER-STATUS not = "00"
                   display "Sepa-Weigeringen.csv niet beschrijfbaar: "
                       WS-WEIGER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3900-EXIT
               end-if
               move TX-BEDRAG(TX-IDX) to DISPLAY-AMT
               move spaces to WEIGER-REGEL
               string WS-RUN-DATE-ISO delimited by size
                      "," delimited by size
                      function trim(WS-ORG-MSGID) delimited by size
                      "," delimited by size
                      function trim(TX-E2E(TX-IDX)) delimited by size
                      "," delimited by size
                      function trim(TX-SOORT(TX-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(TX-SLEUTEL(TX-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(TX-REDEN(TX-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(TX-VERWERKING(TX-IDX))
                          delimited by size
                   into WEIGER-REGEL
               end-string
               write WEIGER-REGEL
               close WEIGER-FILE.
           3900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-REWRITE-REGISTERS: whatever changed goes back out
      *> whole; a register too big to hold in memory is left alone
      *> (and said so when loading).
      *>----------------------------------------------------------------
           4000-REWRITE-REGISTERS.
               if WS-APB-DIRTY = "Y"
                   open output APBETAALD-FILE
                   move spaces to APBETAALD-REGEL
                   string "Leveranciersnummer,Factuurdatum,"
                          "Bedrag,BetaaldOp,Status" delimited by size
                       into APBETAALD-REGEL
                   end-string
                   write APBETAALD-REGEL
                   perform varying APB-IDX from 1 by 1
                           until APB-IDX > WS-APB-COUNT
                       move spaces to APBETAALD-REGEL
                       string
                           function trim(APB-LEVNR(APB-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(APB-DATUM(APB-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(APB-BEDRAG-S(APB-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(APB-BETAALDOP(APB-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(APB-STATE(APB-IDX))
                               delimited by size
                           into APBETAALD-REGEL
                       end-string
                       write APBETAALD-REGEL
                   end-perform
                   close APBETAALD-FILE
               end-if

               if WS-AFD-DIRTY = "Y"
                   open output AFDRACHT-FILE
                   move "Periode,Soort,Bedrag,Status" to AFDRACHT-REGEL
                   write AFDRACHT-REGEL
                   perform varying AFD-IDX from 1 by 1
                           until AFD-IDX > WS-AFD-COUNT
                       move spaces to AFDRACHT-REGEL
                       string
                           function trim(AFD-PERIODE(AFD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(AFD-SOORT(AFD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(AFD-BEDRAG-S(AFD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(AFD-STATE(AFD-IDX))
                               delimited by size
                           into AFDRACHT-REGEL
                       end-string
                       write AFDRACHT-REGEL
                   end-perform
                   close AFDRACHT-FILE
               end-if

               if WS-PAY-DIRTY = "Y"
                   open output PAYMENTS-FILE
                   move WS-PAY-HEADER to PAYMENTS-REGEL
                   write PAYMENTS-REGEL
                   perform varying PAY-IDX from 1 by 1
                           until PAY-IDX > WS-PAY-COUNT
                       if PAY-WEG(PAY-IDX) = "N"
                           move PAY-REGEL(PAY-IDX) to PAYMENTS-REGEL
                           write PAYMENTS-REGEL
                       end-if
                   end-perform
                   close PAYMENTS-FILE
               end-if

               if WS-MAN-DIRTY = "Y"
                   open output MANDATE-FILE
                   move spaces to MANDATE-REGEL
                   string "Klantnummer,MandaatID,DatumOndertekend,"
                          "IBAN,Volgorde,Geweigerd,Reden"
                              delimited by size
                       into MANDATE-REGEL
                   end-string
                   write MANDATE-REGEL
                   perform varying MAN-IDX from 1 by 1
                           until MAN-IDX > WS-MAN-COUNT
                       move spaces to MANDATE-REGEL
                       string
                           function trim(MAN-KLANTNR(MAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(MAN-ID(MAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(MAN-DATUM(MAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(MAN-IBAN(MAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(MAN-VOLGORDE(MAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(MAN-GEWEIGERD(MAN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(MAN-REDEN(MAN-IDX))
                               delimited by size
                           into MANDATE-REGEL
                       end-string
                       write MANDATE-REGEL
                   end-perform
                   close MANDATE-FILE
               end-if

               if WS-TRM-DIRTY = "Y"
                   open output TERMIJN-FILE
                   move "LeningNr,Maand,Bedrag,OGM,Status"
                       to TERMIJN-REGEL
                   write TERMIJN-REGEL
                   perform varying TRM-IDX from 1 by 1
                           until TRM-IDX > WS-TRM-COUNT
                       move spaces to TERMIJN-REGEL
                       string
                           function trim(TRM-NR(TRM-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(TRM-MAAND(TRM-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(TRM-BEDRAG-S(TRM-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(TRM-OGM(TRM-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(TRM-STATE(TRM-IDX))
                               delimited by size
                           into TERMIJN-REGEL
                       end-string
                       write TERMIJN-REGEL
                   end-perform
                   close TERMIJN-FILE
               end-if

               if WS-LMD-DIRTY = "Y"
                   open output LENMAN-FILE
                   move spaces to LENMAN-REGEL
                   string "LeningNr,MandaatID,DatumOndertekend,IBAN,"
                          "Volgorde,Geweigerd,Reden" delimited by size
                       into LENMAN-REGEL
                   end-string
                   write LENMAN-REGEL
                   perform varying LMD-IDX from 1 by 1
                           until LMD-IDX > WS-LMD-COUNT
                       move spaces to LENMAN-REGEL
                       string
                           function trim(LMD-NR(LMD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(LMD-ID(LMD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(LMD-DATUM(LMD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(LMD-IBAN(LMD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(LMD-VOLGORDE(LMD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(LMD-GEWEIGERD(LMD-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(LMD-REDEN(LMD-IDX))
                               delimited by size
                           into LENMAN-REGEL
                       end-string
                       write LENMAN-REGEL
                   end-perform
                   close LENMAN-FILE
               end-if.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-WRITE-REPORT: the exception report -- every rejected
      *> transaction with its reason spelled out and what was done.
      *>----------------------------------------------------------------
           5000-WRITE-REPORT.
               move spaces to DYNAMIC-RAPPORTFILE
               string "Sepa-Weigeringen-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-RAPPORTFILE
               end-string
               open extend RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   open output RAPPORT-FILE
               end-if
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-RAPPORTFILE) ": "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               string "SEPA-WEIGERINGEN   Statusrapport: "
                          delimited by size
                      function trim(DYNAMIC-STATUSFILE)
                          delimited by size
                      "   Batch: " delimited by size
                      function trim(WS-ORG-MSGID) delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               string "Groepsstatus: " delimited by size
                      WS-GRP-STS delimited by size
                      "   Verwerkt op: " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL
               write RAPPORT-REGEL
               if WS-TX-COUNT = 0
                   move "Geen geweigerde transacties." to RAPPORT-REGEL
                   write RAPPORT-REGEL
               end-if
               perform varying TX-IDX from 1 by 1
                       until TX-IDX > WS-TX-COUNT
                   perform 5100-REPORT-ONE thru 5100-EXIT
               end-perform
               move all "-" to RAPPORT-REGEL
               write RAPPORT-REGEL
               move WS-TOT-LOON to DISPLAY-AMT
               move spaces to RAPPORT-REGEL
               string "Nettolonen weer open:    " delimited by size
                      DISPLAY-AMT delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move WS-TOT-LEV to DISPLAY-AMT
               move spaces to RAPPORT-REGEL
               string "Leveranciers weer open:  " delimited by size
                      DISPLAY-AMT delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move WS-TOT-AFDRACHT to DISPLAY-AMT
               move spaces to RAPPORT-REGEL
               string "Afdrachten weer open:    " delimited by size
                      DISPLAY-AMT delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move WS-TOT-INCASSO to DISPLAY-AMT
               move spaces to RAPPORT-REGEL
               string "Incasso's teruggekomen:  " delimited by size
                      DISPLAY-AMT delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move WS-TOT-LENING to DISPLAY-AMT
               move spaces to RAPPORT-REGEL
               string "Leningtermijnen terug:   " delimited by size
                      DISPLAY-AMT delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move WS-NIET-GEVONDEN to DISPLAY-CNT
               move spaces to RAPPORT-REGEL
               string "Niet gevonden in de registers: "
                          delimited by size
                      DISPLAY-CNT delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               close RAPPORT-FILE.
           5000-EXIT.
               exit.

           5100-REPORT-ONE.
               move "onbekende redencode" to WS-REDEN-TEKST
               perform varying REDEN-IDX from 1 by 1
                       until REDEN-IDX > WS-REDEN-COUNT
                   if RDN-CODE(REDEN-IDX) = TX-REDEN(TX-IDX)
                       move RDN-TEKST(REDEN-IDX) to WS-REDEN-TEKST
                       exit perform
                   end-if
               end-perform
               move TX-BEDRAG(TX-IDX) to DISPLAY-AMT
               move spaces to RAPPORT-REGEL
               string TX-E2E(TX-IDX) delimited by size
                      " " delimited by size
                      DISPLAY-AMT delimited by size
                      "  " delimited by size
                      TX-REDEN(TX-IDX) delimited by size
                      " " delimited by size
                      WS-REDEN-TEKST delimited by size
                   into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               if TX-GEVONDEN(TX-IDX) = "Y"
                   string "      -> " delimited by size
                          TX-VERWERKING(TX-IDX) delimited by size
                       into RAPPORT-REGEL
                   end-string
               else
                   string "      -> NIET VERWERKT: " delimited by size
                          TX-VERWERKING(TX-IDX) delimited by size
                       into RAPPORT-REGEL
                   end-string
               end-if
               write RAPPORT-REGEL.
           5100-EXIT.
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
               move "SepaStatusImport" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move DYNAMIC-STATUSFILE to LOG-INPUT-FILE
               move "Sepa-Weigeringen.csv" to LOG-OUTPUT-FILE
               move WS-TX-GELEZEN to LOG-RECORDS-IN
               move WS-TX-COUNT to LOG-RECORDS-OUT
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
