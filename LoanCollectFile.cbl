      *>----------------------------------------------------------------
      *> LoanCollectFile is SepaCollectFile for the loan book: the
      *> month's installments LoanServicing VERVAL put on
      *> Lening-Termijnen.csv are collected by direct debit from the
      *> borrowers who signed a mandate on their loan (LoanServicing
      *> MANDAAT, Lening-Mandaten.csv "LeningNr,MandaatID,
      *> DatumOndertekend,IBAN,Volgorde,Geweigerd,Reden"). Every OPEN
      *> installment of the month whose loan has a mandate becomes
      *> one direct-debit transaction in a pain.008 XML,
      *> Sepa-Incasso-Leningen-<YYYY-MM>.xml (its file name is the
      *> GrpHdr/MsgId the bank's pain.002 refers back to); a mandate
      *> carrying a refusal (Geweigerd date and Reden code, set by
      *> SepaStatusImport when a collection came back) is passed by
      *> until the borrower signs again. The installment's own
      *> structured
      *> communication travels along as the remittance information,
      *> so the credit on the bank statement carries it back and
      *> CodaImport ticks the installment off exactly as it does a
      *> transfer. A loan without a mandate simply pays by transfer
      *> and is only counted. The same control-sum-or-delete
      *> discipline applies as in SepaCollectFile -- the XML's control
      *> sum must equal the total of the installments selected to the
      *> cent, and a mandate without a valid IBAN refuses the whole
      *> batch. After a clean run the collected installments go from
      *> OPEN to GEIND (handed to the bank, so a second run for the
      *> same month does not collect them twice), the FRST mandates
      *> used flip to RCUR, and both registers are rewritten.
      *>----------------------------------------------------------------
       identification division.
       program-id. LoanCollectFile.
       environment division.
       input-output section.
       file-control.
           select TERMIJN-FILE assign to "Lening-Termijnen.csv"
               organization is line sequential
               file status is WS-TERMIJN-STATUS.
           select MANDATE-FILE assign to "Lening-Mandaten.csv"
               organization is line sequential
               file status is WS-MANDATE-STATUS.
           select CONFIG-FILE assign to "Intervat-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select XML-FILE assign dynamic DYNAMIC-XMLFILE
               organization is line sequential
               file status is WS-XML-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd TERMIJN-FILE.
           01 TERMIJN-REGEL pic x(60).

           fd MANDATE-FILE.
           01 MANDATE-REGEL pic x(120).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd XML-FILE.
           01 XML-REGEL pic x(130).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 DYNAMIC-XMLFILE pic x(40).
           01 WS-TERMIJN-STATUS pic xx.
           01 WS-MANDATE-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-XML-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-MAAND pic x(07).

      *>    the installment register -- the same layout LoanServicing
      *>    reads and writes; rewritten after a clean run.
           01 WS-TRM-COUNT pic 9(04) value 0.
           01 WS-TRM-LEESREGEL pic x(60).
           01 TERMIJN-TABLE.
               05 TERMIJN-ENTRY occurs 2000 times
                       indexed by TRM-IDX.
                   10 TRM-NR pic x(08).
                   10 TRM-MAAND pic x(07).
                   10 TRM-BEDRAG pic 9(07)V99.
                   10 TRM-OGM pic x(20).
                   10 TRM-STATE pic x(10).
                   10 TRM-GEKOZEN pic x(01).
           01 WS-TRM-BEDRAG-S pic x(12).

      *>    the loan mandate register
           01 WS-MANDATE-COUNT pic 9(03) value 0.
           01 WS-MANDATE-LEESREGEL pic x(120).
           01 MANDATE-TABLE.
               05 MANDATE-ENTRY occurs 200 times
                       indexed by MANDATE-IDX.
                   10 MAN-NR pic x(08).
                   10 MAN-ID pic x(20).
                   10 MAN-DATUM pic x(10).
                   10 MAN-IBAN pic x(34).
                   10 MAN-VOLGORDE pic x(04).
                   10 MAN-GEWEIGERD pic x(10).
                   10 MAN-REDEN pic x(04).
                   10 MAN-GEBRUIKT pic x(01).
           01 WS-MANDATE-FOUND-IDX pic 9(03).

      *>    firm identification for the creditor block
           01 WS-CONFIG-EOF pic x(01).
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-FIRM-NAAM pic x(40) value spaces.

      *>    the installments selected for collection -- gathered
      *>    first, so the expected batch total exists before the XML
      *>    is built and the control-sum check compares two
      *>    independently summed figures.
           01 WS-COLLECT-COUNT pic 9(04) value 0.
           01 COLLECT-TABLE.
               05 COLLECT-ENTRY occurs 500 times
                       indexed by COLLECT-IDX.
                   10 COL-TRM-IDX pic 9(04).
                   10 COL-BEDRAG pic 9(07)V99.
                   10 COL-MANDAAT-IDX pic 9(03).
           01 WS-EXPECTED-SUM pic 9(09)V99 value 0.
           01 WS-CTRL-SUM pic 9(09)V99 value 0.
           01 WS-TX-COUNT pic 9(05) value 0.
           01 WS-SKIPPED-COUNT pic 9(05) value 0.
           01 WS-REFUSED-COUNT pic 9(05) value 0.
           01 WS-IBAN-CONTROLE pic x(34).
           01 WS-IBAN-GELDIG pic x(01).
      *>    bank-day roll of the collection date -- see KalenderDag
           01 WS-KAL-ACTIE pic x(08) value "VOLGENDE".
           01 WS-KAL-RESULTAAT pic x(10).
           01 WS-KAL-WERKDAG pic x(01).
           01 WS-EXEC-DATUM pic x(10).
           01 WS-MISSING-IBAN pic x(01) value "N".

           01 DISPLAY-AMT pic Z(7)9.99.
           01 DISPLAY-TX-COUNT pic Z(4)9.
           01 DISPLAY-SKIPPED pic Z(4)9.
           01 DISPLAY-REFUSED pic Z(4)9.
           01 WS-RM-CMD pic x(60).

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-MAAND pic x(07).
           01 LINK-COLLECT-DATE pic x(10).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-MAAND LINK-COLLECT-DATE
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move LINK-MAAND to WS-MAAND
           if WS-MAAND(5:1) not = "-"
               or WS-MAAND(1:4) not numeric
               or WS-MAAND(6:2) not numeric
               display "Ongeldige maand (YYYY-MM verwacht): "
                   function trim(LINK-MAAND)
               move 1 to return-code
               goback
           end-if

      *>    no date given: collect today; either way the date rolls
      *>    to the next bank day first.
           move LINK-COLLECT-DATE to WS-EXEC-DATUM
           if function trim(WS-EXEC-DATUM) = spaces
               or function trim(WS-EXEC-DATUM) = "-"
               move spaces to WS-EXEC-DATUM
               string WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2)
                   into WS-EXEC-DATUM
               end-string
           end-if
           call "KalenderDag" using WS-EXEC-DATUM WS-KAL-ACTIE
                                     WS-KAL-RESULTAAT
                                     WS-KAL-WERKDAG
           if WS-KAL-WERKDAG = "J"
               and WS-KAL-RESULTAAT not = WS-EXEC-DATUM
               display "Inningsdatum "
                   function trim(WS-EXEC-DATUM)
                   " is geen bankwerkdag -- doorgeschoven naar "
                   function trim(WS-KAL-RESULTAAT)
               move WS-KAL-RESULTAAT to WS-EXEC-DATUM
           end-if
           move spaces to DYNAMIC-XMLFILE
           string "Sepa-Incasso-Leningen-" WS-MAAND ".xml"
                   delimited by size
               into DYNAMIC-XMLFILE
           end-string

      *>    no mandates, no collection run
           perform 0100-LOAD-MANDATES thru 0100-EXIT
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if
           perform 0900-CHECK-IBANS thru 0900-EXIT
           perform 0200-LOAD-TERMIJNEN thru 0200-EXIT
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if

      *>    firm name for the creditor block
           open input CONFIG-FILE
           if WS-CONFIG-STATUS = "00"
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to WS-CONFIG-EOF
               perform until WS-CONFIG-EOF = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to WS-CONFIG-EOF
                       not at end
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           if function trim(WS-CONFIG-SLEUTEL)
                                   = "NAAM"
                               move WS-CONFIG-WAARDE to WS-FIRM-NAAM
                           end-if
                   end-read
               end-perform
               close CONFIG-FILE
           end-if

      *>    pass one: select the installments, sum the expected total
           perform varying TRM-IDX from 1 by 1
                   until TRM-IDX > WS-TRM-COUNT
               perform 1000-SELECT-ONE-TERMIJN thru 1000-EXIT
           end-perform
           move WS-SKIPPED-COUNT to DISPLAY-SKIPPED
           move WS-REFUSED-COUNT to DISPLAY-REFUSED

           if WS-COLLECT-COUNT = 0
               display "Geen open termijnen " WS-MAAND
                   " met mandaat -- geen incassobestand geschreven."
               display function trim(DISPLAY-SKIPPED)
                   " termijn(en) zonder mandaat (overschrijving)."
               if WS-REFUSED-COUNT > 0
                   display function trim(DISPLAY-REFUSED)
                       " termijn(en) op een geweigerd mandaat."
               end-if
               perform 9000-WRITE-RUNLOG thru 9000-EXIT
               goback
           end-if

      *>    pass two: the pain.008, summed independently
           open output XML-FILE
           if WS-XML-STATUS not = "00"
               display "Error opening collection file: " WS-XML-STATUS
               move 1 to return-code
               goback
           end-if
           perform 2000-WRITE-XML-HEADER thru 2000-EXIT
           perform varying COLLECT-IDX from 1 by 1
                   until COLLECT-IDX > WS-COLLECT-COUNT
               perform 2500-ONE-TRANSACTION thru 2500-EXIT
           end-perform
           perform 2100-WRITE-XML-TRAILER thru 2100-EXIT
           close XML-FILE

      *>    the hard reconciliation -- the batch leaves here only
      *>    when the two sums agree to the cent and every mandate
      *>    used had a valid IBAN.
           if WS-CTRL-SUM not = WS-EXPECTED-SUM
                   or WS-MISSING-IBAN = "Y"
               move WS-CTRL-SUM to DISPLAY-AMT
               display "COLLECTION FILE REFUSED: control sum "
                   function trim(DISPLAY-AMT)
               move WS-EXPECTED-SUM to DISPLAY-AMT
               display "  does not reconcile with the selected total "
                   function trim(DISPLAY-AMT)
                   " (or a mandate had no IBAN)."
               move spaces to WS-RM-CMD
               string "rm -f " delimited by size
                      function trim(DYNAMIC-XMLFILE)
                          delimited by size
                   into WS-RM-CMD
               end-string
               call "SYSTEM" using WS-RM-CMD
               move 1 to WS-RETURN-CODE
           else
               move WS-TX-COUNT to DISPLAY-TX-COUNT
               move WS-CTRL-SUM to DISPLAY-AMT
               display function trim(DISPLAY-TX-COUNT)
                   " termijn(en) ter incasso, total "
                   function trim(DISPLAY-AMT)
                   " EUR written to "
                   function trim(DYNAMIC-XMLFILE)
               display function trim(DISPLAY-SKIPPED)
                   " termijn(en) zonder mandaat (overschrijving)."
               if WS-REFUSED-COUNT > 0
                   display function trim(DISPLAY-REFUSED)
                       " termijn(en) op een geweigerd mandaat."
               end-if
      *>        handed to the bank: GEIND until CodaImport sees the
      *>        credit; a first collection makes the next recurrent
               perform 3000-REWRITE-TERMIJNEN thru 3000-EXIT
               perform 3100-REWRITE-MANDATES thru 3100-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 0100-LOAD-MANDATES: Lening-Mandaten.csv into memory -- a
      *> missing register is an error, there is nothing to collect.
      *>----------------------------------------------------------------
           0100-LOAD-MANDATES.
               move 0 to WS-MANDATE-COUNT
               open input MANDATE-FILE
               if WS-MANDATE-STATUS not = "00"
                   display "Lening-Mandaten.csv not found -- no"
                       " collection file written."
                   move 1 to WS-RETURN-CODE
                   go to 0100-EXIT
               end-if
               read MANDATE-FILE into WS-MANDATE-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MANDATE-FILE into WS-MANDATE-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-MANDATE-LEESREGEL = spaces
                               continue
                           else
                               if WS-MANDATE-COUNT >= 200
                                   display "Mandate table full,"
                                       " skipping: "
                                       WS-MANDATE-LEESREGEL
                               else
                                   perform 0110-ONE-MANDATE
                                       thru 0110-EXIT
                               end-if
                           end-if
                   end-read
               end-perform
               close MANDATE-FILE.
           0100-EXIT.
               exit.

           0110-ONE-MANDATE.
               add 1 to WS-MANDATE-COUNT
               move spaces to MANDATE-ENTRY(WS-MANDATE-COUNT)
               unstring function trim(WS-MANDATE-LEESREGEL)
                   delimited by ","
                   into MAN-NR(WS-MANDATE-COUNT)
                        MAN-ID(WS-MANDATE-COUNT)
                        MAN-DATUM(WS-MANDATE-COUNT)
                        MAN-IBAN(WS-MANDATE-COUNT)
                        MAN-VOLGORDE(WS-MANDATE-COUNT)
                        MAN-GEWEIGERD(WS-MANDATE-COUNT)
                        MAN-REDEN(WS-MANDATE-COUNT)
               end-unstring
               move "N" to MAN-GEBRUIKT(WS-MANDATE-COUNT).
           0110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0200-LOAD-TERMIJNEN: Lening-Termijnen.csv into memory.
      *>----------------------------------------------------------------
           0200-LOAD-TERMIJNEN.
               move 0 to WS-TRM-COUNT
               open input TERMIJN-FILE
               if WS-TERMIJN-STATUS not = "00"
                   display "Lening-Termijnen.csv not found -- run"
                       " LoanServicing VERVAL first."
                   move 1 to WS-RETURN-CODE
                   go to 0200-EXIT
               end-if
               read TERMIJN-FILE into WS-TRM-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TERMIJN-FILE into WS-TRM-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-TRM-LEESREGEL not = spaces
                               perform 0210-ONE-TERMIJN thru 0210-EXIT
                           end-if
                   end-read
               end-perform
               close TERMIJN-FILE.
           0200-EXIT.
               exit.

           0210-ONE-TERMIJN.
               if WS-TRM-COUNT >= 2000
                   display "Termijn table full, skipping: "
                       WS-TRM-LEESREGEL
                   go to 0210-EXIT
               end-if
               add 1 to WS-TRM-COUNT
               move spaces to TERMIJN-ENTRY(WS-TRM-COUNT)
               move spaces to WS-TRM-BEDRAG-S
               unstring function trim(WS-TRM-LEESREGEL)
                   delimited by ","
                   into TRM-NR(WS-TRM-COUNT)
                        TRM-MAAND(WS-TRM-COUNT)
                        WS-TRM-BEDRAG-S
                        TRM-OGM(WS-TRM-COUNT)
                        TRM-STATE(WS-TRM-COUNT)
               end-unstring
               move 0 to TRM-BEDRAG(WS-TRM-COUNT)
               if function test-numval(function trim(WS-TRM-BEDRAG-S))
                       = 0
                   move function numval(function trim(WS-TRM-BEDRAG-S))
                       to TRM-BEDRAG(WS-TRM-COUNT)
               end-if
               move "N" to TRM-GEKOZEN(WS-TRM-COUNT).
           0210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1000-SELECT-ONE-TERMIJN: an OPEN installment of the month
      *> either finds its loan's mandate and joins the collection, or
      *> is left to be paid by transfer.
      *>----------------------------------------------------------------
           1000-SELECT-ONE-TERMIJN.
               if TRM-MAAND(TRM-IDX) not = WS-MAAND
                   or function trim(TRM-STATE(TRM-IDX)) not = "OPEN"
                   or TRM-BEDRAG(TRM-IDX) = 0
                   go to 1000-EXIT
               end-if
               move 0 to WS-MANDATE-FOUND-IDX
               perform varying MANDATE-IDX from 1 by 1
                       until MANDATE-IDX > WS-MANDATE-COUNT
                   if MAN-NR(MANDATE-IDX) = TRM-NR(TRM-IDX)
                       set WS-MANDATE-FOUND-IDX to MANDATE-IDX
                       exit perform
                   end-if
               end-perform
               if WS-MANDATE-FOUND-IDX = 0
                   add 1 to WS-SKIPPED-COUNT
                   go to 1000-EXIT
               end-if
      *>        a mandate the borrower's bank refused or returned is
      *>        not collected on again until it is signed anew
               if MAN-GEWEIGERD(WS-MANDATE-FOUND-IDX) not = spaces
                   add 1 to WS-REFUSED-COUNT
                   display "Lening " TRM-NR(TRM-IDX) ": mandaat"
                       " geweigerd op "
                       MAN-GEWEIGERD(WS-MANDATE-FOUND-IDX) " ("
                       function trim(MAN-REDEN(WS-MANDATE-FOUND-IDX))
                       ") -- niet ter incasso."
                   go to 1000-EXIT
               end-if
               if WS-COLLECT-COUNT >= 500
                   display "Collection table full, skipping: "
                       TRM-NR(TRM-IDX)
                   go to 1000-EXIT
               end-if
               add 1 to WS-COLLECT-COUNT
               set COL-TRM-IDX(WS-COLLECT-COUNT) to TRM-IDX
               move TRM-BEDRAG(TRM-IDX) to COL-BEDRAG(WS-COLLECT-COUNT)
               move WS-MANDATE-FOUND-IDX
                   to COL-MANDAAT-IDX(WS-COLLECT-COUNT)
               add COL-BEDRAG(WS-COLLECT-COUNT) to WS-EXPECTED-SUM.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-WRITE-XML-HEADER: the pain.008 envelope up to the
      *> transactions -- the same envelope SepaCollectFile writes.
      *>----------------------------------------------------------------
           2000-WRITE-XML-HEADER.
               move "<?xml version=""1.0"" encoding=""UTF-8""?>"
                   to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "<Document xmlns=""urn:iso:std:iso:20022:"
                      "tech:xsd:pain.008.001.02"">"
                          delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "  <CstmrDrctDbtInitn>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "    <GrpHdr><MsgId>" delimited by size
                      DYNAMIC-XMLFILE delimited by ".xml"
                      "</MsgId><InitgPty><Nm>"
                          delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></InitgPty></GrpHdr>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "    <PmtInf>" to XML-REGEL
               write XML-REGEL
               move "      <PmtMtd>DD</PmtMtd>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "      <ReqdColltnDt>" delimited by size
                      function trim(WS-EXEC-DATUM)
                          delimited by size
                      "</ReqdColltnDt>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string "      <Cdtr><Nm>" delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></Cdtr>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-WRITE-XML-TRAILER: close the envelope and append the
      *> batch control line the reconciliation checks against.
      *>----------------------------------------------------------------
           2100-WRITE-XML-TRAILER.
               move "    </PmtInf>" to XML-REGEL
               write XML-REGEL
               move WS-TX-COUNT to DISPLAY-TX-COUNT
               move WS-CTRL-SUM to DISPLAY-AMT
               move spaces to XML-REGEL
               string "    <!-- NbOfTxs=" delimited by size
                      function trim(DISPLAY-TX-COUNT)
                          delimited by size
                      " CtrlSum=" delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      " -->" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "  </CstmrDrctDbtInitn>" to XML-REGEL
               write XML-REGEL
               move "</Document>" to XML-REGEL
               write XML-REGEL.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2500-ONE-TRANSACTION: one installment becomes one direct
      *> debit under its loan's mandate, with the installment's OGM
      *> as structured remittance information. A mandate without an
      *> IBAN poisons the batch, checked at the end.
      *>----------------------------------------------------------------
           2500-ONE-TRANSACTION.
               move COL-MANDAAT-IDX(COLLECT-IDX)
                   to WS-MANDATE-FOUND-IDX
               set TRM-IDX to COL-TRM-IDX(COLLECT-IDX)
               if function trim(MAN-IBAN(WS-MANDATE-FOUND-IDX))
                       = spaces
                   display "Geen IBAN op mandaat "
                       function trim(MAN-ID(WS-MANDATE-FOUND-IDX))
                       " -- batch will be refused."
                   move "Y" to WS-MISSING-IBAN
                   go to 2500-EXIT
               end-if
               add 1 to WS-TX-COUNT
               add COL-BEDRAG(COLLECT-IDX) to WS-CTRL-SUM
               move COL-BEDRAG(COLLECT-IDX) to DISPLAY-AMT
               move "Y" to MAN-GEBRUIKT(WS-MANDATE-FOUND-IDX)
               move "Y" to TRM-GEKOZEN(TRM-IDX)

               move "      <DrctDbtTxInf>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <PmtId><EndToEndId>LENING-"
                       delimited by size
                   function trim(TRM-NR(TRM-IDX)) delimited by size
                   "-" delimited by size
                   TRM-MAAND(TRM-IDX) delimited by size
                   "</EndToEndId></PmtId>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <InstdAmt Ccy=""EUR"">"
                       delimited by size
                   function trim(DISPLAY-AMT) delimited by size
                   "</InstdAmt>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <DrctDbtTx><MndtRltdInf><MndtId>"
                       delimited by size
                   function trim(MAN-ID(WS-MANDATE-FOUND-IDX))
                       delimited by size
                   "</MndtId>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <DtOfSgntr>" delimited by size
                   function trim(MAN-DATUM(WS-MANDATE-FOUND-IDX))
                       delimited by size
                   "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
                       delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <SeqTp>" delimited by size
                   function trim(
                       MAN-VOLGORDE(WS-MANDATE-FOUND-IDX))
                       delimited by size
                   "</SeqTp>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <DbtrAcct><Id><IBAN>" delimited by size
                   function trim(MAN-IBAN(WS-MANDATE-FOUND-IDX))
                       delimited by size
                   "</IBAN></Id></DbtrAcct>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <RmtInf><Strd><CdtrRefInf><Ref>"
                       delimited by size
                   function trim(TRM-OGM(TRM-IDX)) delimited by size
                   "</Ref></CdtrRefInf></Strd></RmtInf>"
                       delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "      </DrctDbtTxInf>" to XML-REGEL
               write XML-REGEL.
           2500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-REWRITE-TERMIJNEN: the collected installments become
      *> GEIND; CodaImport turns them BETAALD when the credit comes
      *> in. Same layout as LoanServicing's 5100.
      *>----------------------------------------------------------------
           3000-REWRITE-TERMIJNEN.
               open output TERMIJN-FILE
               if WS-TERMIJN-STATUS not = "00"
                   display "Error rewriting Lening-Termijnen.csv: "
                       WS-TERMIJN-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "LeningNr,Maand,Bedrag,OGM,Status"
                   to TERMIJN-REGEL
               write TERMIJN-REGEL
               perform varying TRM-IDX from 1 by 1
                       until TRM-IDX > WS-TRM-COUNT
                   if TRM-GEKOZEN(TRM-IDX) = "Y"
                       move "GEIND" to TRM-STATE(TRM-IDX)
                   end-if
                   move TRM-BEDRAG(TRM-IDX) to DISPLAY-AMT
                   move spaces to TERMIJN-REGEL
                   string
                       TRM-NR(TRM-IDX) delimited by size
                       "," delimited by size
                       TRM-MAAND(TRM-IDX) delimited by size
                       "," delimited by size
                       function trim(DISPLAY-AMT) delimited by size
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
               close TERMIJN-FILE.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-REWRITE-MANDATES: every FRST mandate used in this clean
      *> batch becomes RCUR -- the bank only accepts FRST once.
      *>----------------------------------------------------------------
           3100-REWRITE-MANDATES.
               perform varying MANDATE-IDX from 1 by 1
                       until MANDATE-IDX > WS-MANDATE-COUNT
                   if MAN-GEBRUIKT(MANDATE-IDX) = "Y"
                       and function trim(MAN-VOLGORDE(MANDATE-IDX))
                           = "FRST"
                       move "RCUR" to MAN-VOLGORDE(MANDATE-IDX)
                   end-if
               end-perform
               open output MANDATE-FILE
               if WS-MANDATE-STATUS not = "00"
                   display "Error rewriting Lening-Mandaten.csv: "
                       WS-MANDATE-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               move spaces to MANDATE-REGEL
               string "LeningNr,MandaatID,DatumOndertekend,IBAN,"
                      "Volgorde,Geweigerd,Reden" delimited by size
                   into MANDATE-REGEL
               end-string
               write MANDATE-REGEL
               perform varying MANDATE-IDX from 1 by 1
                       until MANDATE-IDX > WS-MANDATE-COUNT
                   move spaces to MANDATE-REGEL
                   string
                       function trim(MAN-NR(MANDATE-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(MAN-ID(MANDATE-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(MAN-DATUM(MANDATE-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(MAN-IBAN(MANDATE-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(MAN-VOLGORDE(MANDATE-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(MAN-GEWEIGERD(MANDATE-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(MAN-REDEN(MANDATE-IDX))
                           delimited by size
                       into MANDATE-REGEL
                   end-string
                   write MANDATE-REGEL
               end-perform
               close MANDATE-FILE.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0900-CHECK-IBANS: every loaded IBAN through the shared
      *> mod-97 check; an invalid one is blanked with a loud reason,
      *> so the missing-IBAN gate refuses the run.
      *>----------------------------------------------------------------
           0900-CHECK-IBANS.
               perform varying MANDATE-IDX from 1 by 1
                       until MANDATE-IDX > WS-MANDATE-COUNT
                   move MAN-IBAN(MANDATE-IDX) to WS-IBAN-CONTROLE
                   if function trim(WS-IBAN-CONTROLE) not = spaces
                       call "IbanCheck" using WS-IBAN-CONTROLE
                                              WS-IBAN-GELDIG
                       if WS-IBAN-GELDIG not = "J"
                           display "ONGELDIG IBAN (mod-97) voor lening "
                               function trim(MAN-NR(MANDATE-IDX))
                               ": "
                               function trim(WS-IBAN-CONTROLE)
                               " -- behandeld als ontbrekend."
                           move spaces to MAN-IBAN(MANDATE-IDX)
                       end-if
                   end-if
               end-perform.
           0900-EXIT.
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
               move "LoanCollectFile" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Lening-Termijnen.csv" to LOG-INPUT-FILE
               move DYNAMIC-XMLFILE to LOG-OUTPUT-FILE
               move WS-TRM-COUNT to LOG-RECORDS-IN
               move WS-TX-COUNT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move "REFUSED" to LOG-FINAL-STATUS
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
