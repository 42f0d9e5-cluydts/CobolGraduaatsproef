      *> SepaCollectFile is the mirror of SepaPaymentFile: instead of
      *> paying salaries out, it collects our domiciliering customers'
      *> open invoices in. One VATCalculation Output-*.csv goes in;
      *> every numbered sales row with a balance still open (net of
      *> the amounts Payments.csv booked against it) whose customer
      *> has a mandate in Mandaten.csv ("Klantnummer,MandaatID,
      *> DatumOndertekend,IBAN,Volgorde,Geweigerd,Reden" -- Volgorde
      *> FRST for a first collection, RCUR after that) becomes one
      *> direct-debit transaction in a pain.008 XML,
      *> Sepa-Incasso-<file>.xml. A
      *> customer without a mandate is skipped and listed on
      *> Incasso-Overgeslagen.csv -- not everyone pays by
      *> domiciliering, so that is routine, not an error; so is a
      *> mandate carrying a refusal (Geweigerd date and Reden code,
      *> set by SepaStatusImport when a collection came back), which
      *> is skipped until the operator clears it. The same
      *> control-sum-or-delete discipline applies as in
      *> SepaPaymentFile: the XML's control sum must equal the total
      *> of the rows selected for it to the cent, and a mandate
           01 INPUT-REGEL pic x(160).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd MANDATE-FILE.
           01 MANDATE-REGEL pic x(80).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(10).
           01 R-VERVAL-S pic x(10).
           01 R-TOTAAL pic S9(7)V99.

      *>    settled invoice numbers from Payments.csv
           01 WS-PAYMENT-COUNT pic 9(4) value 0.
           01 WS-PAYMENT-EOF pic x(01).
           01 WS-PAYMENT-LEESREGEL pic x(60).
           01 WS-PAY-FAKTUURNR-S pic x(10).
           01 WS-PAY-DATUM-S pic x(12).
           01 WS-PAY-BEDRAG-S pic x(14).
           01 PAYMENT-TABLE.
               05 PAYMENT-ENTRY OCCURS 2000 TIMES
                       INDEXED BY PAYMENT-IDX.
                   10 PAY-FAKTUURNR pic x(10).
                   10 PAY-BEDRAG pic S9(9)V99.
                   10 PAY-VOLLEDIG pic x(01).
           01 WS-PAYMENT-FOUND pic x(01).

      *>    the mandate register -- rewritten after a clean run so a
                   10 MAN-DATUM pic x(10).
                   10 MAN-IBAN pic x(20).
                   10 MAN-VOLGORDE pic x(04).
                   10 MAN-GEWEIGERD pic x(10).
                   10 MAN-REDEN pic x(04).
                   10 MAN-GEBRUIKT pic x(01).
           01 WS-MANDATE-FOUND-IDX pic 9(3).

                                    MAN-DATUM(WS-MANDATE-COUNT)
                                    MAN-IBAN(WS-MANDATE-COUNT)
                                    MAN-VOLGORDE(WS-MANDATE-COUNT)
                                    MAN-GEWEIGERD(WS-MANDATE-COUNT)
                                    MAN-REDEN(WS-MANDATE-COUNT)
                           end-unstring
                           move "N" to MAN-GEBRUIKT(WS-MANDATE-COUNT)
                       end-if
                       at end
                           move "1" to WS-PAYMENT-EOF
                       not at end
                           perform 0200-LOAD-ONE-PAYMENT
                               thru 0200-EXIT
               end-perform
               close PAYMENTS-FILE
           end-if
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 0200-LOAD-ONE-PAYMENT: add one Payments.csv row to its
      *> invoice's paid total; a row without a Bedrag marks the
      *> invoice paid in full.
      *>----------------------------------------------------------------
           0200-LOAD-ONE-PAYMENT.
               move spaces to WS-PAY-FAKTUURNR-S
               move spaces to WS-PAY-BEDRAG-S
               unstring function trim(WS-PAYMENT-LEESREGEL)
                   delimited by ","
                   into WS-PAY-FAKTUURNR-S WS-PAY-DATUM-S
                        WS-PAY-BEDRAG-S
               end-unstring
               move "N" to WS-PAYMENT-FOUND
               perform varying PAYMENT-IDX from 1 by 1
                       until PAYMENT-IDX > WS-PAYMENT-COUNT
                   if PAY-FAKTUURNR(PAYMENT-IDX) = WS-PAY-FAKTUURNR-S
                       move "Y" to WS-PAYMENT-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-PAYMENT-FOUND = "N"
                   if WS-PAYMENT-COUNT >= 2000
                       display "Payments table full, skipping: "
                           WS-PAYMENT-LEESREGEL
                       go to 0200-EXIT
                   end-if
                   add 1 to WS-PAYMENT-COUNT
                   set PAYMENT-IDX to WS-PAYMENT-COUNT
                   move WS-PAY-FAKTUURNR-S to PAY-FAKTUURNR(PAYMENT-IDX)
                   move 0 to PAY-BEDRAG(PAYMENT-IDX)
                   move "N" to PAY-VOLLEDIG(PAYMENT-IDX)
               end-if
               if WS-PAY-BEDRAG-S = spaces
                   or function test-numval(function trim(
                       WS-PAY-BEDRAG-S)) not = 0
                   move "J" to PAY-VOLLEDIG(PAYMENT-IDX)
               else
                   add function numval(function trim(WS-PAY-BEDRAG-S))
                       to PAY-BEDRAG(PAYMENT-IDX)
               end-if.
           0200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1000-SELECT-ONE-ROW: a numbered, unpaid sales row either
      *> finds its customer's mandate and joins the collection, or
                   go to 1000-EXIT
               end-if

      *>        already settled? nothing to collect -- part-paid,
      *>        only what is left of it
               move function numval-c(function trim(R-TOTAAL-S))
                   to R-TOTAAL
               move "N" to WS-PAYMENT-FOUND
               perform varying PAYMENT-IDX from 1 by 1
                       until PAYMENT-IDX > WS-PAYMENT-COUNT
                   end-if
               end-perform
               if WS-PAYMENT-FOUND = "Y"
                   if PAY-VOLLEDIG(PAYMENT-IDX) = "J"
                       move 0 to R-TOTAAL
                   else
                       subtract PAY-BEDRAG(PAYMENT-IDX) from R-TOTAAL
                   end-if
               end-if
               if R-TOTAAL <= 0
                   go to 1000-EXIT
               end-if

                   write SKIPPED-REGEL
                   go to 1000-EXIT
               end-if
      *>        a mandate the customer's bank refused or returned is
      *>        not collected on again until the flag is cleared
               if MAN-GEWEIGERD(WS-MANDATE-FOUND-IDX) not = spaces
                   add 1 to WS-SKIPPED-COUNT
                   move spaces to SKIPPED-REGEL
                   string
                       function trim(R-KLANTNR-S) delimited by size
                       "," delimited by size
                       function trim(R-FAKTUURNR-S) delimited by size
                       ",Mandaat geweigerd op " delimited by size
                       MAN-GEWEIGERD(WS-MANDATE-FOUND-IDX)
                           delimited by size
                       " (" delimited by size
                       function trim(MAN-REDEN(WS-MANDATE-FOUND-IDX))
                           delimited by size
                       ")" delimited by size
                       into SKIPPED-REGEL
                   end-string
                   write SKIPPED-REGEL
                   go to 1000-EXIT
               end-if

               if WS-COLLECT-COUNT >= 500
                   display "Collection table full, skipping: "
               add 1 to WS-COLLECT-COUNT
               move function trim(R-FAKTUURNR-S)
                   to COL-FAKTUURNR(WS-COLLECT-COUNT)
               move R-TOTAAL to COL-BEDRAG(WS-COLLECT-COUNT)
               move WS-MANDATE-FOUND-IDX
                   to COL-MANDAAT-IDX(WS-COLLECT-COUNT)
               add COL-BEDRAG(WS-COLLECT-COUNT) to WS-EXPECTED-SUM.
               move "  <CstmrDrctDbtInitn>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "    <GrpHdr><MsgId>" delimited by size
                      DYNAMIC-XMLFILE delimited by ".xml"
                      "</MsgId><InitgPty><Nm>"
                          delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></InitgPty></GrpHdr>" delimited by size
               end-if
               move spaces to MANDATE-REGEL
               string "Klantnummer,MandaatID,DatumOndertekend,"
                      "IBAN,Volgorde,Geweigerd,Reden" delimited by size
                   into MANDATE-REGEL
               end-string
               write MANDATE-REGEL
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
