      *>----------------------------------------------------------------
      *> DunningRun walks the same open-invoice picture ArAgingReport
      *> builds -- numbered sales rows in the matched VATCalculation
      *> Output-*.csv files, net of what Payments.csv booked against
      *> them, so a part-paid invoice is reminded for its remaining
      *> balance only -- and turns every
      *> invoice past its Vervaldatum into a printed aanmaning
      *> (reminder) instead of a hand-typed letter. One letter block
      *> per customer, in the same letterhead style InvoiceGeneration
      *> shown on the letter. Both knobs live in Dunning-Config.csv
      *> ("Sleutel,Waarde" rows RENTEPCT / ESCALATIEDAGEN), the same
      *> shape as Variance-Config.csv.
      *> A Klantnummer merged into another by DuplicateParties is
      *> reminded under the surviving number (RelatieAlias).
      *>----------------------------------------------------------------
       identification division.
       program-id. DunningRun.
           01 REPORT-LEESREGEL pic x(140).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd CUSTOMER-FILE.
           01 CUSTOMER-REGEL pic x(120).
           01 R-VERVAL-S pic x(10).
           01 R-TOTAAL pic S9(7)V99.

      *>    the surviving number of a merged customer, see RelatieAlias
           01 WS-ALIAS-SOORT pic x(03) value "KL".
           01 WS-ALIAS-NUMMER pic x(12).

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

      *>    customer master for the address block on the letter
                       at end
                           move "1" to WS-PAYMENT-EOF
                       not at end
                           perform 0200-LOAD-ONE-PAYMENT
                               thru 0200-EXIT
               end-perform
               close PAYMENTS-FILE
           end-if
           write RUNLOG-REGEL
           close RUNLOG-FILE

           cancel "RelatieAlias"
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
      *> 1000-SWEEP-ONE-FILE: fold one Output file's overdue, open,
      *> numbered sales invoices into the dunning table.
                   or function trim(R-FAKTUURNR-S) = spaces
                   go to 1100-EXIT
               end-if

      *>        a customer merged into another by DuplicateParties
      *>        counts under the surviving number
               move R-KLANTNR-S to WS-ALIAS-NUMMER
               call "RelatieAlias" using WS-ALIAS-SOORT WS-ALIAS-NUMMER
               move WS-ALIAS-NUMMER to R-KLANTNR-S

               if function test-numval(function trim(R-FAKTUURNR-S))
                       not = 0
                   go to 1100-EXIT
                   go to 1100-EXIT
               end-if

      *>        settled, or what is left of it?
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
                   go to 1100-EXIT
               end-if

               move R-KLANTNR-S to DUN-KLANTNR(WS-DUN-COUNT)
               move function trim(R-FAKTUURNR-S)
                   to DUN-FAKTUURNR(WS-DUN-COUNT)
               move R-TOTAAL to DUN-TOTAAL(WS-DUN-COUNT)
               move R-VERVAL-S to DUN-VERVAL(WS-DUN-COUNT)
               move WS-DAYS-OVER to DUN-DAGEN(WS-DUN-COUNT)
               if WS-REG-FOUND-IDX > 0
