      *> it writes that customer's Rekeningoverzicht-<nr>.txt; called
      *> with ALL (the month-end batch) it writes one statement file
      *> per customer whose balance is not zero, so the mailing pile
      *> builds itself. A receipt is valued at the Bedrag its
      *> Payments.csv row carries (an old row without one at the
      *> invoice it settles); money received on account, from
      *> OpRekening.csv, is credited as an OPREKEN line on the day
      *> it came in -- its later allocation to an invoice moves no
      *> money and is not shown a second time.
      *> A Klantnummer merged into another by DuplicateParties is
      *> stated under the surviving number (RelatieAlias) -- asked for
      *> by its old number too, so an old document still finds it.
      *>----------------------------------------------------------------
       identification division.
       program-id. CustomerStatement.
             select PAYMENTS-FILE assign to "Payments.csv"
                 organization is line sequential
                 file status is WS-PAYMENTS-STATUS.
             select ONACCOUNT-FILE assign to "OpRekening.csv"
                 organization is line sequential
                 file status is WS-ONACCOUNT-STATUS.
             select CUSTOMER-FILE assign dynamic CUSTOMER-FILE-NAME
                 organization is line sequential
                 file status is WS-CUSTOMER-STATUS.
           01 REPORT-LEESREGEL pic x(140).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd ONACCOUNT-FILE.
           01 ONACCOUNT-REGEL pic x(120).

           fd CUSTOMER-FILE.
           01 CUSTOMER-REGEL pic x(120).
           01 WS-INPUT-STATUS pic xx.
           01 EOF-FLAG pic x(1).
           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-ONACCOUNT-STATUS pic xx.
           01 WS-CUSTOMER-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-STATEMENT-STATUS pic xx.
           01 R-FAKTUURNR-S pic x(10).
           01 R-VERVAL-S pic x(10).

      *>    the surviving number of a merged customer, see RelatieAlias
           01 WS-ALIAS-SOORT pic x(03) value "KL".
           01 WS-ALIAS-NUMMER pic x(12).

      *>    the per-customer transactions, kept in date order by an
      *>    insertion shift as they come in -- ISO dates compare
      *>    correctly as plain strings.
           01 WS-NIEUW-FAKTUURNR pic x(10).
           01 WS-NIEUW-BEDRAG pic S9(7)V99.

      *>    receipts from Payments.csv -- valued below at their
      *>    own amount, or against the invoice they settle.
           01 WS-PAYMENT-EOF pic x(01).
           01 WS-PAYMENT-LEESREGEL pic x(60).
           01 WS-PAY-FAKTUURNR pic x(10).
           01 WS-PAY-DATUM-S pic x(12).
           01 WS-PAY-BEDRAG-S pic x(14).
           01 WS-PAY-BRON-S pic x(12).
           01 WS-PAY-FOUND pic x(01).

      *>    receipts on account from OpRekening.csv
           01 WS-ONA-EOF pic x(01).
           01 WS-ONA-LEESREGEL pic x(120).
           01 WS-ONA-VOLGNR-S pic x(08).
           01 WS-ONA-KLANTNR-S pic x(10).
           01 WS-ONA-DATUM-S pic x(10).
           01 WS-ONA-BEDRAG-S pic x(14).

      *>    customer master, for name/address on the statement head
           01 CUSTOMER-FILE-NAME pic x(20) value "Klanten.csv".
           01 WS-CUSTOMER-EOF pic x(01).
               goback
           end-if

      *>    the receipts, then the money received on account
           open input PAYMENTS-FILE
           if WS-PAYMENTS-STATUS = "00"
               read PAYMENTS-FILE into WS-PAYMENT-LEESREGEL *> header
               end-perform
               close PAYMENTS-FILE
           end-if
           open input ONACCOUNT-FILE
           if WS-ONACCOUNT-STATUS = "00"
               read ONACCOUNT-FILE into WS-ONA-LEESREGEL *> header
               move "0" to WS-ONA-EOF
               perform until WS-ONA-EOF = "1"
                   read ONACCOUNT-FILE into WS-ONA-LEESREGEL
                       at end
                           move "1" to WS-ONA-EOF
                       not at end
                           perform 1600-ONE-ON-ACCOUNT thru 1600-EXIT
               end-perform
               close ONACCOUNT-FILE
           end-if

      *>    which statements to write
           if WS-BATCH-MODE = "Y"
                   perform 2000-ONE-STATEMENT thru 2000-EXIT
               end-perform
           else
               move function trim(LINK-KLANTNR) to WS-ALIAS-NUMMER
               call "RelatieAlias" using WS-ALIAS-SOORT WS-ALIAS-NUMMER
               if WS-ALIAS-NUMMER not = function trim(LINK-KLANTNR)
                   display "Klant " function trim(LINK-KLANTNR)
                       " is samengevoegd met klant "
                       function trim(WS-ALIAS-NUMMER)
               end-if
               move WS-ALIAS-NUMMER to WS-STMT-KLANTNR
               perform 2000-ONE-STATEMENT thru 2000-EXIT
           end-if

           write RUNLOG-REGEL
           close RUNLOG-FILE

           cancel "RelatieAlias"
           move WS-RETURN-CODE to return-code
           goback.

                   display "Skipping unparsable row: " REPORT-LEESREGEL
                   go to 1100-EXIT
               end-if

      *>        a customer merged into another by DuplicateParties
      *>        counts under the surviving number
               move R-KLANTNR-S to WS-ALIAS-NUMMER
               call "RelatieAlias" using WS-ALIAS-SOORT WS-ALIAS-NUMMER
               move WS-ALIAS-NUMMER to R-KLANTNR-S
               move R-KLANTNR-S to WS-NIEUW-KLANTNR
               move R-DATUM-S to WS-NIEUW-DATUM
               move "FAKTUUR" to WS-NIEUW-SOORT
               exit.

      *>----------------------------------------------------------------
      *> 1500-ONE-PAYMENT: a Payments.csv row pays (part of) one
      *> invoice -- find the invoice transaction it belongs to and
      *> mirror it as a negative BETALING transaction on its own
      *> date, for the row's Bedrag or, without one, the invoice.
      *> An allocation out of the on-account ledger is skipped: that
      *> money was credited when it came in (1600).
      *>----------------------------------------------------------------
           1500-ONE-PAYMENT.
               move spaces to WS-PAY-FAKTUURNR
               move spaces to WS-PAY-DATUM-S
               move spaces to WS-PAY-BEDRAG-S
               move spaces to WS-PAY-BRON-S
               unstring function trim(WS-PAYMENT-LEESREGEL)
                   delimited by ","
                   into WS-PAY-FAKTUURNR WS-PAY-DATUM-S
                        WS-PAY-BEDRAG-S WS-PAY-BRON-S
               end-unstring
               if function trim(WS-PAY-FAKTUURNR) = spaces
                   go to 1500-EXIT
               end-if
               if function trim(WS-PAY-BRON-S) = "OPREKENING"
                   go to 1500-EXIT
               end-if
               move "N" to WS-PAY-FOUND
               perform varying TXN-IDX from 1 by 1
                       until TXN-IDX > WS-TXN-COUNT
               move WS-PAY-DATUM-S(1:10) to WS-NIEUW-DATUM
               move "BETALING" to WS-NIEUW-SOORT
               move TXN-FAKTUURNR(TXN-IDX) to WS-NIEUW-FAKTUURNR
               if WS-PAY-BEDRAG-S = spaces
                   or function test-numval(function trim(
                       WS-PAY-BEDRAG-S)) not = 0
                   compute WS-NIEUW-BEDRAG = 0 - TXN-BEDRAG(TXN-IDX)
               else
                   compute WS-NIEUW-BEDRAG = 0 - function numval(
                       function trim(WS-PAY-BEDRAG-S))
               end-if
               perform 1200-ADD-TXN thru 1200-EXIT.
           1500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1600-ONE-ON-ACCOUNT: a receipt on the on-account ledger is a
      *> negative OPREKEN transaction for its full Bedrag on the day
      *> it was received, under its ledger number.
      *>----------------------------------------------------------------
           1600-ONE-ON-ACCOUNT.
               move spaces to WS-ONA-VOLGNR-S
               move spaces to WS-ONA-KLANTNR-S
               move spaces to WS-ONA-DATUM-S
               move spaces to WS-ONA-BEDRAG-S
               unstring function trim(WS-ONA-LEESREGEL)
                   delimited by ","
                   into WS-ONA-VOLGNR-S WS-ONA-KLANTNR-S
                        WS-ONA-DATUM-S WS-ONA-BEDRAG-S
               end-unstring
               if function trim(WS-ONA-KLANTNR-S) = spaces
                   or function test-numval(function trim(
                       WS-ONA-BEDRAG-S)) not = 0
                   go to 1600-EXIT
               end-if
               move WS-ONA-KLANTNR-S to WS-NIEUW-KLANTNR
               move WS-ONA-DATUM-S to WS-NIEUW-DATUM
               move "OPREKEN" to WS-NIEUW-SOORT
               move function trim(WS-ONA-VOLGNR-S)
                   to WS-NIEUW-FAKTUURNR
               compute WS-NIEUW-BEDRAG = 0 - function numval(
                   function trim(WS-ONA-BEDRAG-S))
               perform 1200-ADD-TXN thru 1200-EXIT
               perform 1300-NOTE-KLANT thru 1300-EXIT.
           1600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-STATEMENT: WS-STMT-KLANTNR holds the customer. In
      *> batch mode a zero balance writes nothing -- the customer owes
