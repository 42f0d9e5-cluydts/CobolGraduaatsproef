      *>   invoice number in the communication -- a match is appended
      *>   to Payments.csv, which is exactly the file the aging
      *>   report nets settled invoices off with.
      *> Payments.csv rows carry the amount actually received
      *>   (Faktuurnr,DatumBetaald,Bedrag,Bron), so an instalment or
      *>   a short payment books only what came in and the invoice
      *>   stays open for the rest. Whatever a receipt pays over the
      *>   invoice's remaining balance, and a receipt without any
      *>   recognizable invoice reference whose ordering account is
      *>   a known customer IBAN (Mandaten.csv), goes onto the
      *>   on-account ledger OpRekening.csv per Klantnummer, where
      *>   OnAccountLedger allocates it to invoices later. Old
      *>   two-column Payments.csv rows still read as a full
      *>   settlement of their invoice.
      *> Matched movements land in Coda-Matched.csv, everything else
      *> on Coda-Exceptions.csv for the operator, instead of in a
      *> spreadsheet. Movement layout as delivered:
      *>   3      richting: D (outgoing) / C (incoming)
      *>   4-18   amount in cents, zero-padded, no decimal point
      *>   20-99  free communication (SEPA reference / invoice nr)
      *>   100-130 counterparty IBAN, when the bank delivers it
      *> The delivery's header and trailer records, long passed
      *> through untouched, now feed the per-account running balance
      *> in Bank-Saldi.csv (account codes off Bankrekeningen.csv):
           select PAYMENTS-FILE assign to "Payments.csv"
               organization is line sequential
               file status is WS-PAYMENTS-STATUS.
           select ONACCOUNT-FILE assign to "OpRekening.csv"
               organization is line sequential
               file status is WS-ONACCOUNT-STATUS.
           select MANDAAT-FILE assign to "Mandaten.csv"
               organization is line sequential
               file status is WS-MANDAAT-STATUS.
           select OUTLIST-FILE assign to "CODAIMP-FILELIST.TMP"
               organization is line sequential
               file status is WS-OUTLIST-STATUS.
           01 PREVRUN-REGEL pic x(100).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd ONACCOUNT-FILE.
           01 ONACCOUNT-REGEL pic x(120).

           fd MANDAAT-FILE.
           01 MANDAAT-REGEL pic x(100).

           fd OUTLIST-FILE.
           01 OUTLIST-REGEL pic x(80).
           01 DYNAMIC-OPENINVFILE pic x(60).
           01 WS-OUTLIST-EOF pic x(01).
           01 WS-OPENINV-EOF pic x(01).
      *>    what Payments.csv already booked per invoice -- summed
      *>    over its rows; PAID-VOL "J" for an old amount-less row,
      *>    which settles its invoice whole.
           01 WS-PAID-COUNT pic 9(04) value 0.
           01 PAID-TABLE.
               05 PAID-ENTRY occurs 2000 times.
                   10 PAID-NR pic x(06).
                   10 PAID-BEDRAG pic s9(9)v99.
                   10 PAID-VOL pic x(01).
           01 WS-PAY-F1 pic x(10).
           01 WS-PAY-F2 pic x(12).
           01 WS-PAY-F3 pic x(14).
           01 WS-OPENINV-COUNT pic 9(04) value 0.
           01 OPENINV-TABLE.
               05 OPENINV-ENTRY occurs 2000 times.
                   10 OPEN-NR pic x(06).
                   10 OPEN-KLANT pic x(10).
                   10 OPEN-REST pic s9(9)v99.
           01 WS-OPEN-FOUND-IDX pic 9(04).
           01 WS-TOEGEPAST pic s9(9)v99.
           01 WS-OVERSCHOT pic s9(9)v99.
           01 DISPLAY-TOEGEPAST pic -(9)9.99.
           01 DISPLAY-OVERSCHOT pic -(9)9.99.

      *>    the on-account ledger -- receipts not (or not wholly)
      *>    attributable to an invoice, per customer:
      *>      Volgnr,Klantnummer,Datum,Bedrag,Rest,Mededeling
      *>    appended here, allocated later by OnAccountLedger.
           01 WS-ONACCOUNT-STATUS pic xx.
           01 WS-ONA-EOF pic x(01).
           01 WS-ONA-LEESREGEL pic x(120).
           01 WS-ONA-VOLGNR pic 9(06) value 0.
           01 WS-ONA-VOLGNR-S pic x(08).
           01 WS-ONA-KLANTNR pic x(10).
           01 WS-ONA-BEDRAG pic s9(9)v99.
           01 WS-ONA-MEDEDELING pic x(40).
           01 WS-ONA-COUNT pic 9(05) value 0.

      *>    customer IBANs off the mandate register, to put a name
      *>    to a receipt without an invoice reference
           01 WS-MANDAAT-STATUS pic xx.
           01 WS-MND-EOF pic x(01).
           01 WS-MND-LEESREGEL pic x(100).
           01 WS-MND-COUNT pic 9(04) value 0.
           01 MANDAAT-TABLE.
               05 MANDAAT-ENTRY occurs 1000 times.
                   10 MND-KLANTNR pic x(10).
                   10 MND-IBAN pic x(34).
           01 WS-MND-ID pic x(35).
           01 WS-MND-DATUM pic x(10).
           01 WS-MND-IDX pic 9(04).
           01 WS-TEGEN-IBAN pic x(34).
           01 WS-INV-IDX pic 9(04).
           01 WS-INV-GEVONDEN pic x(01).
           01 OI-F1 pic x(12).
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 0520-LOAD-ONE-PAYMENT
                               thru 0520-EXIT
                   end-read
               end-perform
               close PAYMENTS-FILE
           end-if

      *>    the mandate IBANs, and the last on-account number in use
           move 0 to WS-MND-COUNT
           open input MANDAAT-FILE
           if WS-MANDAAT-STATUS = "00"
               read MANDAAT-FILE into WS-MND-LEESREGEL *> header
               move "0" to WS-MND-EOF
               perform until WS-MND-EOF = "1"
                   read MANDAAT-FILE into WS-MND-LEESREGEL
                       at end
                           move "1" to WS-MND-EOF
                       not at end
                           if WS-MND-COUNT < 1000
                               add 1 to WS-MND-COUNT
                               unstring WS-MND-LEESREGEL
                                   delimited by ","
                                   into MND-KLANTNR(WS-MND-COUNT)
                                        WS-MND-ID WS-MND-DATUM
                                        MND-IBAN(WS-MND-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close MANDAAT-FILE
           end-if
           move 0 to WS-ONA-VOLGNR
           open input ONACCOUNT-FILE
           if WS-ONACCOUNT-STATUS = "00"
               read ONACCOUNT-FILE into WS-ONA-LEESREGEL *> header
               move "0" to WS-ONA-EOF
               perform until WS-ONA-EOF = "1"
                   read ONACCOUNT-FILE into WS-ONA-LEESREGEL
                       at end
                           move "1" to WS-ONA-EOF
                       not at end
                           move spaces to WS-ONA-VOLGNR-S
                           unstring WS-ONA-LEESREGEL delimited by ","
                               into WS-ONA-VOLGNR-S
                           end-unstring
                           if function trim(WS-ONA-VOLGNR-S) numeric
                               and function numval(WS-ONA-VOLGNR-S)
                                   > WS-ONA-VOLGNR
                               move function numval(WS-ONA-VOLGNR-S)
                                   to WS-ONA-VOLGNR
                           end-if
                   end-read
               end-perform
               close ONACCOUNT-FILE
           end-if
           call "SYSTEM" using
               "ls -1 Output-*.csv 2>/dev/null > CODAIMP-FILELIST.TMP"
           open input OUTLIST-FILE
           if WS-PAYMENTS-STATUS not = "00"
               open output PAYMENTS-FILE
               if WS-PAYMENTS-STATUS = "00"
                   move "Faktuurnr,DatumBetaald,Bedrag,Bron"
                       to PAYMENTS-REGEL
                   write PAYMENTS-REGEL
               end-if
           end-if
           open extend ONACCOUNT-FILE
           if WS-ONACCOUNT-STATUS not = "00"
               open output ONACCOUNT-FILE
               if WS-ONACCOUNT-STATUS = "00"
                   move spaces to ONACCOUNT-REGEL
                   string "Volgnr,Klantnummer,Datum,Bedrag,Rest,"
                          "Mededeling" delimited by size
                       into ONACCOUNT-REGEL
                   end-string
                   write ONACCOUNT-REGEL
               end-if
           end-if

           move "0" to EOF-FLAG
           perform until EOF-FLAG = "1"
           close MATCHED-FILE
           close EXCEPT-FILE
           close PAYMENTS-FILE
           close ONACCOUNT-FILE
           if WS-ONA-COUNT > 0
               display "Op rekening geboekt: " WS-ONA-COUNT
           end-if

      *>    settle the supplier-payment register when the statement
      *>    confirmed any of its debits
                   compute WS-BEDRAG = WS-BEDRAG-CENTEN / 100
               end-if
               move CODA-REGEL(20:80) to WS-MEDEDELING
               move CODA-REGEL(100:31) to WS-TEGEN-IBAN
               move WS-BEDRAG to DISPLAY-BEDRAG

               if WS-RICHTING = "D"

      *>        the number must name a real, still-open invoice --
      *>        otherwise it is noise out of the free communication
               move 0 to WS-OPEN-FOUND-IDX
               if WS-FAKTUURNR not = spaces
                   move "N" to WS-INV-GEVONDEN
                   perform varying WS-INV-IDX from 1 by 1
                           until WS-INV-IDX > WS-OPENINV-COUNT
                       if OPEN-NR(WS-INV-IDX) = WS-FAKTUURNR
                           move "Y" to WS-INV-GEVONDEN
                           move WS-INV-IDX to WS-OPEN-FOUND-IDX
                           exit perform
                       end-if
                   end-perform
                       move spaces to WS-FAKTUURNR
                   end-if
               end-if
      *>        no invoice in the communication -- a known customer
      *>        IBAN still puts the money on that customer's account
               if WS-FAKTUURNR = spaces
                   and WS-TEGEN-IBAN not = spaces
                   and WS-BEDRAG > 0
                   perform 1270-FIND-CUSTOMER-BY-IBAN thru 1270-EXIT
                   if WS-ONA-KLANTNR not = spaces
                       add 1 to WS-MATCHED
                       move WS-BEDRAG to WS-ONA-BEDRAG
                       perform 1260-BOOK-ON-ACCOUNT thru 1260-EXIT
                       go to 1200-EXIT
                   end-if
               end-if
               if WS-FAKTUURNR not = spaces
                   add 1 to WS-MATCHED
      *>            book what came in, up to what is still due; an
      *>            instalment leaves the invoice open for the rest
                   if WS-BEDRAG > OPEN-REST(WS-OPEN-FOUND-IDX)
                       move OPEN-REST(WS-OPEN-FOUND-IDX)
                           to WS-TOEGEPAST
                   else
                       move WS-BEDRAG to WS-TOEGEPAST
                   end-if
                   compute WS-OVERSCHOT = WS-BEDRAG - WS-TOEGEPAST
                   subtract WS-TOEGEPAST
                       from OPEN-REST(WS-OPEN-FOUND-IDX)
                   move WS-TOEGEPAST to DISPLAY-TOEGEPAST
      *>            (settled earlier in this same statement: nothing
      *>            left to book, it all goes on account below)
                   if WS-TOEGEPAST > 0
                       move spaces to PAYMENTS-REGEL
                       string
                           WS-FAKTUURNR delimited by size
                           "," delimited by size
                           WS-RUN-DATE-ISO delimited by size
                           "," delimited by size
                           function trim(DISPLAY-TOEGEPAST)
                               delimited by size
                           ",CODA" delimited by size
                           into PAYMENTS-REGEL
                       end-string
                       write PAYMENTS-REGEL
                   end-if
                   move spaces to MATCHED-REGEL
                   string
                       "C," delimited by size
                       into MATCHED-REGEL
                   end-string
                   write MATCHED-REGEL
      *>            paid over the balance -- the excess stays the
      *>            customer's, on account
                   if WS-OVERSCHOT > 0
                       move OPEN-KLANT(WS-OPEN-FOUND-IDX)
                           to WS-ONA-KLANTNR
                       move WS-OVERSCHOT to WS-ONA-BEDRAG
                       perform 1260-BOOK-ON-ACCOUNT thru 1260-EXIT
                   end-if
               else
                   add 1 to WS-UNMATCHED
                   move spaces to EXCEPT-REGEL
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1260-BOOK-ON-ACCOUNT: append WS-ONA-BEDRAG for customer
      *> WS-ONA-KLANTNR to the on-account ledger, Rest equal to the
      *> amount -- nothing of it allocated yet -- and note it on the
      *> matched list with MatchType OPREKENING.
      *>----------------------------------------------------------------
           1260-BOOK-ON-ACCOUNT.
               add 1 to WS-ONA-VOLGNR
               add 1 to WS-ONA-COUNT
               move WS-ONA-BEDRAG to DISPLAY-OVERSCHOT
               move WS-MEDEDELING(1:40) to WS-ONA-MEDEDELING
               inspect WS-ONA-MEDEDELING replacing all "," by " "
               move spaces to ONACCOUNT-REGEL
               string
                   WS-ONA-VOLGNR delimited by size
                   "," delimited by size
                   function trim(WS-ONA-KLANTNR) delimited by size
                   "," delimited by size
                   WS-RUN-DATE-ISO delimited by size
                   "," delimited by size
                   function trim(DISPLAY-OVERSCHOT) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-OVERSCHOT) delimited by size
                   "," delimited by size
                   function trim(WS-ONA-MEDEDELING) delimited by size
                   into ONACCOUNT-REGEL
               end-string
               write ONACCOUNT-REGEL
               move spaces to MATCHED-REGEL
               string
                   "C," delimited by size
                   function trim(DISPLAY-OVERSCHOT) delimited by size
                   "," delimited by size
                   function trim(WS-MEDEDELING) delimited by size
                   ",OPREKENING," delimited by size
                   function trim(WS-ONA-KLANTNR) delimited by size
                   into MATCHED-REGEL
               end-string
               write MATCHED-REGEL.
           1260-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1270-FIND-CUSTOMER-BY-IBAN: the customer whose mandate
      *> carries the ordering account, or spaces.
      *>----------------------------------------------------------------
           1270-FIND-CUSTOMER-BY-IBAN.
               move spaces to WS-ONA-KLANTNR
               perform varying WS-MND-IDX from 1 by 1
                       until WS-MND-IDX > WS-MND-COUNT
                   if function trim(MND-IBAN(WS-MND-IDX))
                           = function trim(WS-TEGEN-IBAN)
                       move MND-KLANTNR(WS-MND-IDX) to WS-ONA-KLANTNR
                       exit perform
                   end-if
               end-perform.
           1270-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1250-MATCH-OGM: condense the communication's digits in order
      *> and slide a twelve-digit window over them. A window whose
      *> appear in the communication AND whose amount equals the
      *> movement to the cent is settled -- the oldest month first,
      *> which is how a bank payment on a loan in arrears must land.
      *> An installment LoanCollectFile handed to the bank (GEIND)
      *> is settled the same way when the collection's credit
      *> comes in carrying its OGM.
      *>----------------------------------------------------------------
           1255-MATCH-LENING.
               move "N" to WS-LENING-MATCH
               end-if
               perform varying TRM-IDX from 1 by 1
                       until TRM-IDX > WS-TRM-COUNT
                   if (TRM-STATE(TRM-IDX) = "OPEN"
                           or TRM-STATE(TRM-IDX) = "GEIND")
                       and TRM-BEDRAG(TRM-IDX) = WS-BEDRAG
      *>                the OGM's twelve digits, stripped of the
      *>                +++ and / dressing, slid along the
               exit.

           0510-REGISTER-OPEN-INVOICE.
      *>        already collected?
               perform varying WS-INV-IDX from 1 by 1
                       until WS-INV-IDX > WS-OPENINV-COUNT
                       go to 0510-EXIT
                   end-if
               end-perform
      *>        what is left of it after the payments booked so far
               move function numval(OI-F4) to WS-TOEGEPAST
               perform varying WS-INV-IDX from 1 by 1
                       until WS-INV-IDX > WS-PAID-COUNT
                   if PAID-NR(WS-INV-IDX) = OI-FAKTUURNR(1:6)
                       if PAID-VOL(WS-INV-IDX) = "J"
                           go to 0510-EXIT
                       end-if
                       subtract PAID-BEDRAG(WS-INV-IDX)
                           from WS-TOEGEPAST
                       exit perform
                   end-if
               end-perform
               if WS-TOEGEPAST <= 0
                   go to 0510-EXIT
               end-if
               if WS-OPENINV-COUNT < 2000
                   add 1 to WS-OPENINV-COUNT
                   move OI-FAKTUURNR(1:6)
                       to OPEN-NR(WS-OPENINV-COUNT)
                   move OI-KLANTNR to OPEN-KLANT(WS-OPENINV-COUNT)
                   move WS-TOEGEPAST to OPEN-REST(WS-OPENINV-COUNT)
               end-if.
           0510-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0520-LOAD-ONE-PAYMENT: add one Payments.csv row to its
      *> invoice's total. A row without an amount is the old full
      *> settlement.
      *>----------------------------------------------------------------
           0520-LOAD-ONE-PAYMENT.
               move spaces to WS-PAY-F1 WS-PAY-F2 WS-PAY-F3
               unstring PAYMENTS-REGEL delimited by ","
                   into WS-PAY-F1 WS-PAY-F2 WS-PAY-F3
               end-unstring
               perform varying WS-INV-IDX from 1 by 1
                       until WS-INV-IDX > WS-PAID-COUNT
                   if PAID-NR(WS-INV-IDX) = WS-PAY-F1(1:6)
                       exit perform
                   end-if
               end-perform
               if WS-INV-IDX > WS-PAID-COUNT
                   if WS-PAID-COUNT >= 2000
                       go to 0520-EXIT
                   end-if
                   add 1 to WS-PAID-COUNT
                   move WS-PAY-F1(1:6) to PAID-NR(WS-PAID-COUNT)
                   move 0 to PAID-BEDRAG(WS-PAID-COUNT)
                   move "N" to PAID-VOL(WS-PAID-COUNT)
               end-if
               if WS-PAY-F3 = spaces
                   move "J" to PAID-VOL(WS-INV-IDX)
               else
                   add function numval(WS-PAY-F3)
                       to PAID-BEDRAG(WS-INV-IDX)
               end-if.
           0520-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0800-STATEMENT-HEADER: sequence and opening-balance control
      *> per account. A gap in the statement numbers means a missing
