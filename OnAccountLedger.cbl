      *>----------------------------------------------------------------
      *> OnAccountLedger -- the on-account ledger OpRekening.csv
      *> (Volgnr,Klantnummer,Datum,Bedrag,Rest,Mededeling) holds the
      *> customer money that is not, or not yet, paid against an
      *> invoice: what CodaImport could only place on a customer's
      *> IBAN, what a receipt paid over its invoice's balance, and
      *> what is booked here by hand. Rest is what is still free.
      *>   LIJST [klantnr]
      *>       every entry with Rest left, per customer, with the
      *>       customer's total -- one customer or all of them.
      *>   BOEKEN <klantnr> <bedrag> [mededeling]
      *>       a receipt on account by hand (cash, a cheque, a
      *>       bank line the import missed); Bron HAND.
      *>   TOEWIJZEN <volgnr> <faktuurnr> [bedrag]
      *>       allocate free money of one entry to an open invoice
      *>       of the same customer: the bedrag asked, or without
      *>       one as much as both the entry's Rest and the
      *>       invoice's open balance allow. The allocation is a
      *>       Payments.csv row with Bron OPREKENING and takes the
      *>       same amount off the entry's Rest -- the invoice's
      *>       balance is the invoice total less its Payments.csv
      *>       rows, exactly as the aging sees it.
      *>----------------------------------------------------------------
       identification division.
       program-id. OnAccountLedger.
       environment division.
       input-output section.
       file-control.
           select ONACCOUNT-FILE assign to "OpRekening.csv"
               organization is line sequential
               file status is WS-ONACCOUNT-STATUS.
           select PAYMENTS-FILE assign to "Payments.csv"
               organization is line sequential
               file status is WS-PAYMENTS-STATUS.
           select FILE-LIST-FILE assign to "ONACC-FILELIST.TMP"
               organization is line sequential
               file status is WS-FILELIST-STATUS.
           select REPORT-INPUT-FILE
               assign dynamic DYNAMIC-REPORT-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd ONACCOUNT-FILE.
           01 ONACCOUNT-REGEL pic x(120).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd REPORT-INPUT-FILE.
           01 REPORT-LEESREGEL pic x(140).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-ONACCOUNT-STATUS pic xx.
           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-FILELIST-STATUS pic xx.
           01 WS-INPUT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-FILELIST-EOF pic x(01).
           01 DYNAMIC-REPORT-INFILE pic x(80).

           01 WS-ACTIE pic x(10).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-CURRENT-DATETIME pic x(21).

      *>    the ledger in memory -- rewritten whole after a change
           01 WS-ONA-COUNT pic 9(05) value 0.
           01 WS-ONA-LEESREGEL pic x(120).
           01 ONA-TABLE.
               05 ONA-ENTRY occurs 3000 times indexed by ONA-IDX.
                   10 ONA-VOLGNR pic 9(06).
                   10 ONA-KLANTNR pic x(10).
                   10 ONA-DATUM pic x(10).
                   10 ONA-BEDRAG pic s9(9)v99.
                   10 ONA-REST pic s9(9)v99.
                   10 ONA-MEDEDELING pic x(40).
           01 WS-ONA-VOLGNR-S pic x(08).
           01 WS-ONA-BEDRAG-S pic x(14).
           01 WS-ONA-REST-S pic x(14).
           01 WS-ONA-MAX-VOLGNR pic 9(06) value 0.
           01 WS-ONA-FOUND-IDX pic 9(05).
           01 WS-ONA-DIRTY pic x(01) value "N".

      *>    the invoice being allocated to
           01 WS-FAKTUURNR pic x(10).
           01 WS-INV-GEVONDEN pic x(01).
           01 WS-INV-KLANTNR pic x(10).
           01 WS-INV-TOTAAL pic s9(9)v99.
           01 WS-INV-BETAALD pic s9(9)v99.
           01 WS-INV-OPEN pic s9(9)v99.
           01 WS-INV-VOLLEDIG pic x(01).
           01 R-PRIJS-S pic x(10).
           01 R-TARIEF-S pic x(04).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(10).
           01 WS-PAY-FAKTUURNR-S pic x(10).
           01 WS-PAY-DATUM-S pic x(12).
           01 WS-PAY-BEDRAG-S pic x(14).
           01 WS-PAYMENT-LEESREGEL pic x(60).

           01 WS-BEDRAG pic s9(9)v99.
           01 WS-TOEWIJZING pic s9(9)v99.
           01 WS-KLANT-TOTAAL pic s9(9)v99.
           01 WS-ALGEMEEN-TOTAAL pic s9(9)v99 value 0.
           01 WS-VORIGE-KLANT pic x(10).
           01 WS-LIJNEN pic 9(05) value 0.
           01 DISPLAY-BEDRAG pic -(9)9.99.
           01 DISPLAY-REST pic -(9)9.99.
           01 DISPLAY-VOLGNR pic z(5)9.
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(10).
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

           perform 0100-LOAD-LEDGER thru 0100-EXIT

           evaluate WS-ACTIE
               when "LIJST"
                   perform 2000-LIST-OPEN thru 2000-EXIT
               when "BOEKEN"
                   perform 3000-BOOK-RECEIPT thru 3000-EXIT
               when "TOEWIJZEN"
                   perform 4000-ALLOCATE thru 4000-EXIT
               when other
                   display "Onbekende actie (LIJST, BOEKEN of "
                       "TOEWIJZEN): " function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           if WS-ONA-DIRTY = "Y"
               perform 5000-REWRITE-LEDGER thru 5000-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 0100-LOAD-LEDGER: OpRekening.csv into ONA-TABLE. A missing
      *> ledger is an empty one.
      *>----------------------------------------------------------------
           0100-LOAD-LEDGER.
               move 0 to WS-ONA-COUNT
               open input ONACCOUNT-FILE
               if WS-ONACCOUNT-STATUS not = "00"
                   go to 0100-EXIT
               end-if
               read ONACCOUNT-FILE into WS-ONA-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read ONACCOUNT-FILE into WS-ONA-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 0110-LOAD-ONE-ENTRY thru 0110-EXIT
                   end-read
               end-perform
               close ONACCOUNT-FILE.
           0100-EXIT.
               exit.

           0110-LOAD-ONE-ENTRY.
               if WS-ONA-LEESREGEL = spaces
                   go to 0110-EXIT
               end-if
               if WS-ONA-COUNT >= 3000
                   display "Op-rekeningtabel vol, overgeslagen: "
                       WS-ONA-LEESREGEL(1:40)
                   go to 0110-EXIT
               end-if
               add 1 to WS-ONA-COUNT
               add 1 to WS-RECORDS-IN
               move spaces to ONA-ENTRY(WS-ONA-COUNT)
               move spaces to WS-ONA-VOLGNR-S
               move spaces to WS-ONA-BEDRAG-S
               move spaces to WS-ONA-REST-S
               unstring WS-ONA-LEESREGEL delimited by ","
                   into WS-ONA-VOLGNR-S
                        ONA-KLANTNR(WS-ONA-COUNT)
                        ONA-DATUM(WS-ONA-COUNT)
                        WS-ONA-BEDRAG-S
                        WS-ONA-REST-S
                        ONA-MEDEDELING(WS-ONA-COUNT)
               end-unstring
               move function numval(WS-ONA-VOLGNR-S)
                   to ONA-VOLGNR(WS-ONA-COUNT)
               move function numval(WS-ONA-BEDRAG-S)
                   to ONA-BEDRAG(WS-ONA-COUNT)
               move function numval(WS-ONA-REST-S)
                   to ONA-REST(WS-ONA-COUNT)
               if ONA-VOLGNR(WS-ONA-COUNT) > WS-ONA-MAX-VOLGNR
                   move ONA-VOLGNR(WS-ONA-COUNT) to WS-ONA-MAX-VOLGNR
               end-if.
           0110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-LIST-OPEN: the entries with free money left, in ledger
      *> order, then a total per customer and overall.
      *>----------------------------------------------------------------
           2000-LIST-OPEN.
               display "Volgnr Klant      Datum          Bedrag"
                   "          Rest Mededeling"
               move spaces to WS-VORIGE-KLANT
               move 0 to WS-KLANT-TOTAAL
               perform varying ONA-IDX from 1 by 1
                       until ONA-IDX > WS-ONA-COUNT
                   if ONA-REST(ONA-IDX) > 0
                       and (function trim(LINK-PARM1) = spaces
                           or function trim(LINK-PARM1) = "ALL"
                           or function trim(ONA-KLANTNR(ONA-IDX))
                               = function trim(LINK-PARM1))
                       move ONA-VOLGNR(ONA-IDX) to DISPLAY-VOLGNR
                       move ONA-BEDRAG(ONA-IDX) to DISPLAY-BEDRAG
                       move ONA-REST(ONA-IDX) to DISPLAY-REST
                       display DISPLAY-VOLGNR " "
                           ONA-KLANTNR(ONA-IDX) " "
                           ONA-DATUM(ONA-IDX) " "
                           DISPLAY-BEDRAG " " DISPLAY-REST " "
                           function trim(ONA-MEDEDELING(ONA-IDX))
                       add ONA-REST(ONA-IDX) to WS-ALGEMEEN-TOTAAL
                       add 1 to WS-LIJNEN
                   end-if
               end-perform
               display "------------------------------------------"
               perform 2100-CUSTOMER-TOTALS thru 2100-EXIT
               move WS-ALGEMEEN-TOTAAL to DISPLAY-REST
               display "Totaal op rekening: EUR "
                   function trim(DISPLAY-REST)
               move WS-LIJNEN to WS-RECORDS-OUT.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-CUSTOMER-TOTALS: one total line per customer with free
      *> money -- each customer once, on its first entry.
      *>----------------------------------------------------------------
           2100-CUSTOMER-TOTALS.
               perform varying ONA-IDX from 1 by 1
                       until ONA-IDX > WS-ONA-COUNT
                   if ONA-REST(ONA-IDX) > 0
                       and (function trim(LINK-PARM1) = spaces
                           or function trim(LINK-PARM1) = "ALL"
                           or function trim(ONA-KLANTNR(ONA-IDX))
                               = function trim(LINK-PARM1))
                       move ONA-KLANTNR(ONA-IDX) to WS-VORIGE-KLANT
                       move 0 to WS-KLANT-TOTAAL
                       move "N" to WS-INV-GEVONDEN
                       perform varying WS-ONA-FOUND-IDX from 1 by 1
                               until WS-ONA-FOUND-IDX > WS-ONA-COUNT
                           if ONA-KLANTNR(WS-ONA-FOUND-IDX)
                                   = WS-VORIGE-KLANT
                               and ONA-REST(WS-ONA-FOUND-IDX) > 0
                               if WS-ONA-FOUND-IDX < ONA-IDX
                                   move "Y" to WS-INV-GEVONDEN
                               end-if
                               add ONA-REST(WS-ONA-FOUND-IDX)
                                   to WS-KLANT-TOTAAL
                           end-if
                       end-perform
                       if WS-INV-GEVONDEN = "N"
                           move WS-KLANT-TOTAAL to DISPLAY-REST
                           display "Klant " WS-VORIGE-KLANT
                               " op rekening: EUR "
                               function trim(DISPLAY-REST)
                       end-if
                   end-if
               end-perform.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-BOOK-RECEIPT: a hand-booked receipt on account --
      *> PARM1 the Klantnummer, PARM2 the amount, PARM3 an optional
      *> communication.
      *>----------------------------------------------------------------
           3000-BOOK-RECEIPT.
               if function trim(LINK-PARM1) = spaces
                   display "Klantnummer ontbreekt."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if function trim(LINK-PARM2) = spaces
                   or function test-numval(function trim(LINK-PARM2))
                       not = 0
                   display "Ongeldig bedrag: " function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval(function trim(LINK-PARM2))
                   to WS-BEDRAG
               if WS-BEDRAG <= 0
                   display "Bedrag moet groter dan nul zijn."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if WS-ONA-COUNT >= 3000
                   display "Op-rekeningtabel vol."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               add 1 to WS-ONA-COUNT
               add 1 to WS-ONA-MAX-VOLGNR
               move spaces to ONA-ENTRY(WS-ONA-COUNT)
               move WS-ONA-MAX-VOLGNR to ONA-VOLGNR(WS-ONA-COUNT)
               move function trim(LINK-PARM1)
                   to ONA-KLANTNR(WS-ONA-COUNT)
               move WS-RUN-DATE-ISO to ONA-DATUM(WS-ONA-COUNT)
               move WS-BEDRAG to ONA-BEDRAG(WS-ONA-COUNT)
               move WS-BEDRAG to ONA-REST(WS-ONA-COUNT)
               if function trim(LINK-PARM3) = spaces
                   move "HAND" to ONA-MEDEDELING(WS-ONA-COUNT)
               else
                   move function trim(LINK-PARM3)
                       to ONA-MEDEDELING(WS-ONA-COUNT)
                   inspect ONA-MEDEDELING(WS-ONA-COUNT)
                       replacing all "," by " "
               end-if
               move "Y" to WS-ONA-DIRTY
               move 1 to WS-RECORDS-OUT
               move WS-BEDRAG to DISPLAY-BEDRAG
               move WS-ONA-MAX-VOLGNR to DISPLAY-VOLGNR
               display "Op rekening geboekt: volgnr "
                   function trim(DISPLAY-VOLGNR) ", klant "
                   function trim(LINK-PARM1) ", EUR "
                   function trim(DISPLAY-BEDRAG).
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-ALLOCATE: PARM1 the ledger Volgnr, PARM2 the invoice,
      *> PARM3 an optional amount. The invoice must be an open sales
      *> invoice of the entry's own customer; the amount is capped
      *> by both the entry's Rest and the invoice's open balance.
      *>----------------------------------------------------------------
           4000-ALLOCATE.
               move 0 to WS-ONA-FOUND-IDX
               if function test-numval(function trim(LINK-PARM1)) = 0
                   perform varying ONA-IDX from 1 by 1
                           until ONA-IDX > WS-ONA-COUNT
                       if ONA-VOLGNR(ONA-IDX)
                               = function numval(LINK-PARM1)
                           set WS-ONA-FOUND-IDX to ONA-IDX
                           exit perform
                       end-if
                   end-perform
               end-if
               if WS-ONA-FOUND-IDX = 0
                   display "Onbekend volgnummer op rekening: "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if ONA-REST(WS-ONA-FOUND-IDX) <= 0
                   display "Volgnummer " function trim(LINK-PARM1)
                       " is al volledig toegewezen."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

               move function trim(LINK-PARM2) to WS-FAKTUURNR
               perform 4100-FIND-INVOICE thru 4100-EXIT
               if WS-INV-GEVONDEN not = "Y"
                   display "Faktuur niet gevonden: "
                       function trim(WS-FAKTUURNR)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if function trim(WS-INV-KLANTNR) not =
                       function trim(ONA-KLANTNR(WS-ONA-FOUND-IDX))
                   display "Faktuur " function trim(WS-FAKTUURNR)
                       " hoort bij klant "
                       function trim(WS-INV-KLANTNR) ", niet bij "
                       function trim(ONA-KLANTNR(WS-ONA-FOUND-IDX))
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               perform 4200-INVOICE-PAID thru 4200-EXIT
               if WS-INV-VOLLEDIG = "J"
                   move 0 to WS-INV-OPEN
               else
                   compute WS-INV-OPEN = WS-INV-TOTAAL - WS-INV-BETAALD
               end-if
               if WS-INV-OPEN <= 0
                   display "Faktuur " function trim(WS-FAKTUURNR)
                       " staat niet meer open."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

      *>        as much as asked, as much as is free, as much as is due
               if function trim(LINK-PARM3) = spaces
                   move ONA-REST(WS-ONA-FOUND-IDX) to WS-TOEWIJZING
               else
                   if function test-numval(function trim(LINK-PARM3))
                           not = 0
                       display "Ongeldig bedrag: "
                           function trim(LINK-PARM3)
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
                   move function numval(function trim(LINK-PARM3))
                       to WS-TOEWIJZING
                   if WS-TOEWIJZING <= 0
                       display "Bedrag moet groter dan nul zijn."
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
                   if WS-TOEWIJZING > ONA-REST(WS-ONA-FOUND-IDX)
                       move ONA-REST(WS-ONA-FOUND-IDX) to DISPLAY-REST
                       display "Niet meer vrij dan EUR "
                           function trim(DISPLAY-REST)
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
               end-if
               if WS-TOEWIJZING > WS-INV-OPEN
                   move WS-INV-OPEN to WS-TOEWIJZING
               end-if

               open extend PAYMENTS-FILE
               if WS-PAYMENTS-STATUS not = "00"
                   open output PAYMENTS-FILE
                   if WS-PAYMENTS-STATUS not = "00"
                       display "Payments.csv niet te openen: "
                           WS-PAYMENTS-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
                   move "Faktuurnr,DatumBetaald,Bedrag,Bron"
                       to PAYMENTS-REGEL
                   write PAYMENTS-REGEL
               end-if
               move WS-TOEWIJZING to DISPLAY-BEDRAG
               move spaces to PAYMENTS-REGEL
               string
                   function trim(WS-FAKTUURNR) delimited by size
                   "," delimited by size
                   WS-RUN-DATE-ISO delimited by size
                   "," delimited by size
                   function trim(DISPLAY-BEDRAG) delimited by size
                   ",OPREKENING" delimited by size
                   into PAYMENTS-REGEL
               end-string
               write PAYMENTS-REGEL
               close PAYMENTS-FILE
               subtract WS-TOEWIJZING from ONA-REST(WS-ONA-FOUND-IDX)
               move "Y" to WS-ONA-DIRTY
               move 1 to WS-RECORDS-OUT
               move ONA-REST(WS-ONA-FOUND-IDX) to DISPLAY-REST
               display "Toegewezen aan faktuur "
                   function trim(WS-FAKTUURNR) ": EUR "
                   function trim(DISPLAY-BEDRAG)
                   " -- nog vrij op volgnr "
                   function trim(LINK-PARM1) ": EUR "
                   function trim(DISPLAY-REST).
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-FIND-INVOICE: the numbered sales row for WS-FAKTUURNR in
      *> any Output-*.csv -- its customer and its total.
      *>----------------------------------------------------------------
           4100-FIND-INVOICE.
               move "N" to WS-INV-GEVONDEN
               move spaces to WS-INV-KLANTNR
               move 0 to WS-INV-TOTAAL
               call "SYSTEM" using
                   "ls -1 Output-*.csv 2>/dev/null > ONACC-FILELIST.TMP"
               open input FILE-LIST-FILE
               if WS-FILELIST-STATUS = "00"
                   move "0" to WS-FILELIST-EOF
                   perform until WS-FILELIST-EOF = "1"
                           or WS-INV-GEVONDEN = "Y"
                       read FILE-LIST-FILE into FILE-LIST-REGEL
                           at end
                               move "1" to WS-FILELIST-EOF
                           not at end
                               move FILE-LIST-REGEL
                                   to DYNAMIC-REPORT-INFILE
                               perform 4110-SCAN-ONE-FILE
                                   thru 4110-EXIT
                       end-read
                   end-perform
                   close FILE-LIST-FILE
               end-if
               call "SYSTEM" using "rm -f ONACC-FILELIST.TMP".
           4100-EXIT.
               exit.

           4110-SCAN-ONE-FILE.
               open input REPORT-INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   go to 4110-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REPORT-INPUT-FILE into REPORT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to R-RICHTING-S
                           move spaces to R-FAKTUURNR-S
                           unstring function trim(REPORT-LEESREGEL)
                               delimited by ","
                               into R-PRIJS-S R-TARIEF-S R-BEDRAG-S
                                    R-TOTAAL-S R-RICHTING-S
                                    R-KLANTNR-S R-DATUM-S
                                    R-FAKTUURNR-S
                           end-unstring
                           if function trim(R-RICHTING-S)
                                   not = "AANKOOP"
                               and function trim(R-FAKTUURNR-S)
                                   = function trim(WS-FAKTUURNR)
                               and function test-numval-c(
                                   function trim(R-TOTAAL-S)) = 0
                               move "Y" to WS-INV-GEVONDEN
                               move R-KLANTNR-S to WS-INV-KLANTNR
                               move function numval-c(
                                   function trim(R-TOTAAL-S))
                                   to WS-INV-TOTAAL
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close REPORT-INPUT-FILE.
           4110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-INVOICE-PAID: what Payments.csv already booked against
      *> WS-FAKTUURNR; an old row without a Bedrag paid it whole.
      *>----------------------------------------------------------------
           4200-INVOICE-PAID.
               move 0 to WS-INV-BETAALD
               move "N" to WS-INV-VOLLEDIG
               open input PAYMENTS-FILE
               if WS-PAYMENTS-STATUS not = "00"
                   go to 4200-EXIT
               end-if
               read PAYMENTS-FILE into WS-PAYMENT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PAYMENTS-FILE into WS-PAYMENT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-PAY-FAKTUURNR-S
                           move spaces to WS-PAY-BEDRAG-S
                           unstring function trim(WS-PAYMENT-LEESREGEL)
                               delimited by ","
                               into WS-PAY-FAKTUURNR-S WS-PAY-DATUM-S
                                    WS-PAY-BEDRAG-S
                           end-unstring
                           if function trim(WS-PAY-FAKTUURNR-S)
                                   = function trim(WS-FAKTUURNR)
                               if WS-PAY-BEDRAG-S = spaces
                                   move "J" to WS-INV-VOLLEDIG
                               else
                                   add function numval(
                                       function trim(WS-PAY-BEDRAG-S))
                                       to WS-INV-BETAALD
                               end-if
                           end-if
                   end-read
               end-perform
               close PAYMENTS-FILE.
           4200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-REWRITE-LEDGER: OpRekening.csv back out, whole.
      *>----------------------------------------------------------------
           5000-REWRITE-LEDGER.
               open output ONACCOUNT-FILE
               if WS-ONACCOUNT-STATUS not = "00"
                   display "OpRekening.csv niet te schrijven: "
                       WS-ONACCOUNT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to ONACCOUNT-REGEL
               string "Volgnr,Klantnummer,Datum,Bedrag,Rest,"
                      "Mededeling" delimited by size
                   into ONACCOUNT-REGEL
               end-string
               write ONACCOUNT-REGEL
               perform varying ONA-IDX from 1 by 1
                       until ONA-IDX > WS-ONA-COUNT
                   move ONA-BEDRAG(ONA-IDX) to DISPLAY-BEDRAG
                   move ONA-REST(ONA-IDX) to DISPLAY-REST
                   move spaces to ONACCOUNT-REGEL
                   string
                       ONA-VOLGNR(ONA-IDX) delimited by size
                       "," delimited by size
                       function trim(ONA-KLANTNR(ONA-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(ONA-DATUM(ONA-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-BEDRAG) delimited by size
                       "," delimited by size
                       function trim(DISPLAY-REST) delimited by size
                       "," delimited by size
                       function trim(ONA-MEDEDELING(ONA-IDX))
                           delimited by size
                       into ONACCOUNT-REGEL
                   end-string
                   write ONACCOUNT-REGEL
               end-perform
               close ONACCOUNT-FILE.
           5000-EXIT.
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
               move "OnAccountLedger" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "OpRekening.csv" to LOG-INPUT-FILE
               if WS-ACTIE = "TOEWIJZEN"
                   move "Payments.csv" to LOG-OUTPUT-FILE
               else
                   move "OpRekening.csv" to LOG-OUTPUT-FILE
               end-if
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
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
