      *>----------------------------------------------------------------
      *> MealVoucherOrder -- the month's maaltijdcheque order for the
      *> issuer, built from what the payroll actually granted. Every
      *> payslip of the period carries the vouchers in the MCAantal,
      *> MCNominaal, MCWerkgever and MCWerknemer columns of
      *> Payroll-History.csv; summed per PersNr they become
      *> Maaltijdcheque-Bestelling-<YYYY-MM>.csv, the file the issuer
      *> loads instead of the order being typed into their portal
      *> (Klantnummer,Periode,PersNr,Naam,Aantal,Nominaal,Waarde,
      *> Werkgever,Werknemer plus a TOTAAL row).
      *> The issuer's invoice for the month, booked as a row in
      *> Maaltijdcheque-Facturen.csv (Periode,Factuurnr,Aantal,Bedrag,
      *> Kosten -- Bedrag the face value, Kosten the service fee), is
      *> then matched against the order: vouchers and face value must
      *> agree, and the face value must equal the employer share plus
      *> the employee contributions the payroll withheld. Per PersNr
      *> the withheld contribution is checked against the vouchers at
      *> the WERKNEMERSBIJDRAGE of Maaltijdcheque-Config.csv. Every
      *> difference is listed in Maaltijdcheque-Afstemming-<YYYY-MM>
      *> .txt and the run ends with return code 1; without an invoice
      *> yet only the order is written.
      *>----------------------------------------------------------------
       identification division.
       program-id. MealVoucherOrder.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Maaltijdcheque-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select HISTORY-FILE
                   assign dynamic HISTORY-FILE-NAME
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select FACTUUR-FILE assign to "Maaltijdcheque-Facturen.csv"
               organization is line sequential
               file status is WS-FACTUUR-STATUS.
           select ORDER-FILE assign dynamic DYNAMIC-ORDERFILE
               organization is line sequential
               file status is WS-ORDER-STATUS.
           select AFSTEMMING-FILE assign dynamic DYNAMIC-AFSTFILE
               organization is line sequential
               file status is WS-AFST-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(200).

           fd FACTUUR-FILE.
           01 FACTUUR-REGEL pic x(80).

           fd ORDER-FILE.
           01 ORDER-REGEL pic x(120).

           fd AFSTEMMING-FILE.
           01 AFSTEMMING-REGEL pic x(100).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-HISTORY-STATUS pic xx.
           01 WS-FACTUUR-STATUS pic xx.
           01 WS-ORDER-STATUS pic xx.
           01 WS-AFST-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-ORDERFILE pic x(44).
           01 DYNAMIC-AFSTFILE pic x(44).
           01 WS-PERIODE pic x(07).

      *>    the issuer and the voucher terms
           01 WS-CONFIG-EOF pic x(01).
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-UITGEVER pic x(40) value spaces.
           01 WS-KLANTNUMMER pic x(20) value spaces.
           01 WS-MC-NOMINAAL pic 9(02)V99 value 0.
           01 WS-MC-BIJDRAGE pic 9(02)V99 value 0.

      *>    one history row -- the leading columns plus the four
      *>    maaltijdcheque columns at the end
           01 H-PERIODE pic x(10).
           01 H-PERSNR pic x(08).
           01 H-NAAM pic x(30).
           01 H-SKIP pic x(20).
           01 H-AANTAL-S pic x(10).
           01 H-NOMINAAL-S pic x(10).
           01 H-WERKGEVER-S pic x(12).
           01 H-WERKNEMER-S pic x(12).
           01 WS-H-AANTAL pic 9(03).
           01 WS-H-NOMINAAL pic 9(02)V99.
           01 WS-H-WERKGEVER pic 9(07)V99.
           01 WS-H-WERKNEMER pic 9(07)V99.

      *>    the order, one entry per PersNr
           01 WS-MCB-COUNT pic 9(04) value 0.
           01 WS-MCB-IDX pic 9(04).
           01 WS-MCB-FOUND-IDX pic 9(04).
           01 BESTEL-TABLE.
               05 MCB-ENTRY OCCURS 500 TIMES.
                   10 MCB-PERSNR pic x(08).
                   10 MCB-NAAM pic x(30).
                   10 MCB-AANTAL pic 9(05).
                   10 MCB-NOMINAAL pic 9(02)V99.
                   10 MCB-WAARDE pic 9(07)V99.
                   10 MCB-WERKGEVER pic 9(07)V99.
                   10 MCB-WERKNEMER pic 9(07)V99.
                   10 MCB-NOMINAAL-AFW pic x(01).

      *>    order totals
           01 WS-TOT-AANTAL pic 9(07) value 0.
           01 WS-TOT-WAARDE pic 9(09)V99 value 0.
           01 WS-TOT-WERKGEVER pic 9(09)V99 value 0.
           01 WS-TOT-WERKNEMER pic 9(09)V99 value 0.

      *>    the issuer's invoice(s) for the month
           01 WS-FACTUUR-EOF pic x(01).
           01 WS-FACTUUR-GEVONDEN pic x(01) value "N".
           01 F-PERIODE pic x(10).
           01 F-FACTUURNR pic x(20).
           01 F-AANTAL-S pic x(10).
           01 F-BEDRAG-S pic x(14).
           01 F-KOSTEN-S pic x(14).
           01 WS-FACTUURNRS pic x(60) value spaces.
           01 WS-FACTUURNRS-PTR pic 9(03) value 1.
           01 WS-FAC-AANTAL pic 9(07) value 0.
           01 WS-FAC-BEDRAG pic 9(09)V99 value 0.
           01 WS-FAC-KOSTEN pic 9(09)V99 value 0.

      *>    the reconciliation
           01 WS-VERWACHT pic 9(07)V99.
           01 WS-VERSCHIL pic s9(09)V99.
           01 WS-VERSCHIL-AANTAL pic s9(07).
           01 WS-AFWIJKINGEN pic 9(04) value 0.

           01 WS-ROWS-READ pic 9(07) value 0.
           01 WS-LINES-WRITTEN pic 9(04) value 0.
           01 DISPLAY-AANTAL pic Z(6)9.
           01 DISPLAY-NOMINAAL pic Z9.99.
           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT-2 pic Z(8)9.99.
           01 DISPLAY-AMT-3 pic Z(8)9.99.
           01 DISPLAY-VERSCHIL pic -(8)9.99.
           01 DISPLAY-VERSCHIL-AANTAL pic -(6)9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

      *>    the history arrives through HistorySelect -- only the
      *>    periods this run needs, segment and flat regime alike.
           01 HISTORY-FILE-NAME pic x(30)
               value "HISTSEL-MC.TMP".
           01 WS-HISTSEL-VAN pic x(07).
           01 WS-HISTSEL-TOT pic x(07).
           01 WS-HISTSEL-OK pic x(01).

       linkage section.
           01 LINK-PERIOD pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PERIOD LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move LINK-PERIOD to WS-PERIODE
           if WS-PERIODE(5:1) not = "-"
               or WS-PERIODE(1:4) not numeric
               or WS-PERIODE(6:2) not numeric
               display "Ongeldige periode (YYYY-MM verwacht): "
                   LINK-PERIOD
               move 1 to return-code
               goback
           end-if

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if

           move WS-PERIODE to WS-HISTSEL-VAN
           move WS-PERIODE to WS-HISTSEL-TOT
           call "HistorySelect" using WS-HISTSEL-VAN
               WS-HISTSEL-TOT HISTORY-FILE-NAME
               WS-HISTSEL-OK
           cancel "HistorySelect"
           open input HISTORY-FILE
           if WS-HISTORY-STATUS not = "00"
               display "Payroll-History.csv not found -- geen"
                   " maaltijdcheques te bestellen."
               move 1 to return-code
               goback
           end-if
           read HISTORY-FILE into HISTORY-REGEL *> header
           move "0" to EOF-FLAG
           perform until EOF-FLAG = "1"
               read HISTORY-FILE into HISTORY-REGEL
                   at end
                       move "1" to EOF-FLAG
                   not at end
                       add 1 to WS-ROWS-READ
                       perform 2000-ONE-HISTORY-ROW thru 2000-EXIT
               end-read
           end-perform
           close HISTORY-FILE
           call "SYSTEM" using "rm -f HISTSEL-MC.TMP"

           if WS-TOT-AANTAL = 0
               display "Geen maaltijdcheques in de payroll van "
                   WS-PERIODE " -- geen bestelling."
               move 1 to return-code
               goback
           end-if

           perform 3000-WRITE-ORDER thru 3000-EXIT
           if WS-RETURN-CODE = 0
               perform 4000-LOAD-INVOICE thru 4000-EXIT
               perform 5000-RECONCILE thru 5000-EXIT
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the issuer's name and our customer number
      *> for the order file, the face value and the employee
      *> contribution the payroll applies.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   display "Maaltijdcheque-Config.csv not found --"
                       " geen bestelling."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to WS-CONFIG-EOF
               perform until WS-CONFIG-EOF = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to WS-CONFIG-EOF
                       not at end
                           move spaces to WS-CONFIG-SLEUTEL
                           move spaces to WS-CONFIG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           evaluate function trim(WS-CONFIG-SLEUTEL)
                               when "UITGEVER"
                                   move WS-CONFIG-WAARDE
                                       to WS-UITGEVER
                               when "KLANTNUMMER"
                                   move WS-CONFIG-WAARDE(1:20)
                                       to WS-KLANTNUMMER
                               when "NOMINAAL"
                                   if function test-numval(function
                                           trim(WS-CONFIG-WAARDE)) = 0
                                       move function numval(function
                                           trim(WS-CONFIG-WAARDE))
                                           to WS-MC-NOMINAAL
                                   end-if
                               when "WERKNEMERSBIJDRAGE"
                                   if function test-numval(function
                                           trim(WS-CONFIG-WAARDE)) = 0
                                       move function numval(function
                                           trim(WS-CONFIG-WAARDE))
                                           to WS-MC-BIJDRAGE
                                   end-if
                           end-evaluate
               end-perform
               close CONFIG-FILE
               if WS-KLANTNUMMER = spaces
                   display "KLANTNUMMER ontbreekt in"
                       " Maaltijdcheque-Config.csv -- run refused."
                   move 1 to WS-RETURN-CODE
               end-if.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-HISTORY-ROW: a payslip of the period with vouchers
      *> adds them to the PersNr's order line. A PersNr paid twice in
      *> the month (a correction run) is summed.
      *>----------------------------------------------------------------
           2000-ONE-HISTORY-ROW.
               move spaces to H-PERIODE
               move spaces to H-PERSNR
               move spaces to H-NAAM
               move spaces to H-AANTAL-S
               move spaces to H-NOMINAAL-S
               move spaces to H-WERKGEVER-S
               move spaces to H-WERKNEMER-S
               unstring function trim(HISTORY-REGEL)
                   delimited by ","
                   into H-PERIODE H-PERSNR H-NAAM H-SKIP H-SKIP
                        H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP H-SKIP
                        H-SKIP H-SKIP H-SKIP H-AANTAL-S H-NOMINAAL-S
                        H-WERKGEVER-S H-WERKNEMER-S
               end-unstring
               if H-PERIODE(1:7) not = WS-PERIODE
                   or H-PERSNR = spaces
                   go to 2000-EXIT
               end-if
               if function trim(H-AANTAL-S) = spaces
                   go to 2000-EXIT
               end-if
               if function test-numval(function trim(H-AANTAL-S))
                       not = 0
                   go to 2000-EXIT
               end-if
               move function numval(function trim(H-AANTAL-S))
                   to WS-H-AANTAL
               if WS-H-AANTAL = 0
                   go to 2000-EXIT
               end-if
               move 0 to WS-H-NOMINAAL
               if function test-numval(function trim(H-NOMINAAL-S))
                       = 0
                   move function numval(function trim(H-NOMINAAL-S))
                       to WS-H-NOMINAAL
               end-if
               move 0 to WS-H-WERKGEVER
               if function test-numval(function trim(H-WERKGEVER-S))
                       = 0
                   move function numval(function trim(H-WERKGEVER-S))
                       to WS-H-WERKGEVER
               end-if
               move 0 to WS-H-WERKNEMER
               if function test-numval(function trim(H-WERKNEMER-S))
                       = 0
                   move function numval(function trim(H-WERKNEMER-S))
                       to WS-H-WERKNEMER
               end-if

               move 0 to WS-MCB-FOUND-IDX
               perform varying WS-MCB-IDX from 1 by 1
                       until WS-MCB-IDX > WS-MCB-COUNT
                           or WS-MCB-FOUND-IDX > 0
                   if MCB-PERSNR(WS-MCB-IDX) = H-PERSNR
                       move WS-MCB-IDX to WS-MCB-FOUND-IDX
                   end-if
               end-perform
               if WS-MCB-FOUND-IDX = 0
                   if WS-MCB-COUNT >= 500
                       display "Maaltijdcheque-tabel vol -- PersNr "
                           function trim(H-PERSNR) " niet besteld."
                       move 1 to WS-RETURN-CODE
                       go to 2000-EXIT
                   end-if
                   add 1 to WS-MCB-COUNT
                   move WS-MCB-COUNT to WS-MCB-FOUND-IDX
                   move H-PERSNR to MCB-PERSNR(WS-MCB-FOUND-IDX)
                   move H-NAAM to MCB-NAAM(WS-MCB-FOUND-IDX)
                   move 0 to MCB-AANTAL(WS-MCB-FOUND-IDX)
                   move WS-H-NOMINAAL to MCB-NOMINAAL(WS-MCB-FOUND-IDX)
                   move 0 to MCB-WAARDE(WS-MCB-FOUND-IDX)
                   move 0 to MCB-WERKGEVER(WS-MCB-FOUND-IDX)
                   move 0 to MCB-WERKNEMER(WS-MCB-FOUND-IDX)
                   move "N" to MCB-NOMINAAL-AFW(WS-MCB-FOUND-IDX)
               end-if
      *>        the issuer prints one face value per employee -- a
      *>        payslip at another value is a reconciliation item.
               if WS-H-NOMINAAL not = MCB-NOMINAAL(WS-MCB-FOUND-IDX)
                   or WS-H-NOMINAAL not = WS-MC-NOMINAAL
                   move "J" to MCB-NOMINAAL-AFW(WS-MCB-FOUND-IDX)
               end-if
               add WS-H-AANTAL to MCB-AANTAL(WS-MCB-FOUND-IDX)
               compute MCB-WAARDE(WS-MCB-FOUND-IDX) =
                   MCB-WAARDE(WS-MCB-FOUND-IDX)
                       + WS-H-AANTAL * WS-H-NOMINAAL
               add WS-H-WERKGEVER to MCB-WERKGEVER(WS-MCB-FOUND-IDX)
               add WS-H-WERKNEMER to MCB-WERKNEMER(WS-MCB-FOUND-IDX)
               add WS-H-AANTAL to WS-TOT-AANTAL
               compute WS-TOT-WAARDE = WS-TOT-WAARDE
                   + WS-H-AANTAL * WS-H-NOMINAAL
               add WS-H-WERKGEVER to WS-TOT-WERKGEVER
               add WS-H-WERKNEMER to WS-TOT-WERKNEMER.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-ORDER: the issuer's order file, one line per
      *> PersNr and a TOTAAL line.
      *>----------------------------------------------------------------
           3000-WRITE-ORDER.
               move spaces to DYNAMIC-ORDERFILE
               string "Maaltijdcheque-Bestelling-" WS-PERIODE ".csv"
                   delimited by size into DYNAMIC-ORDERFILE
               end-string
               open output ORDER-FILE
               if WS-ORDER-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-ORDERFILE) ": "
                       WS-ORDER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to ORDER-REGEL
               string "Klantnummer,Periode,PersNr,Naam,Aantal,"
                      "Nominaal,Waarde,Werkgever,Werknemer"
                   delimited by size into ORDER-REGEL
               end-string
               write ORDER-REGEL
               perform varying WS-MCB-IDX from 1 by 1
                       until WS-MCB-IDX > WS-MCB-COUNT
                   move MCB-AANTAL(WS-MCB-IDX) to DISPLAY-AANTAL
                   move MCB-NOMINAAL(WS-MCB-IDX) to DISPLAY-NOMINAAL
                   move MCB-WAARDE(WS-MCB-IDX) to DISPLAY-AMT
                   move MCB-WERKGEVER(WS-MCB-IDX) to DISPLAY-AMT-2
                   move MCB-WERKNEMER(WS-MCB-IDX) to DISPLAY-AMT-3
                   move spaces to ORDER-REGEL
                   string function trim(WS-KLANTNUMMER) ","
                          WS-PERIODE ","
                          function trim(MCB-PERSNR(WS-MCB-IDX)) ","
                          function trim(MCB-NAAM(WS-MCB-IDX)) ","
                          function trim(DISPLAY-AANTAL) ","
                          function trim(DISPLAY-NOMINAAL) ","
                          function trim(DISPLAY-AMT) ","
                          function trim(DISPLAY-AMT-2) ","
                          function trim(DISPLAY-AMT-3)
                       delimited by size into ORDER-REGEL
                   end-string
                   write ORDER-REGEL
                   add 1 to WS-LINES-WRITTEN
               end-perform
               move WS-TOT-AANTAL to DISPLAY-AANTAL
               move WS-TOT-WAARDE to DISPLAY-AMT
               move WS-TOT-WERKGEVER to DISPLAY-AMT-2
               move WS-TOT-WERKNEMER to DISPLAY-AMT-3
               move spaces to ORDER-REGEL
               string function trim(WS-KLANTNUMMER) ","
                      WS-PERIODE ",TOTAAL,,"
                      function trim(DISPLAY-AANTAL) ",,"
                      function trim(DISPLAY-AMT) ","
                      function trim(DISPLAY-AMT-2) ","
                      function trim(DISPLAY-AMT-3)
                   delimited by size into ORDER-REGEL
               end-string
               write ORDER-REGEL
               close ORDER-FILE
               display "Maaltijdcheques " WS-PERIODE ": "
                   function trim(DISPLAY-AANTAL) " cheques, "
                   function trim(DISPLAY-AMT) " EUR voor "
                   WS-MCB-COUNT " werknemers -> "
                   function trim(DYNAMIC-ORDERFILE).
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-LOAD-INVOICE: the issuer's invoice rows of the period,
      *> summed -- a month may be invoiced in more than one part.
      *>----------------------------------------------------------------
           4000-LOAD-INVOICE.
               open input FACTUUR-FILE
               if WS-FACTUUR-STATUS not = "00"
                   go to 4000-EXIT
               end-if
               read FACTUUR-FILE into FACTUUR-REGEL *> header
               move "0" to WS-FACTUUR-EOF
               perform until WS-FACTUUR-EOF = "1"
                   read FACTUUR-FILE into FACTUUR-REGEL
                       at end
                           move "1" to WS-FACTUUR-EOF
                       not at end
                           perform 4100-ONE-INVOICE-ROW thru 4100-EXIT
                   end-read
               end-perform
               close FACTUUR-FILE.
           4000-EXIT.
               exit.

           4100-ONE-INVOICE-ROW.
               move spaces to F-PERIODE
               move spaces to F-FACTUURNR
               move spaces to F-AANTAL-S
               move spaces to F-BEDRAG-S
               move spaces to F-KOSTEN-S
               unstring function trim(FACTUUR-REGEL)
                   delimited by ","
                   into F-PERIODE F-FACTUURNR F-AANTAL-S F-BEDRAG-S
                        F-KOSTEN-S
               end-unstring
               if F-PERIODE(1:7) not = WS-PERIODE
                   go to 4100-EXIT
               end-if
               move "J" to WS-FACTUUR-GEVONDEN
               if WS-FACTUURNRS-PTR > 1
                   string " " delimited by size
                       into WS-FACTUURNRS
                       with pointer WS-FACTUURNRS-PTR
                   end-string
               end-if
               string function trim(F-FACTUURNR) delimited by size
                   into WS-FACTUURNRS
                   with pointer WS-FACTUURNRS-PTR
               end-string
               if function test-numval(function trim(F-AANTAL-S)) = 0
                   add function numval(function trim(F-AANTAL-S))
                       to WS-FAC-AANTAL
               end-if
               if function test-numval-c(function trim(F-BEDRAG-S))
                       = 0
                   add function numval-c(function trim(F-BEDRAG-S))
                       to WS-FAC-BEDRAG
               end-if
               if function trim(F-KOSTEN-S) not = spaces
                   and function test-numval-c(function trim(
                       F-KOSTEN-S)) = 0
                   add function numval-c(function trim(F-KOSTEN-S))
                       to WS-FAC-KOSTEN
               end-if.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-RECONCILE: invoice against order, face value against
      *> employer share plus withheld contributions, and per PersNr
      *> the withheld contribution against the vouchers granted.
      *>----------------------------------------------------------------
           5000-RECONCILE.
               move spaces to DYNAMIC-AFSTFILE
               string "Maaltijdcheque-Afstemming-" WS-PERIODE ".txt"
                   delimited by size into DYNAMIC-AFSTFILE
               end-string
               open output AFSTEMMING-FILE
               if WS-AFST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-AFSTFILE) ": "
                       WS-AFST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to AFSTEMMING-REGEL
               string "AFSTEMMING MAALTIJDCHEQUES " WS-PERIODE
                      " -- " function trim(WS-UITGEVER)
                      " klant " function trim(WS-KLANTNUMMER)
                   delimited by size into AFSTEMMING-REGEL
               end-string
               write AFSTEMMING-REGEL
               move spaces to AFSTEMMING-REGEL
               write AFSTEMMING-REGEL
               move WS-TOT-AANTAL to DISPLAY-AANTAL
               move WS-TOT-WAARDE to DISPLAY-AMT
               move spaces to AFSTEMMING-REGEL
               string "Bestelling (payroll): "
                      function trim(DISPLAY-AANTAL) " cheques, "
                      function trim(DISPLAY-AMT) " EUR"
                   delimited by size into AFSTEMMING-REGEL
               end-string
               write AFSTEMMING-REGEL
               move WS-TOT-WERKGEVER to DISPLAY-AMT
               move WS-TOT-WERKNEMER to DISPLAY-AMT-2
               move spaces to AFSTEMMING-REGEL
               string "  werkgeversaandeel "
                      function trim(DISPLAY-AMT)
                      ", ingehouden werknemersbijdrage "
                      function trim(DISPLAY-AMT-2)
                   delimited by size into AFSTEMMING-REGEL
               end-string
               write AFSTEMMING-REGEL

               if WS-FACTUUR-GEVONDEN not = "J"
                   move spaces to AFSTEMMING-REGEL
                   string "Factuur: nog niet ontvangen -- enkel de"
                          " bestelling aangemaakt."
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   write AFSTEMMING-REGEL
                   display "Geen factuur voor " WS-PERIODE
                       " in Maaltijdcheque-Facturen.csv -- afstemming"
                       " volgt na ontvangst."
               else
                   move WS-FAC-AANTAL to DISPLAY-AANTAL
                   move WS-FAC-BEDRAG to DISPLAY-AMT
                   move WS-FAC-KOSTEN to DISPLAY-AMT-2
                   move spaces to AFSTEMMING-REGEL
                   string "Factuur " function trim(WS-FACTUURNRS)
                          ": " function trim(DISPLAY-AANTAL)
                          " cheques, " function trim(DISPLAY-AMT)
                          " EUR (kosten " function trim(DISPLAY-AMT-2)
                          ")"
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   write AFSTEMMING-REGEL
                   perform 5100-RECONCILE-TOTALS thru 5100-EXIT
               end-if
               move spaces to AFSTEMMING-REGEL
               write AFSTEMMING-REGEL
               perform varying WS-MCB-IDX from 1 by 1
                       until WS-MCB-IDX > WS-MCB-COUNT
                   perform 5200-RECONCILE-EMPLOYEE thru 5200-EXIT
               end-perform

               move spaces to AFSTEMMING-REGEL
               write AFSTEMMING-REGEL
               move WS-AFWIJKINGEN to DISPLAY-AANTAL
               move spaces to AFSTEMMING-REGEL
               if WS-AFWIJKINGEN = 0
                   move "Geen verschillen." to AFSTEMMING-REGEL
               else
                   string function trim(DISPLAY-AANTAL)
                          " verschil(len) -- uitzoeken voor de"
                          " factuur betaald wordt."
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   move 1 to WS-RETURN-CODE
               end-if
               write AFSTEMMING-REGEL
               close AFSTEMMING-FILE
               if WS-AFWIJKINGEN = 0
                   display "Afstemming maaltijdcheques " WS-PERIODE
                       " OK -> " function trim(DYNAMIC-AFSTFILE)
               else
                   display "AFSTEMMINGSVERSCHILLEN maaltijdcheques "
                       WS-PERIODE ": " function trim(DISPLAY-AANTAL)
                       " -- zie " function trim(DYNAMIC-AFSTFILE)
               end-if.
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-RECONCILE-TOTALS: what the issuer invoices against what
      *> was ordered, and against what the payroll booked for it.
      *>----------------------------------------------------------------
           5100-RECONCILE-TOTALS.
               compute WS-VERSCHIL-AANTAL = WS-FAC-AANTAL
                   - WS-TOT-AANTAL
               if WS-VERSCHIL-AANTAL not = 0
                   add 1 to WS-AFWIJKINGEN
                   move WS-VERSCHIL-AANTAL to DISPLAY-VERSCHIL-AANTAL
                   move spaces to AFSTEMMING-REGEL
                   string "VERSCHIL aantal cheques factuur - "
                          "bestelling: "
                          function trim(DISPLAY-VERSCHIL-AANTAL)
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   write AFSTEMMING-REGEL
               end-if
               compute WS-VERSCHIL = WS-FAC-BEDRAG - WS-TOT-WAARDE
               if WS-VERSCHIL not = 0
                   add 1 to WS-AFWIJKINGEN
                   move WS-VERSCHIL to DISPLAY-VERSCHIL
                   move spaces to AFSTEMMING-REGEL
                   string "VERSCHIL nominale waarde factuur - "
                          "bestelling: "
                          function trim(DISPLAY-VERSCHIL)
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   write AFSTEMMING-REGEL
               end-if
               compute WS-VERSCHIL = WS-FAC-BEDRAG
                   - WS-TOT-WERKGEVER - WS-TOT-WERKNEMER
               if WS-VERSCHIL not = 0
                   add 1 to WS-AFWIJKINGEN
                   move WS-VERSCHIL to DISPLAY-VERSCHIL
                   move spaces to AFSTEMMING-REGEL
                   string "VERSCHIL factuur - (werkgeversaandeel +"
                          " ingehouden bijdragen): "
                          function trim(DISPLAY-VERSCHIL)
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   write AFSTEMMING-REGEL
               end-if.
           5100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5200-RECONCILE-EMPLOYEE: the contribution withheld on the
      *> payslip must be the vouchers at the configured employee
      *> contribution, and the face value the configured one.
      *>----------------------------------------------------------------
           5200-RECONCILE-EMPLOYEE.
               if MCB-NOMINAAL-AFW(WS-MCB-IDX) = "J"
                   add 1 to WS-AFWIJKINGEN
                   move MCB-NOMINAAL(WS-MCB-IDX) to DISPLAY-NOMINAAL
                   move spaces to AFSTEMMING-REGEL
                   string "PersNr " function trim(MCB-PERSNR(
                          WS-MCB-IDX)) " "
                          function trim(MCB-NAAM(WS-MCB-IDX))
                          ": afwijkende nominale waarde op de"
                          " loonstrook (" function trim(
                          DISPLAY-NOMINAAL) ")"
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   write AFSTEMMING-REGEL
               end-if
               compute WS-VERWACHT = MCB-AANTAL(WS-MCB-IDX)
                   * WS-MC-BIJDRAGE
               compute WS-VERSCHIL = MCB-WERKNEMER(WS-MCB-IDX)
                   - WS-VERWACHT
               if WS-VERSCHIL not = 0
                   add 1 to WS-AFWIJKINGEN
                   move MCB-WERKNEMER(WS-MCB-IDX) to DISPLAY-AMT
                   move WS-VERWACHT to DISPLAY-AMT-2
                   move spaces to AFSTEMMING-REGEL
                   string "PersNr " function trim(MCB-PERSNR(
                          WS-MCB-IDX)) " "
                          function trim(MCB-NAAM(WS-MCB-IDX))
                          ": ingehouden " function trim(DISPLAY-AMT)
                          ", verwacht " function trim(DISPLAY-AMT-2)
                       delimited by size into AFSTEMMING-REGEL
                   end-string
                   write AFSTEMMING-REGEL
               end-if.
           5200-EXIT.
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
               move "MealVoucherOrder" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Payroll-History.csv" to LOG-INPUT-FILE
               move DYNAMIC-ORDERFILE to LOG-OUTPUT-FILE
               inspect LOG-OUTPUT-FILE replacing all X"00" by " "
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-LINES-WRITTEN to LOG-RECORDS-OUT
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
