      *>----------------------------------------------------------------
      *> PurchaseOrders -- the purchase-order register and the
      *> three-way match in front of ApPaymentRun. An order is one or
      *> more lines on Bestelbonnen.csv ("Bestelbon,
      *> Leveranciersnummer,Besteldatum,Regel,Artikelcode,Besteld,
      *> Prijs,Ontvangen,Gefactureerd"), the supplier off
      *> Leveranciers.csv and the price the agreed unit price excl.
      *> VAT; what the warehouse signs for is booked against the line
      *> and logged on Bestel-Ontvangsten.csv.
      *>   BESTEL <bestelbon> <leveranciersnummer>,<artikel>,<aantal>,
      *>          <prijs>
      *>       add a line to an order (a new number opens the order).
      *>   ONTVANGST <bestelbon> <regel>,<aantal>
      *>       goods received -- more than ordered only within the
      *>       AANTALTOLERANTIE percentage of Bestel-Config.csv.
      *>   MATCH [<pattern>]
      *>       every AANKOOP row in the VATCalculation Output files
      *>       (Output-*.csv unless a pattern is given) is matched
      *>       against the received-but-not-yet-invoiced value of the
      *>       supplier's orders, within PRIJSTOLERANTIE percent (but
      *>       never less than BEDRAGTOLERANTIE euro, for rounding).
      *>       The verdict goes on Ap-Matching.csv ("Leveranciers-
      *>       nummer,Factuurdatum,Bedrag,Bestelbon,Status,Reden,
      *>       Datum,Operator,Vrijgave"): GEMATCHT, or GEBLOKKEERD with
      *>       the reason -- a blocked invoice is looked at again on
      *>       the next MATCH, the goods may have come in since.
      *>       Credit notes and the suppliers listed VRIJGESTELD in
      *>       Bestel-Config.csv (rent, energy -- nothing to order)
      *>       pass without an order.
      *>   VRIJGEVEN <leveranciersnummer> <datum>,<bedrag>,<reden>
      *>       release a blocked invoice for payment, reason required.
      *>   LIJST [<bestelbon>]
      *>       the open orders, or one order's lines, and the blocked
      *>       invoices on the screen.
      *> ApPaymentRun only proposes and pays a purchase invoice that
      *> Ap-Matching.csv has GEMATCHT or VRIJGEGEVEN.
      *>----------------------------------------------------------------
       identification division.
       program-id. PurchaseOrders.
       environment division.
       input-output section.
       file-control.
           select BESTEL-FILE assign to "Bestelbonnen.csv"
               organization is line sequential
               file status is WS-BESTEL-STATUS.
           select ONTVANGST-FILE assign to "Bestel-Ontvangsten.csv"
               organization is line sequential
               file status is WS-ONTVANGST-STATUS.
           select MATCH-FILE assign to "Ap-Matching.csv"
               organization is line sequential
               file status is WS-MATCH-STATUS.
           select CONFIG-FILE assign to "Bestel-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select SUPPLIER-FILE assign to "Leveranciers.csv"
               organization is line sequential
               file status is WS-SUPPLIER-STATUS.
           select BETAALD-FILE assign to "Ap-Betaald.csv"
               organization is line sequential
               file status is WS-BETAALD-STATUS.
           select FILE-LIST-FILE assign to "POMATCH-FILELIST.TMP"
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
           fd BESTEL-FILE.
           01 BESTEL-REGEL pic x(120).

           fd ONTVANGST-FILE.
           01 ONTVANGST-REGEL pic x(100).

           fd MATCH-FILE.
           01 MATCH-REGEL pic x(200).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd SUPPLIER-FILE.
           01 SUPPLIER-REGEL pic x(150).

           fd BETAALD-FILE.
           01 BETAALD-REGEL pic x(80).

           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd REPORT-INPUT-FILE.
           01 REPORT-LEESREGEL pic x(140).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-BESTEL-STATUS pic xx.
           01 WS-ONTVANGST-STATUS pic xx.
           01 WS-MATCH-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-SUPPLIER-STATUS pic xx.
           01 WS-BETAALD-STATUS pic xx.
           01 WS-FILELIST-STATUS pic xx.
           01 WS-INPUT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 FILELIST-EOF-FLAG pic x(01).
           01 WS-LS-COMMAND pic x(100).
           01 WS-PATTERN pic x(60).
           01 DYNAMIC-REPORT-INFILE pic x(30).
           01 WS-FILES-FOUND pic 9(05) value 0.
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-ACTIE pic x(11).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.
           01 WS-LOG-OUTPUT pic x(40) value spaces.

      *>    tolerances and exemptions -- Bestel-Config.csv, with
      *>    these defaults when the file or a key is missing.
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-PRIJS-TOL-PCT pic 9(03)v99 value 2.
           01 WS-BEDRAG-TOL pic 9(05)v99 value 1.00.
           01 WS-AANTAL-TOL-PCT pic 9(03)v99 value 0.
           01 WS-VRIJ-COUNT pic 9(03) value 0.
           01 VRIJ-TABLE.
               05 VRIJ-LEVNR occurs 100 times indexed by VRIJ-IDX
                       pic x(10).

      *>    the order lines
           01 WS-BB-COUNT pic 9(03) value 0.
           01 WS-BB-LEESREGEL pic x(120).
           01 WS-BB-REGEL-S pic x(05).
           01 WS-BB-BESTELD-S pic x(10).
           01 WS-BB-PRIJS-S pic x(14).
           01 WS-BB-ONTVANGEN-S pic x(10).
           01 WS-BB-GEFACT-S pic x(10).
           01 BESTEL-TABLE.
               05 BB-ENTRY occurs 500 times indexed by BB-IDX BB2-IDX.
                   10 BB-NUMMER pic x(12).
                   10 BB-LEVNR pic x(10).
                   10 BB-DATUM pic x(10).
                   10 BB-REGEL pic 9(03).
                   10 BB-ARTIKEL pic x(12).
                   10 BB-BESTELD pic 9(07).
                   10 BB-PRIJS pic 9(07)v9999.
                   10 BB-ONTVANGEN pic 9(07).
                   10 BB-GEFACTUREERD pic 9(07).
           01 WS-BB-CHANGED pic x(01) value "N".

      *>    the match register -- one entry per purchase invoice
           01 WS-MT-COUNT pic 9(04) value 0.
           01 WS-MT-LEESREGEL pic x(200).
           01 WS-MT-BEDRAG-S pic x(14).
           01 MATCH-TABLE.
               05 MT-ENTRY occurs 2000 times indexed by MT-IDX.
                   10 MT-LEVNR pic x(10).
                   10 MT-DATUM pic x(10).
                   10 MT-BEDRAG pic s9(07)v99.
                   10 MT-BESTELBON pic x(12).
                   10 MT-STATUS pic x(12).
                   10 MT-REDEN pic x(40).
                   10 MT-BEHANDELD pic x(10).
                   10 MT-OPERATOR pic x(12).
                   10 MT-VRIJGAVE pic x(40).
           01 WS-MT-FOUND-IDX pic 9(04).
           01 WS-MT-CHANGED pic x(01) value "N".

      *>    supplier numbers, to check an order's supplier
           01 WS-SUPPLIER-COUNT pic 9(03) value 0.
           01 WS-SUPPLIER-LEESREGEL pic x(150).
           01 SUPPLIER-TABLE.
               05 SUP-LEVNR occurs 300 times indexed by SUPPLIER-IDX
                       pic x(10).

      *>    what is paid already stays out of the match
           01 WS-BETAALD-COUNT pic 9(04) value 0.
           01 WS-BETAALD-LEESREGEL pic x(80).
           01 WS-BET-BEDRAG-S pic x(12).
           01 BETAALD-TABLE.
               05 BETAALD-ENTRY occurs 1000 times
                       indexed by BETAALD-IDX.
                   10 BET-LEVNR pic x(10).
                   10 BET-DATUM pic x(10).
                   10 BET-BEDRAG pic s9(07)v99.
           01 WS-BETAALD-FOUND pic x(01).

      *>    one Output row -- the 9-column core
           01 R-PRIJS-S pic x(10).
           01 R-TARIEF-S pic x(4).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(10).
           01 R-VERVAL-S pic x(10).
           01 WS-INV-EXCL pic s9(09)v99.
           01 WS-INV-TOTAAL pic s9(07)v99.

      *>    the match of one invoice
           01 WS-CUR-BB pic x(12).
           01 WS-MATCH-BB pic x(12).
           01 WS-MATCH-STATUS-NEW pic x(12).
           01 WS-MATCH-REDEN pic x(40).
           01 WS-HAS-ORDER pic x(01).
           01 WS-HAS-OPEN pic x(01).
           01 WS-EERSTE pic x(01).
           01 WS-ONTV-WAARDE pic s9(09)v99.
           01 WS-BEST-WAARDE pic s9(09)v99.
           01 WS-TOLERANTIE pic s9(09)v99.
           01 WS-VERSCHIL pic s9(09)v99.
           01 WS-INV-COUNT pic 9(05) value 0.
           01 WS-GEMATCHT-COUNT pic 9(05) value 0.
           01 WS-GEBLOKKEERD-COUNT pic 9(05) value 0.

      *>    parameters of BESTEL / ONTVANGST / VRIJGEVEN
           01 WS-BESTELBON pic x(12).
           01 WS-LEVNR-S pic x(10).
           01 WS-ARTIKEL-S pic x(12).
           01 WS-AANTAL-S pic x(12).
           01 WS-PRIJS-S pic x(14).
           01 WS-REGEL-S pic x(05).
           01 WS-DATUM-S pic x(10).
           01 WS-BEDRAG-S pic x(14).
           01 WS-REDEN-S pic x(40).
           01 WS-AANTAL pic 9(07).
           01 WS-REGEL pic 9(03).
           01 WS-MAX-ONTVANGST pic 9(09)v99.
           01 WS-FOUND pic x(01).

           01 DISPLAY-AANTAL pic z(6)9.
           01 DISPLAY-REGEL pic zz9.
           01 DISPLAY-PRIJS pic z(6)9.9999.
           01 DISPLAY-BEDRAG pic -(7)9.99.
           01 DISPLAY-WAARDE pic -(9)9.99.

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

           move 0 to WS-RETURN-CODE
           move "N" to WS-BB-CHANGED
           move "N" to WS-MT-CHANGED
           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1100-LOAD-BESTELBONNEN thru 1100-EXIT

           evaluate WS-ACTIE
               when "BESTEL"
                   perform 1200-LOAD-LEVERANCIERS thru 1200-EXIT
                   perform 2000-ADD-LINE thru 2000-EXIT
               when "ONTVANGST"
                   perform 3000-RECEIVE thru 3000-EXIT
               when "MATCH"
                   perform 1300-LOAD-MATCHING thru 1300-EXIT
                   perform 1400-LOAD-BETAALD thru 1400-EXIT
                   perform 4000-MATCH-INVOICES thru 4000-EXIT
               when "VRIJGEVEN"
                   perform 1300-LOAD-MATCHING thru 1300-EXIT
                   perform 5000-RELEASE thru 5000-EXIT
               when "LIJST"
                   perform 1300-LOAD-MATCHING thru 1300-EXIT
                   perform 6000-LIST thru 6000-EXIT
               when other
                   display "Onbekende actie (BESTEL, ONTVANGST, MATCH,"
                       " VRIJGEVEN of LIJST): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           if WS-BB-CHANGED = "Y"
               perform 7000-SAVE-BESTELBONNEN thru 7000-EXIT
           end-if
           if WS-MT-CHANGED = "Y"
               perform 7100-SAVE-MATCHING thru 7100-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the tolerances and the exempt suppliers.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               move 0 to WS-VRIJ-COUNT
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CONFIG-SLEUTEL
                               WS-CONFIG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           evaluate function upper-case(function trim(
                                   WS-CONFIG-SLEUTEL))
                               when "PRIJSTOLERANTIE"
                                   move function numval(function trim(
                                       WS-CONFIG-WAARDE))
                                       to WS-PRIJS-TOL-PCT
                               when "BEDRAGTOLERANTIE"
                                   move function numval(function trim(
                                       WS-CONFIG-WAARDE))
                                       to WS-BEDRAG-TOL
                               when "AANTALTOLERANTIE"
                                   move function numval(function trim(
                                       WS-CONFIG-WAARDE))
                                       to WS-AANTAL-TOL-PCT
                               when "VRIJGESTELD"
                                   if WS-VRIJ-COUNT < 100
                                       add 1 to WS-VRIJ-COUNT
                                       move function trim(
                                           WS-CONFIG-WAARDE)
                                           to VRIJ-LEVNR(WS-VRIJ-COUNT)
                                   end-if
                           end-evaluate
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-BESTELBONNEN: every order line into BESTEL-TABLE.
      *>----------------------------------------------------------------
           1100-LOAD-BESTELBONNEN.
               move 0 to WS-BB-COUNT
               open input BESTEL-FILE
               if WS-BESTEL-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read BESTEL-FILE into WS-BB-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BESTEL-FILE into WS-BB-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-BB-LEESREGEL = spaces
                               continue
                           else
                               if WS-BB-COUNT >= 500
                                   display "Bestelboontabel vol,"
                                       " overgeslagen: "
                                       function trim(WS-BB-LEESREGEL)
                               else
                                   perform 1110-ONE-LINE thru 1110-EXIT
                               end-if
                           end-if
                   end-read
               end-perform
               close BESTEL-FILE.
           1100-EXIT.
               exit.

           1110-ONE-LINE.
               add 1 to WS-BB-COUNT
               add 1 to WS-RECORDS-IN
               set BB-IDX to WS-BB-COUNT
               move spaces to BB-ENTRY(BB-IDX)
               move spaces to WS-BB-REGEL-S WS-BB-BESTELD-S
                   WS-BB-PRIJS-S WS-BB-ONTVANGEN-S WS-BB-GEFACT-S
               unstring function trim(WS-BB-LEESREGEL)
                   delimited by ","
                   into BB-NUMMER(BB-IDX) BB-LEVNR(BB-IDX)
                        BB-DATUM(BB-IDX) WS-BB-REGEL-S
                        BB-ARTIKEL(BB-IDX) WS-BB-BESTELD-S
                        WS-BB-PRIJS-S WS-BB-ONTVANGEN-S
                        WS-BB-GEFACT-S
               end-unstring
               move function numval(WS-BB-REGEL-S) to BB-REGEL(BB-IDX)
               move function numval(WS-BB-BESTELD-S)
                   to BB-BESTELD(BB-IDX)
               move function numval(WS-BB-PRIJS-S) to BB-PRIJS(BB-IDX)
               move function numval(WS-BB-ONTVANGEN-S)
                   to BB-ONTVANGEN(BB-IDX)
               move function numval(WS-BB-GEFACT-S)
                   to BB-GEFACTUREERD(BB-IDX).
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-LEVERANCIERS: the supplier numbers off the master.
      *>----------------------------------------------------------------
           1200-LOAD-LEVERANCIERS.
               move 0 to WS-SUPPLIER-COUNT
               open input SUPPLIER-FILE
               if WS-SUPPLIER-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read SUPPLIER-FILE into WS-SUPPLIER-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SUPPLIER-FILE into WS-SUPPLIER-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-SUPPLIER-COUNT < 300
                               add 1 to WS-SUPPLIER-COUNT
                               move spaces
                                   to SUP-LEVNR(WS-SUPPLIER-COUNT)
                               unstring function trim(
                                       WS-SUPPLIER-LEESREGEL)
                                   delimited by ","
                                   into SUP-LEVNR(WS-SUPPLIER-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close SUPPLIER-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-LOAD-MATCHING: Ap-Matching.csv into MATCH-TABLE.
      *>----------------------------------------------------------------
           1300-LOAD-MATCHING.
               move 0 to WS-MT-COUNT
               open input MATCH-FILE
               if WS-MATCH-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read MATCH-FILE into WS-MT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MATCH-FILE into WS-MT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-MT-COUNT < 2000
                               and WS-MT-LEESREGEL not = spaces
                               add 1 to WS-MT-COUNT
                               set MT-IDX to WS-MT-COUNT
                               move spaces to MT-ENTRY(MT-IDX)
                               move spaces to WS-MT-BEDRAG-S
                               unstring function trim(
                                       WS-MT-LEESREGEL)
                                   delimited by ","
                                   into MT-LEVNR(MT-IDX)
                                        MT-DATUM(MT-IDX)
                                        WS-MT-BEDRAG-S
                                        MT-BESTELBON(MT-IDX)
                                        MT-STATUS(MT-IDX)
                                        MT-REDEN(MT-IDX)
                                        MT-BEHANDELD(MT-IDX)
                                        MT-OPERATOR(MT-IDX)
                                        MT-VRIJGAVE(MT-IDX)
                               end-unstring
                               move function numval-c(
                                   WS-MT-BEDRAG-S)
                                   to MT-BEDRAG(MT-IDX)
                           end-if
                   end-read
               end-perform
               close MATCH-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1400-LOAD-BETAALD: the paid register, same key as
      *> ApPaymentRun -- supplier, invoice date, amount.
      *>----------------------------------------------------------------
           1400-LOAD-BETAALD.
               move 0 to WS-BETAALD-COUNT
               open input BETAALD-FILE
               if WS-BETAALD-STATUS not = "00"
                   go to 1400-EXIT
               end-if
               read BETAALD-FILE into WS-BETAALD-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BETAALD-FILE into WS-BETAALD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-BETAALD-COUNT < 1000
                               add 1 to WS-BETAALD-COUNT
                               move spaces to BETAALD-ENTRY(
                                   WS-BETAALD-COUNT)
                               move spaces to WS-BET-BEDRAG-S
                               unstring function trim(
                                       WS-BETAALD-LEESREGEL)
                                   delimited by ","
                                   into BET-LEVNR(WS-BETAALD-COUNT)
                                        BET-DATUM(WS-BETAALD-COUNT)
                                        WS-BET-BEDRAG-S
                               end-unstring
                               move function numval-c(function trim(
                                   WS-BET-BEDRAG-S))
                                   to BET-BEDRAG(WS-BETAALD-COUNT)
                           end-if
                   end-read
               end-perform
               close BETAALD-FILE.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ADD-LINE: BESTEL -- one line onto an order; a new order
      *> number opens the order for the supplier given, an existing
      *> one must be for that same supplier.
      *>----------------------------------------------------------------
           2000-ADD-LINE.
               move function upper-case(function trim(LINK-PARM1))
                   to WS-BESTELBON
               if WS-BESTELBON = spaces
                   display "Bestelbonnummer verplicht."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move spaces to WS-LEVNR-S WS-ARTIKEL-S WS-AANTAL-S
                   WS-PRIJS-S
               unstring LINK-PARM2 delimited by ","
                   into WS-LEVNR-S WS-ARTIKEL-S WS-AANTAL-S WS-PRIJS-S
               end-unstring
               move function trim(WS-LEVNR-S) to WS-LEVNR-S
               move function upper-case(function trim(WS-ARTIKEL-S))
                   to WS-ARTIKEL-S

               move "N" to WS-FOUND
               perform varying SUPPLIER-IDX from 1 by 1
                       until SUPPLIER-IDX > WS-SUPPLIER-COUNT
                   if function trim(SUP-LEVNR(SUPPLIER-IDX))
                           = WS-LEVNR-S
                       move "Y" to WS-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-FOUND not = "Y"
                   display "Leverancier niet op Leveranciers.csv: "
                       function trim(WS-LEVNR-S)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if WS-ARTIKEL-S = spaces
                   display "Artikelcode verplicht."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function test-numval(function trim(WS-AANTAL-S))
                       not = 0
                   or function numval(function trim(WS-AANTAL-S))
                       not > 0
                   or function numval(function trim(WS-AANTAL-S))
                       not = function integer(function numval(
                           function trim(WS-AANTAL-S)))
                   display "Ongeldig aantal: "
                       function trim(WS-AANTAL-S)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function test-numval(function trim(WS-PRIJS-S))
                       not = 0
                   or function numval(function trim(WS-PRIJS-S)) < 0
                   display "Ongeldige prijs: "
                       function trim(WS-PRIJS-S)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if

      *>        the order's supplier and its next line number
               move 0 to WS-REGEL
               perform varying BB-IDX from 1 by 1
                       until BB-IDX > WS-BB-COUNT
                   if BB-NUMMER(BB-IDX) = WS-BESTELBON
                       if function trim(BB-LEVNR(BB-IDX))
                               not = WS-LEVNR-S
                           display "Bestelbon "
                               function trim(WS-BESTELBON)
                               " is voor leverancier "
                               function trim(BB-LEVNR(BB-IDX))
                           move 1 to WS-RETURN-CODE
                           go to 2000-EXIT
                       end-if
                       if BB-REGEL(BB-IDX) > WS-REGEL
                           move BB-REGEL(BB-IDX) to WS-REGEL
                       end-if
                   end-if
               end-perform
               if WS-BB-COUNT >= 500
                   display "Bestelboontabel vol -- regel niet"
                       " toegevoegd."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               add 1 to WS-REGEL
               add 1 to WS-BB-COUNT
               set BB-IDX to WS-BB-COUNT
               move spaces to BB-ENTRY(BB-IDX)
               move WS-BESTELBON to BB-NUMMER(BB-IDX)
               move WS-LEVNR-S to BB-LEVNR(BB-IDX)
               move WS-RUN-DATE-ISO to BB-DATUM(BB-IDX)
               move WS-REGEL to BB-REGEL(BB-IDX)
               move WS-ARTIKEL-S to BB-ARTIKEL(BB-IDX)
               move function numval(function trim(WS-AANTAL-S))
                   to BB-BESTELD(BB-IDX)
               move function numval(function trim(WS-PRIJS-S))
                   to BB-PRIJS(BB-IDX)
               move 0 to BB-ONTVANGEN(BB-IDX)
               move 0 to BB-GEFACTUREERD(BB-IDX)
               move "Y" to WS-BB-CHANGED
               add 1 to WS-RECORDS-OUT
               move WS-REGEL to DISPLAY-REGEL
               move BB-BESTELD(BB-IDX) to DISPLAY-AANTAL
               move BB-PRIJS(BB-IDX) to DISPLAY-PRIJS
               display "Bestelbon " function trim(WS-BESTELBON)
                   " regel " function trim(DISPLAY-REGEL) ": "
                   function trim(DISPLAY-AANTAL) " x "
                   function trim(WS-ARTIKEL-S) " a "
                   function trim(DISPLAY-PRIJS).
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-RECEIVE: ONTVANGST -- what came in against one line;
      *> more than ordered only within AANTALTOLERANTIE.
      *>----------------------------------------------------------------
           3000-RECEIVE.
               move function upper-case(function trim(LINK-PARM1))
                   to WS-BESTELBON
               move spaces to WS-REGEL-S WS-AANTAL-S
               unstring LINK-PARM2 delimited by ","
                   into WS-REGEL-S WS-AANTAL-S
               end-unstring
               if function test-numval(function trim(WS-REGEL-S))
                       not = 0
                   display "Ongeldig regelnummer: "
                       function trim(WS-REGEL-S)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval(function trim(WS-REGEL-S))
                   to WS-REGEL
               if function test-numval(function trim(WS-AANTAL-S))
                       not = 0
                   or function numval(function trim(WS-AANTAL-S))
                       not > 0
                   or function numval(function trim(WS-AANTAL-S))
                       not = function integer(function numval(
                           function trim(WS-AANTAL-S)))
                   display "Ongeldig aantal: "
                       function trim(WS-AANTAL-S)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval(function trim(WS-AANTAL-S))
                   to WS-AANTAL

               move "N" to WS-FOUND
               perform varying BB-IDX from 1 by 1
                       until BB-IDX > WS-BB-COUNT
                   if BB-NUMMER(BB-IDX) = WS-BESTELBON
                       and BB-REGEL(BB-IDX) = WS-REGEL
                       move "Y" to WS-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-FOUND not = "Y"
                   display "Onbekende bestelbonregel: "
                       function trim(WS-BESTELBON) " regel "
                       function trim(WS-REGEL-S)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if

               compute WS-MAX-ONTVANGST = BB-BESTELD(BB-IDX)
                   * (100 + WS-AANTAL-TOL-PCT) / 100
               if BB-ONTVANGEN(BB-IDX) + WS-AANTAL > WS-MAX-ONTVANGST
                   move BB-BESTELD(BB-IDX) to DISPLAY-AANTAL
                   display "Ontvangst geweigerd: meer dan besteld ("
                       function trim(DISPLAY-AANTAL)
                       ") buiten de tolerantie."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               add WS-AANTAL to BB-ONTVANGEN(BB-IDX)
               move "Y" to WS-BB-CHANGED
               add 1 to WS-RECORDS-OUT

               open extend ONTVANGST-FILE
               if WS-ONTVANGST-STATUS not = "00"
                   open output ONTVANGST-FILE
                   move spaces to ONTVANGST-REGEL
                   string "Datum,Bestelbon,Regel,Artikelcode,Aantal,"
                              delimited by size
                          "Operator" delimited by size
                       into ONTVANGST-REGEL
                   end-string
                   write ONTVANGST-REGEL
               end-if
               move WS-AANTAL to DISPLAY-AANTAL
               move WS-REGEL to DISPLAY-REGEL
               move spaces to ONTVANGST-REGEL
               string WS-RUN-DATE-ISO delimited by size
                      "," delimited by size
                      function trim(WS-BESTELBON) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-REGEL) delimited by size
                      "," delimited by size
                      function trim(BB-ARTIKEL(BB-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AANTAL) delimited by size
                      "," delimited by size
                      function trim(LINK-OPERATOR-ID) delimited by size
                   into ONTVANGST-REGEL
               end-string
               write ONTVANGST-REGEL
               close ONTVANGST-FILE

               move BB-ONTVANGEN(BB-IDX) to DISPLAY-AANTAL
               display "Ontvangen op " function trim(WS-BESTELBON)
                   " regel " function trim(DISPLAY-REGEL)
                   " -- totaal ontvangen: "
                   function trim(DISPLAY-AANTAL).
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-MATCH-INVOICES: MATCH -- sweep the Output files for the
      *> purchase invoices not yet matched (or still blocked).
      *>----------------------------------------------------------------
           4000-MATCH-INVOICES.
               move function trim(LINK-PARM1) to WS-PATTERN
               if WS-PATTERN = spaces
                   move "Output-*.csv" to WS-PATTERN
               end-if
               move spaces to WS-LS-COMMAND
               string "ls -1 " delimited by size
                      function trim(WS-PATTERN) delimited by size
                      " 2>/dev/null > POMATCH-FILELIST.TMP"
                          delimited by size
                   into WS-LS-COMMAND
               end-string
               call "SYSTEM" using WS-LS-COMMAND
               open input FILE-LIST-FILE
               if WS-FILELIST-STATUS not = "00"
                   display "No files matched: "
                       function trim(WS-PATTERN)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move "0" to FILELIST-EOF-FLAG
               perform until FILELIST-EOF-FLAG = "1"
                   read FILE-LIST-FILE into FILE-LIST-REGEL
                       at end
                           move "1" to FILELIST-EOF-FLAG
                       not at end
                           add 1 to WS-FILES-FOUND
                           move FILE-LIST-REGEL
                               to DYNAMIC-REPORT-INFILE
                           perform 4010-SWEEP-ONE-FILE thru 4010-EXIT
                   end-read
               end-perform
               close FILE-LIST-FILE
               call "SYSTEM" using "rm -f POMATCH-FILELIST.TMP"
               if WS-FILES-FOUND = 0
                   display "No files matched: "
                       function trim(WS-PATTERN)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move "Ap-Matching.csv" to WS-LOG-OUTPUT
               display "MATCH: " WS-INV-COUNT " factu(u)r(en) bekeken, "
                   WS-GEMATCHT-COUNT " gematcht, "
                   WS-GEBLOKKEERD-COUNT " geblokkeerd"
                   " -- zie Ap-Matching.csv.".
           4000-EXIT.
               exit.

           4010-SWEEP-ONE-FILE.
               move "0" to EOF-FLAG
               open input REPORT-INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-REPORT-INFILE) ": "
                       WS-INPUT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4010-EXIT
               end-if
               perform until EOF-FLAG = "1"
                   read REPORT-INPUT-FILE into REPORT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-RECORDS-IN
                           perform 4100-MATCH-ONE-ROW thru 4100-EXIT
                   end-read
               end-perform
               close REPORT-INPUT-FILE.
           4010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-MATCH-ONE-ROW: one AANKOOP row -- paid or already
      *> matched/released leaves it alone; otherwise credit note,
      *> exempt supplier or a matching order, or it is blocked.
      *>----------------------------------------------------------------
           4100-MATCH-ONE-ROW.
               move spaces to R-RICHTING-S R-KLANTNR-S R-DATUM-S
               unstring function trim(REPORT-LEESREGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
                        R-FAKTUURNR-S R-VERVAL-S
               end-unstring
               if function trim(R-RICHTING-S) not = "AANKOOP"
                   go to 4100-EXIT
               end-if
               if function test-numval-c(function trim(R-TOTAAL-S))
                       not = 0
                   or function test-numval-c(function trim(R-PRIJS-S))
                       not = 0
                   display "Skipping unparsable row: " REPORT-LEESREGEL
                   go to 4100-EXIT
               end-if
               move function numval-c(function trim(R-TOTAAL-S))
                   to WS-INV-TOTAAL
               move function numval-c(function trim(R-PRIJS-S))
                   to WS-INV-EXCL

               move "N" to WS-BETAALD-FOUND
               perform varying BETAALD-IDX from 1 by 1
                       until BETAALD-IDX > WS-BETAALD-COUNT
                   if function trim(BET-LEVNR(BETAALD-IDX))
                           = function trim(R-KLANTNR-S)
                       and BET-DATUM(BETAALD-IDX) = R-DATUM-S
                       and BET-BEDRAG(BETAALD-IDX) = WS-INV-TOTAAL
                       move "Y" to WS-BETAALD-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-BETAALD-FOUND = "Y"
                   go to 4100-EXIT
               end-if

               move 0 to WS-MT-FOUND-IDX
               perform varying MT-IDX from 1 by 1
                       until MT-IDX > WS-MT-COUNT
                   if function trim(MT-LEVNR(MT-IDX))
                           = function trim(R-KLANTNR-S)
                       and MT-DATUM(MT-IDX) = R-DATUM-S
                       and MT-BEDRAG(MT-IDX) = WS-INV-TOTAAL
                       set WS-MT-FOUND-IDX to MT-IDX
                       exit perform
                   end-if
               end-perform
               if WS-MT-FOUND-IDX > 0
                   if MT-STATUS(WS-MT-FOUND-IDX) not = "GEBLOKKEERD"
                       go to 4100-EXIT
                   end-if
               end-if
               add 1 to WS-INV-COUNT

               move spaces to WS-MATCH-BB WS-MATCH-REDEN
               move "GEBLOKKEERD" to WS-MATCH-STATUS-NEW
               if WS-INV-TOTAAL < 0
                   move "GEMATCHT" to WS-MATCH-STATUS-NEW
                   move "CREDITNOTA" to WS-MATCH-REDEN
               else
                   perform varying VRIJ-IDX from 1 by 1
                           until VRIJ-IDX > WS-VRIJ-COUNT
                       if function trim(VRIJ-LEVNR(VRIJ-IDX))
                               = function trim(R-KLANTNR-S)
                           move "GEMATCHT" to WS-MATCH-STATUS-NEW
                           move "VRIJGESTELD" to WS-MATCH-REDEN
                           exit perform
                       end-if
                   end-perform
                   if WS-MATCH-STATUS-NEW not = "GEMATCHT"
                       perform 4200-FIND-ORDER thru 4200-EXIT
                   end-if
               end-if
               perform 4400-RECORD-VERDICT thru 4400-EXIT.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-FIND-ORDER: the supplier's orders one at a time -- the
      *> first whose received-but-not-invoiced value is the invoice's
      *> excl. amount within the tolerance is the match, and that
      *> received quantity counts as invoiced from now on. Failing
      *> that the reason says why: no order at all, nothing open, an
      *> order whose ORDERED value fits but the goods are not (all)
      *> in, or an amount that fits no order.
      *>----------------------------------------------------------------
           4200-FIND-ORDER.
               move "N" to WS-HAS-ORDER
               move "N" to WS-HAS-OPEN
               perform varying BB-IDX from 1 by 1
                       until BB-IDX > WS-BB-COUNT
                       or WS-MATCH-STATUS-NEW = "GEMATCHT"
                   if function trim(BB-LEVNR(BB-IDX))
                           = function trim(R-KLANTNR-S)
                       move "Y" to WS-HAS-ORDER
                       perform 4210-FIRST-LINE-OF-ORDER thru 4210-EXIT
                       if WS-EERSTE = "Y"
                           move BB-NUMMER(BB-IDX) to WS-CUR-BB
                           perform 4300-TRY-ORDER thru 4300-EXIT
                       end-if
                   end-if
               end-perform
               if WS-MATCH-STATUS-NEW = "GEMATCHT"
                   perform varying BB2-IDX from 1 by 1
                           until BB2-IDX > WS-BB-COUNT
                       if BB-NUMMER(BB2-IDX) = WS-MATCH-BB
                           and BB-ONTVANGEN(BB2-IDX)
                               > BB-GEFACTUREERD(BB2-IDX)
                           move BB-ONTVANGEN(BB2-IDX)
                               to BB-GEFACTUREERD(BB2-IDX)
                           move "Y" to WS-BB-CHANGED
                       end-if
                   end-perform
                   go to 4200-EXIT
               end-if
               if WS-MATCH-REDEN not = spaces
                   go to 4200-EXIT
               end-if
               evaluate true
                   when WS-HAS-ORDER = "N"
                       move "GEEN BESTELBON" to WS-MATCH-REDEN
                   when WS-HAS-OPEN = "N"
                       move "GEEN OPEN BESTELBON" to WS-MATCH-REDEN
                   when other
                       move "BEDRAG WIJKT AF VAN BESTELBON"
                           to WS-MATCH-REDEN
               end-evaluate.
           4200-EXIT.
               exit.

      *>    is BB-IDX the first line of its order? (lines of a later
      *>    BESTEL land at the end of the file, not next to the rest)
           4210-FIRST-LINE-OF-ORDER.
               move "Y" to WS-EERSTE
               perform varying BB2-IDX from 1 by 1
                       until BB2-IDX >= BB-IDX
                   if BB-NUMMER(BB2-IDX) = BB-NUMMER(BB-IDX)
                       move "N" to WS-EERSTE
                       exit perform
                   end-if
               end-perform.
           4210-EXIT.
               exit.

           4300-TRY-ORDER.
               move 0 to WS-ONTV-WAARDE
               move 0 to WS-BEST-WAARDE
               perform varying BB2-IDX from 1 by 1
                       until BB2-IDX > WS-BB-COUNT
                   if BB-NUMMER(BB2-IDX) = WS-CUR-BB
                       if BB-ONTVANGEN(BB2-IDX)
                               > BB-GEFACTUREERD(BB2-IDX)
                           compute WS-ONTV-WAARDE rounded =
                               WS-ONTV-WAARDE
                               + (BB-ONTVANGEN(BB2-IDX)
                                  - BB-GEFACTUREERD(BB2-IDX))
                               * BB-PRIJS(BB2-IDX)
                       end-if
                       if BB-BESTELD(BB2-IDX)
                               > BB-GEFACTUREERD(BB2-IDX)
                           compute WS-BEST-WAARDE rounded =
                               WS-BEST-WAARDE
                               + (BB-BESTELD(BB2-IDX)
                                  - BB-GEFACTUREERD(BB2-IDX))
                               * BB-PRIJS(BB2-IDX)
                       end-if
                   end-if
               end-perform
               if WS-ONTV-WAARDE = 0 and WS-BEST-WAARDE = 0
                   go to 4300-EXIT
               end-if
               move "Y" to WS-HAS-OPEN

               if WS-ONTV-WAARDE > 0
                   compute WS-TOLERANTIE rounded =
                       WS-ONTV-WAARDE * WS-PRIJS-TOL-PCT / 100
                   if WS-TOLERANTIE < WS-BEDRAG-TOL
                       move WS-BEDRAG-TOL to WS-TOLERANTIE
                   end-if
                   compute WS-VERSCHIL = WS-INV-EXCL - WS-ONTV-WAARDE
                   if WS-VERSCHIL < 0
                       compute WS-VERSCHIL = 0 - WS-VERSCHIL
                   end-if
                   if WS-VERSCHIL not > WS-TOLERANTIE
                       move "GEMATCHT" to WS-MATCH-STATUS-NEW
                       move WS-CUR-BB to WS-MATCH-BB
                       move spaces to WS-MATCH-REDEN
                       go to 4300-EXIT
                   end-if
               end-if

               compute WS-TOLERANTIE rounded =
                   WS-BEST-WAARDE * WS-PRIJS-TOL-PCT / 100
               if WS-TOLERANTIE < WS-BEDRAG-TOL
                   move WS-BEDRAG-TOL to WS-TOLERANTIE
               end-if
               compute WS-VERSCHIL = WS-INV-EXCL - WS-BEST-WAARDE
               if WS-VERSCHIL < 0
                   compute WS-VERSCHIL = 0 - WS-VERSCHIL
               end-if
               if WS-VERSCHIL not > WS-TOLERANTIE
                   and WS-MATCH-REDEN = spaces
                   move WS-CUR-BB to WS-MATCH-BB
                   move "ONTVANGST ONVOLLEDIG" to WS-MATCH-REDEN
               end-if.
           4300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4400-RECORD-VERDICT: onto the match register, a blocked
      *> invoice that now matches updated in place.
      *>----------------------------------------------------------------
           4400-RECORD-VERDICT.
               if WS-MT-FOUND-IDX = 0
                   if WS-MT-COUNT >= 2000
                       display "Matchtabel vol, niet geregistreerd: "
                           function trim(R-KLANTNR-S) " " R-DATUM-S
                       go to 4400-EXIT
                   end-if
                   add 1 to WS-MT-COUNT
                   move WS-MT-COUNT to WS-MT-FOUND-IDX
                   move spaces to MT-ENTRY(WS-MT-FOUND-IDX)
                   move function trim(R-KLANTNR-S)
                       to MT-LEVNR(WS-MT-FOUND-IDX)
                   move R-DATUM-S to MT-DATUM(WS-MT-FOUND-IDX)
                   move WS-INV-TOTAAL to MT-BEDRAG(WS-MT-FOUND-IDX)
               else
                   if WS-MATCH-STATUS-NEW = "GEBLOKKEERD"
                       and MT-REDEN(WS-MT-FOUND-IDX) = WS-MATCH-REDEN
                       and MT-BESTELBON(WS-MT-FOUND-IDX) = WS-MATCH-BB
                       add 1 to WS-GEBLOKKEERD-COUNT
                       go to 4400-EXIT
                   end-if
               end-if
               move WS-MATCH-BB to MT-BESTELBON(WS-MT-FOUND-IDX)
               move WS-MATCH-STATUS-NEW to MT-STATUS(WS-MT-FOUND-IDX)
               move WS-MATCH-REDEN to MT-REDEN(WS-MT-FOUND-IDX)
               move WS-RUN-DATE-ISO to MT-BEHANDELD(WS-MT-FOUND-IDX)
               move LINK-OPERATOR-ID to MT-OPERATOR(WS-MT-FOUND-IDX)
               move "Y" to WS-MT-CHANGED
               add 1 to WS-RECORDS-OUT
               if WS-MATCH-STATUS-NEW = "GEMATCHT"
                   add 1 to WS-GEMATCHT-COUNT
               else
                   add 1 to WS-GEBLOKKEERD-COUNT
                   move WS-INV-TOTAAL to DISPLAY-BEDRAG
                   display "GEBLOKKEERD " function trim(R-KLANTNR-S)
                       " " R-DATUM-S " " function trim(DISPLAY-BEDRAG)
                       ": " function trim(WS-MATCH-REDEN) " "
                       function trim(WS-MATCH-BB)
               end-if.
           4400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-RELEASE: VRIJGEVEN -- a blocked invoice released for
      *> payment by hand; the block reason stays, the release reason
      *> and the operator go alongside it.
      *>----------------------------------------------------------------
           5000-RELEASE.
               move function trim(LINK-PARM1) to WS-LEVNR-S
               move spaces to WS-DATUM-S WS-BEDRAG-S WS-REDEN-S
               unstring LINK-PARM2 delimited by ","
                   into WS-DATUM-S WS-BEDRAG-S WS-REDEN-S
               end-unstring
               if LINK-PARM3 not = spaces
                   move LINK-PARM3 to WS-REDEN-S
               end-if
               if function trim(WS-REDEN-S) = spaces
                   display "Reden verplicht bij VRIJGEVEN."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               if function test-numval-c(function trim(WS-BEDRAG-S))
                       not = 0
                   display "Ongeldig bedrag: "
                       function trim(WS-BEDRAG-S)
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move function numval-c(function trim(WS-BEDRAG-S))
                   to WS-INV-TOTAAL
               move 0 to WS-MT-FOUND-IDX
               perform varying MT-IDX from 1 by 1
                       until MT-IDX > WS-MT-COUNT
                   if function trim(MT-LEVNR(MT-IDX)) = WS-LEVNR-S
                       and MT-DATUM(MT-IDX) = function trim(WS-DATUM-S)
                       and MT-BEDRAG(MT-IDX) = WS-INV-TOTAAL
                       and MT-STATUS(MT-IDX) = "GEBLOKKEERD"
                       set WS-MT-FOUND-IDX to MT-IDX
                       exit perform
                   end-if
               end-perform
               if WS-MT-FOUND-IDX = 0
                   display "Geen geblokkeerde factuur "
                       function trim(WS-LEVNR-S) " "
                       function trim(WS-DATUM-S) " "
                       function trim(WS-BEDRAG-S)
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move "VRIJGEGEVEN" to MT-STATUS(WS-MT-FOUND-IDX)
               move function upper-case(function trim(WS-REDEN-S))
                   to MT-VRIJGAVE(WS-MT-FOUND-IDX)
               inspect MT-VRIJGAVE(WS-MT-FOUND-IDX)
                   replacing all "," by " "
               move WS-RUN-DATE-ISO to MT-BEHANDELD(WS-MT-FOUND-IDX)
               move LINK-OPERATOR-ID to MT-OPERATOR(WS-MT-FOUND-IDX)
               move "Y" to WS-MT-CHANGED
               move "Ap-Matching.csv" to WS-LOG-OUTPUT
               add 1 to WS-RECORDS-OUT
               display "Vrijgegeven voor betaling: "
                   function trim(WS-LEVNR-S) " "
                   function trim(WS-DATUM-S) " "
                   function trim(WS-BEDRAG-S).
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-LIST: LIJST -- the open orders (or one order's lines)
      *> and the blocked invoices.
      *>----------------------------------------------------------------
           6000-LIST.
               move function upper-case(function trim(LINK-PARM1))
                   to WS-BESTELBON
               display "Bestelbon    Lev.       Regel Artikel     "
                   "Besteld Ontvangen Gefact.      Prijs"
               perform varying BB-IDX from 1 by 1
                       until BB-IDX > WS-BB-COUNT
                   if (WS-BESTELBON = spaces
                           and BB-GEFACTUREERD(BB-IDX)
                               < BB-BESTELD(BB-IDX))
                       or BB-NUMMER(BB-IDX) = WS-BESTELBON
                       perform 6100-SHOW-LINE thru 6100-EXIT
                   end-if
               end-perform
               display " "
               display "Geblokkeerde facturen:"
               move 0 to WS-GEBLOKKEERD-COUNT
               perform varying MT-IDX from 1 by 1
                       until MT-IDX > WS-MT-COUNT
                   if MT-STATUS(MT-IDX) = "GEBLOKKEERD"
                       add 1 to WS-GEBLOKKEERD-COUNT
                       move MT-BEDRAG(MT-IDX) to DISPLAY-BEDRAG
                       display MT-LEVNR(MT-IDX) " " MT-DATUM(MT-IDX)
                           " " DISPLAY-BEDRAG "  "
                           function trim(MT-REDEN(MT-IDX)) " "
                           function trim(MT-BESTELBON(MT-IDX))
                   end-if
               end-perform
               if WS-GEBLOKKEERD-COUNT = 0
                   display "  (geen)"
               end-if.
           6000-EXIT.
               exit.

           6100-SHOW-LINE.
               move BB-REGEL(BB-IDX) to DISPLAY-REGEL
               move BB-PRIJS(BB-IDX) to DISPLAY-PRIJS
               move BB-BESTELD(BB-IDX) to DISPLAY-AANTAL
               display BB-NUMMER(BB-IDX) " " BB-LEVNR(BB-IDX) " "
                   DISPLAY-REGEL "   " BB-ARTIKEL(BB-IDX)
                   DISPLAY-AANTAL with no advancing
               move BB-ONTVANGEN(BB-IDX) to DISPLAY-AANTAL
               display "   " DISPLAY-AANTAL with no advancing
               move BB-GEFACTUREERD(BB-IDX) to DISPLAY-AANTAL
               display " " DISPLAY-AANTAL " " DISPLAY-PRIJS
               add 1 to WS-RECORDS-OUT.
           6100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7000-SAVE-BESTELBONNEN / 7100-SAVE-MATCHING: the tables back
      *> to their files.
      *>----------------------------------------------------------------
           7000-SAVE-BESTELBONNEN.
               open output BESTEL-FILE
               if WS-BESTEL-STATUS not = "00"
                   display "Error writing Bestelbonnen.csv: "
                       WS-BESTEL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if
               move spaces to BESTEL-REGEL
               string "Bestelbon,Leveranciersnummer,Besteldatum,Regel,"
                          delimited by size
                      "Artikelcode,Besteld,Prijs,Ontvangen,"
                          delimited by size
                      "Gefactureerd" delimited by size
                   into BESTEL-REGEL
               end-string
               write BESTEL-REGEL
               perform varying BB-IDX from 1 by 1
                       until BB-IDX > WS-BB-COUNT
                   move BB-REGEL(BB-IDX) to DISPLAY-REGEL
                   move BB-PRIJS(BB-IDX) to DISPLAY-PRIJS
                   move spaces to BESTEL-REGEL
                   move BB-BESTELD(BB-IDX) to DISPLAY-AANTAL
                   move DISPLAY-AANTAL to WS-BB-BESTELD-S
                   move BB-ONTVANGEN(BB-IDX) to DISPLAY-AANTAL
                   move DISPLAY-AANTAL to WS-BB-ONTVANGEN-S
                   move BB-GEFACTUREERD(BB-IDX) to DISPLAY-AANTAL
                   move DISPLAY-AANTAL to WS-BB-GEFACT-S
                   string function trim(BB-NUMMER(BB-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(BB-LEVNR(BB-IDX))
                              delimited by size
                          "," delimited by size
                          BB-DATUM(BB-IDX) delimited by size
                          "," delimited by size
                          function trim(DISPLAY-REGEL) delimited by size
                          "," delimited by size
                          function trim(BB-ARTIKEL(BB-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(WS-BB-BESTELD-S)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-PRIJS) delimited by size
                          "," delimited by size
                          function trim(WS-BB-ONTVANGEN-S)
                              delimited by size
                          "," delimited by size
                          function trim(WS-BB-GEFACT-S)
                              delimited by size
                       into BESTEL-REGEL
                   end-string
                   write BESTEL-REGEL
               end-perform
               close BESTEL-FILE
               move "Bestelbonnen.csv" to WS-LOG-OUTPUT.
           7000-EXIT.
               exit.

           7100-SAVE-MATCHING.
               open output MATCH-FILE
               if WS-MATCH-STATUS not = "00"
                   display "Error writing Ap-Matching.csv: "
                       WS-MATCH-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 7100-EXIT
               end-if
               move spaces to MATCH-REGEL
               string "Leveranciersnummer,Factuurdatum,Bedrag,"
                          delimited by size
                      "Bestelbon,Status,Reden,Datum,Operator,"
                          delimited by size
                      "Vrijgave" delimited by size
                   into MATCH-REGEL
               end-string
               write MATCH-REGEL
               perform varying MT-IDX from 1 by 1
                       until MT-IDX > WS-MT-COUNT
                   move MT-BEDRAG(MT-IDX) to DISPLAY-BEDRAG
                   move spaces to MATCH-REGEL
                   string function trim(MT-LEVNR(MT-IDX))
                              delimited by size
                          "," delimited by size
                          MT-DATUM(MT-IDX) delimited by size
                          "," delimited by size
                          function trim(DISPLAY-BEDRAG)
                              delimited by size
                          "," delimited by size
                          function trim(MT-BESTELBON(MT-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(MT-STATUS(MT-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(MT-REDEN(MT-IDX))
                              delimited by size
                          "," delimited by size
                          MT-BEHANDELD(MT-IDX) delimited by size
                          "," delimited by size
                          function trim(MT-OPERATOR(MT-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(MT-VRIJGAVE(MT-IDX))
                              delimited by size
                       into MATCH-REGEL
                   end-string
                   write MATCH-REGEL
               end-perform
               close MATCH-FILE.
           7100-EXIT.
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
               move "PurchaseOrders" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               if WS-ACTIE = "MATCH"
                   move WS-PATTERN to LOG-INPUT-FILE
               else
                   move "Bestelbonnen.csv" to LOG-INPUT-FILE
               end-if
               if WS-LOG-OUTPUT not = spaces
                   move WS-LOG-OUTPUT to LOG-OUTPUT-FILE
               else
                   move "-" to LOG-OUTPUT-FILE
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
