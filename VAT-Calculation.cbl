             select LEVERANCIER-FILE assign to "Leveranciers.csv"
                 organization is line sequential
                 file status is WS-LEVERANCIER-STATUS.
             select KOSTENPLAATS-FILE assign to "Kostenplaatsen.csv"
                 organization is line sequential
                 file status is WS-KOSTENPLAATS-STATUS.
             select INTRASTAT-FILE assign to "Intrastat-Detail.csv"
                 organization is line sequential
                 file status is WS-INTRASTAT-STATUS.
             select FXREG-FILE assign to "Fx-Invoices.csv"
                 organization is line sequential
                 file status is WS-FXREG-STATUS.
             select ACTKAND-FILE assign to "Activa-Kandidaten.csv"
                 organization is line sequential
                 file status is WS-ACTKAND-STATUS.
             select KLANTEN-ISAM assign to "Klanten.dat"
                 organization is indexed
                 access mode is random
                 record key is KLX-NUMMER
                 file status is WS-KLISAM-STATUS.
             select OSS-TARIEF-FILE assign to "OSS-Tarieven.csv"
                 organization is line sequential
                 file status is WS-OSS-TARIEF-STATUS.
             select OSS-CONFIG-FILE assign to "OSS-Config.csv"
                 organization is line sequential
                 file status is WS-OSS-CONFIG-STATUS.
             select OSS-OMZET-FILE assign to "OSS-Jaaromzet.csv"
                 organization is line sequential
                 file status is WS-OSS-OMZET-STATUS.

       data division.

       copy "CSVREC.cpy" replacing ==CSV-RAW-LINE== by ==LEESREGEL==.

           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(140).

           fd SUMMARY-FILE.
           01 SUMMARY-REGEL pic x(100).
           01 RECON-REGEL pic x(60).

           fd CATALOG-FILE.
           01 CATALOG-REGEL pic x(400).

           fd OUTCOL-FILE.
           01 OUTCOL-REGEL pic x(20).
           fd LEVERANCIER-FILE.
           01 LEVERANCIER-REGEL pic x(150).

           fd KOSTENPLAATS-FILE.
           01 KOSTENPLAATS-REGEL pic x(80).

           fd INTRASTAT-FILE.
           01 INTRASTAT-REGEL pic x(80).

           fd FXREG-FILE.
           01 FXREG-REGEL pic x(80).

           fd ACTKAND-FILE.
           01 ACTKAND-REGEL pic x(100).

           fd KLANTEN-ISAM.
           01 KLANTEN-ISAM-REC.
               05 KLX-NUMMER    pic x(10).
               05 KLX-LANDCODE  pic x(02).
               05 KLX-TERMIJN   pic x(04).

           fd OSS-TARIEF-FILE.
           01 OSS-TARIEF-REGEL pic x(40).

           fd OSS-CONFIG-FILE.
           01 OSS-CONFIG-REGEL pic x(40).

           fd OSS-OMZET-FILE.
           01 OSS-OMZET-REGEL pic x(40).

       working-storage section.

           01  EOF-FLAG PIC X(1) VALUE "0".
      *>    a past run back is a catalog search instead of a rummage
      *>    through dated folders. See ArchiveRetrieve.
           01 WS-CATALOG-STATUS pic xx.
           01 WS-SEAL-ACTIE pic x(01) value "S".
           01 WS-SEAL-REGEL pic x(400).
           01 WS-SEAL-BESTANDEN pic x(200).
           01 WS-SEAL-STATUS pic x(12).
           01 WS-CATALOG-TOTAL-OUT pic -(10)9.99.

      *>    batch control totals, broken out by VAT rate, for the
      *>    8th is the Faktuurnr, written empty here and filled in by
      *>    InvoiceGeneration when the invoice print run numbers the
      *>    row, and the 9th the Vervaldatum (Factuurdatum plus the
      *>    customer's payment terms) for the receivables aging. The
      *>    10th is the row's Kostenplaats (cost centre, blank when
      *>    the input row carried none) for GlJournalExport and the
      *>    cost-centre result -- keeping every position fixed ahead
      *>    of the optional customer columns.
           01 WS-RICHTING pic x(08) value "VERKOOP".
      *>    check-only pre-flight switch -- see LINK-VAT-MODE "K".
      *>    The output/summary/report writes are steered into a
           01 WS-RUNID-SEQ-S pic x(10).
           01 WS-RUNID-ROWBUF pic x(200).
           01 WS-RUNID-ROWBUF-IN pic x(200).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "VAT-Rates.csv".
               05 filler pic x(30) value "CurrencyRates.csv".
               05 filler pic x(30) value "OSS-Tarieven.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 3 times.
           01 FP-TABEL-COUNT pic 9(02) value 3.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "VATCalculation".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

      *>    indexed customer master -- when Klanten.dat exists (built
      *>    by MasterConvert) each row's customer is read by key on
      *> customer whose Landcode is an EU country other than BE goes
      *> out at 0% with the VAT shifted to the customer. The customer
      *> must carry a structurally valid BTW-nummer for its country;
      *> a malformed number rejects the row rather than silently
      *> billing 0%, a missing one makes the row a B2C distance sale
      *> (see OSS below). These rows are totaled in their own
      *> bucket (not the 0% rate bucket) so the aangifte's intra-EU
      *> grid can be filled, and marked VERLEGD in the output.
      *>----------------------------------------------------------------
           01 WS-FXREG-STATUS pic xx.
           01 DISPLAY-FX-KOERS pic ZZ9.9999.

      *>----------------------------------------------------------------
      *> investment purchases -- DocSoort ACTIEF on a purchase row
      *> marks a server, a van, a machine: an asset, not a cost. The
      *> VAT is the ordinary deductible purchase VAT and the row stays
      *> AANKOOP, but it is also appended to Activa-Kandidaten.csv
      *> ("Leverancier,Factuurdatum,BedragExcl,Omschrijving,
      *> Bronbestand"), from which FixedAssets activates it into the
      *> fixed-asset register. The Artikelcode column, unused on the
      *> purchase side, carries a short description.
      *>----------------------------------------------------------------
           01 WS-ACTKAND-STATUS pic xx.

      *>----------------------------------------------------------------
      *> stock receipts -- a purchase row carrying the code of an
      *> article kept in stock (Voorraad.csv) puts the goods on the
      *> shelf through StockMutation, at the row's EUR amount excl.
      *> VAT per piece. The quantity is one more optional column
      *> after Land, Aantal (1 when blank); a negative amount is a
      *> return to the supplier and takes the quantity back out.
      *>----------------------------------------------------------------
           01 WS-AANTAL-S pic x(08).
           01 WS-STOCK-AANTAL pic 9(05).
           01 WS-SM-ACTIE pic x(10).
           01 WS-SM-ARTIKEL pic x(10).

      *>----------------------------------------------------------------
      *> cost centres -- one more optional input column after Aantal,
      *> Kostenplaats: the cost centre the revenue or purchase
      *> belongs to. It is written as the 10th core output column.
      *> With Kostenplaatsen.csv ("Code,Omschrijving,Actief") present
      *> a code must resolve and be active, or the row rejects; a
      *> site without the master takes the code as given.
      *>----------------------------------------------------------------
           01 WS-KOSTENPLAATS-S pic x(10).
           01 WS-KOSTENPLAATS-STATUS pic xx.
           01 WS-KOSTENPLAATS-EOF pic x(01).
           01 WS-KOSTENPLAATS-COUNT pic 9(03) value 0.
           01 WS-KOSTENPLAATS-LEESREGEL pic x(80).
           01 KOSTENPLAATS-TABLE.
               05 KOSTENPLAATS-ENTRY OCCURS 200 TIMES
                       INDEXED BY KOSTENPLAATS-IDX.
                   10 KPM-CODE pic x(10).
                   10 KPM-OMSCHRIJVING pic x(40).
                   10 KPM-ACTIEF pic x(01).
           01 WS-KOSTENPLAATS-FOUND pic x(01).
           01 WS-SM-AANTAL pic s9(7).
           01 WS-SM-PRIJS pic 9(7)v9999.
           01 WS-SM-REDEN pic x(20).
           01 WS-SM-REFERENTIE pic x(30).
           01 WS-SM-RESULTAAT pic x(01).
           01 WS-SM-STAND pic s9(7).
           01 WS-SM-MINIMUM pic 9(7).

           01 WS-VERLEGD-ROW pic x(01).
           01 WS-CUST-BTWNUMMER pic x(14).
           01 WS-CUST-LANDCODE pic x(02).
           01 DISPLAY-VERLEGD-EXCL pic -(8)9.99.
           01 DISPLAY-VERLEGD-COUNT pic Z(6)9.

      *>----------------------------------------------------------------
      *> OSS (One-Stop-Shop) -- a sales row for a customer in another
      *> EU country WITHOUT a BTW-nummer is a B2C distance sale. Once
      *> the year's EU-wide B2C distance sales pass the threshold
      *> (or passed it last year) such a sale carries the destination
      *> country's rate and is declared through OSS, not in the
      *> Belgian aangifte. OSS-Tarieven.csv ("Landcode,BETarief,
      *> Tarief") is both the member-state list and the rate map: the
      *> Belgian rate on the row picks the destination rate (Tarief
      *> may carry one decimal, e.g. 5.5). OSS-Config.csv
      *> ("Sleutel,Waarde") holds DREMPEL (default 10000.00) and
      *> REGIME -- AUTO (the threshold decides), OSS (always the
      *> destination rate) or BE (always the Belgian rate).
      *> OSS-Jaaromzet.csv ("Jaar,Omzet") carries the running B2C
      *> distance-sales total per invoice year across runs. A Landcode
      *> not in OSS-Tarieven.csv is not an EU member state and rejects
      *> as before; a member state without a rate for the row's
      *> Belgian rate rejects too. The row is marked OSS-<Landcode>
      *> in the richting column and totaled in its own bucket.
      *>----------------------------------------------------------------
           01 WS-OSS-TARIEF-STATUS pic xx.
           01 WS-OSS-CONFIG-STATUS pic xx.
           01 WS-OSS-OMZET-STATUS pic xx.
           01 WS-OSS-EOF pic x(01).
           01 WS-OSS-LEESREGEL pic x(40).
           01 WS-OSS-F1-S pic x(20).
           01 WS-OSS-F2-S pic x(12).
           01 WS-OSS-F3-S pic x(12).
           01 WS-OSS-TARIEF-COUNT pic 9(03) value 0.
           01 WS-OSS-TARIEF-TABLE.
               05 WS-OSS-TARIEF-ENTRY occurs 120 times.
                   10 OSST-LAND pic x(02).
                   10 OSST-BE-TARIEF pic 9(02).
                   10 OSST-TARIEF pic 9(02)v9.
           01 WS-OSS-IDX pic 9(03).
           01 WS-OSS-OMZET-COUNT pic 9(02) value 0.
           01 WS-OSS-OMZET-TABLE.
               05 WS-OSS-OMZET-ENTRY occurs 20 times.
                   10 OSSO-JAAR pic x(04).
                   10 OSSO-OMZET pic S9(9)V99.
           01 WS-OSS-JAAR-IDX pic 9(02).
           01 WS-OSS-VORIG-JAAR pic 9(04).
           01 WS-OSS-VORIG-JAAR-X redefines WS-OSS-VORIG-JAAR
               pic x(04).
           01 WS-OSS-VORIG-OMZET pic S9(9)V99.
           01 WS-OSS-DREMPEL pic 9(7)V99 value 10000.
           01 WS-OSS-REGIME pic x(04) value "AUTO".
           01 WS-OSS-KANDIDAAT pic x(01).
           01 WS-OSS-ROW pic x(01).
           01 WS-OSS-LID pic x(01).
           01 WS-OSS-BASIS pic S9(7)V99.
           01 WS-OSS-OMZET-GEWIJZIGD pic x(01) value "N".
           01 WS-REKEN-TARIEF pic 9(02)V9.
           01 WS-TARIEF-UIT pic x(04).
           01 DISPLAY-OSS-TARIEF pic Z9.9.
           01 DISPLAY-OSS-OMZET pic -(9)9.99.
           01 WS-OSS-TOTAL-EXCL pic S9(9)V99 value 0.
           01 WS-OSS-TOTAL-VAT pic S9(9)V99 value 0.
           01 WS-OSS-TOTAL-INCL pic S9(9)V99 value 0.
           01 WS-OSS-COUNT-ROWS pic 9(7) value 0.

      *>----------------------------------------------------------------
      *> effective-dated VAT rates -- each input row may carry a
      *> Factuurdatum (YYYY-MM-DD, after the Valuta column; blank
           end-if
           display "WS-PERIOD-COUNT: " WS-PERIOD-COUNT

      *>    the OSS rate map, threshold and running year totals -- see
      *>    the banner above. A site without OSS-Tarieven.csv keeps
      *>    rejecting B2C rows for foreign customers exactly as before.
           perform 7200-LOAD-OSS-TABELLEN thru 7200-EXIT

      *>    the indexed master takes precedence over the CSV preload
      *>    when it exists
           open input KLANTEN-ISAM
           end-if
           display "WS-ARTIKEL-COUNT: " WS-ARTIKEL-COUNT

      *>    load the cost-centre master -- optional, see the banner
           move 0 to WS-KOSTENPLAATS-COUNT
           open input KOSTENPLAATS-FILE
           DISPLAY "Status after OPEN kostenplaats-file: "
               WS-KOSTENPLAATS-STATUS
           if WS-KOSTENPLAATS-STATUS = "00"
               read KOSTENPLAATS-FILE into WS-KOSTENPLAATS-LEESREGEL
      *>        skips header
               move "0" to WS-KOSTENPLAATS-EOF
               perform until WS-KOSTENPLAATS-EOF = "1"
                   read KOSTENPLAATS-FILE
                       into WS-KOSTENPLAATS-LEESREGEL
                       at end
                           move "1" to WS-KOSTENPLAATS-EOF
                       not at end
                           if WS-KOSTENPLAATS-COUNT >= 200
                               display "Cost centre table full, "
                                   "skipping: "
                                   WS-KOSTENPLAATS-LEESREGEL
                           else
                               add 1 to WS-KOSTENPLAATS-COUNT
                               move spaces to KOSTENPLAATS-ENTRY(
                                   WS-KOSTENPLAATS-COUNT)
                               unstring function trim(
                                       WS-KOSTENPLAATS-LEESREGEL)
                                   delimited by ","
                                   into KPM-CODE(
                                           WS-KOSTENPLAATS-COUNT)
                                        KPM-OMSCHRIJVING(
                                           WS-KOSTENPLAATS-COUNT)
                                        KPM-ACTIEF(
                                           WS-KOSTENPLAATS-COUNT)
                               end-unstring
                               move function upper-case(KPM-CODE(
                                       WS-KOSTENPLAATS-COUNT))
                                   to KPM-CODE(WS-KOSTENPLAATS-COUNT)
                           end-if
                   end-read
               end-perform
               close KOSTENPLAATS-FILE
           end-if
           display "WS-KOSTENPLAATS-COUNT: " WS-KOSTENPLAATS-COUNT

      *>    load the selected/ordered trailing output columns from
      *>    VAT-OutputColumns.csv (see OUTCOLS.cpy) -- a first run
      *>    before that file exists keeps every optional column, in
                                       exit perform
                                   end-if
                               end-perform
                               if WS-RESUME-RICHTING-S(1:4) = "OSS-"
      *>                          OSS rows carry the destination rate,
      *>                          not a VATRATE.cpy one -- their own
      *>                          bucket again, and no rate bucket.
                                 add function numval-c(function trim(
                                     WS-RESUME-PRIJS-S))
                                     to WS-OSS-TOTAL-EXCL
                                 add function numval-c(function trim(
                                     WS-RESUME-BEDRAG-S))
                                     to WS-OSS-TOTAL-VAT
                                 add function numval-c(function trim(
                                     WS-RESUME-TOTAAL-S))
                                     to WS-OSS-TOTAL-INCL
                                 add 1 to WS-OSS-COUNT-ROWS
                                 add function numval-c(function trim(
                                     WS-RESUME-PRIJS-S))
                                     to WS-GRAND-TOTAL-EXCL
                                 add function numval-c(function trim(
                                     WS-RESUME-BEDRAG-S))
                                     to WS-GRAND-TOTAL-VAT
                                 add function numval-c(function trim(
                                     WS-RESUME-TOTAAL-S))
                                     to WS-GRAND-TOTAL-INCL
                                 move "N" to VAT-RATE-FOUND
                                 move spaces to WS-RESUME-RICHTING-S
                               end-if
                               if function trim(WS-RESUME-RICHTING-S)
                                       = "VERLEGD"
      *>                          reverse-charge rows recover into
                  move spaces to WS-GOEDEREN-S
                  move spaces to WS-MASSA-S
                  move spaces to WS-LAND-S
                  move spaces to WS-AANTAL-S
                  move spaces to WS-KOSTENPLAATS-S
                  if WS-FIXED-WIDTH-MODE = "Y"
      *>               fixed columns, no delimiters -- see the layout
      *>               noted against WS-FIXED-WIDTH-MODE above.
                             WS-GOEDEREN-S
                             WS-MASSA-S
                             WS-LAND-S
                             WS-AANTAL-S
                             WS-KOSTENPLAATS-S
                     end-unstring
                     move function upper-case(WS-KOSTENPLAATS-S)
                         to WS-KOSTENPLAATS-S
                  end-if

      *>           Factuurdatum is an optional trailing column -- a
               end-if
           end-if

      *>    a cost centre must resolve, and be active, once the
      *>    master is loaded
           if WS-ROW-OK = "Y" and WS-KOSTENPLAATS-COUNT > 0
               and WS-KOSTENPLAATS-S not = spaces
               move "N" to WS-KOSTENPLAATS-FOUND
               perform varying KOSTENPLAATS-IDX from 1 by 1
                       until KOSTENPLAATS-IDX > WS-KOSTENPLAATS-COUNT
                   if KPM-CODE(KOSTENPLAATS-IDX) = WS-KOSTENPLAATS-S
                       move "Y" to WS-KOSTENPLAATS-FOUND
                       if function upper-case(
                               KPM-ACTIEF(KOSTENPLAATS-IDX)) = "N"
                           move "A" to WS-KOSTENPLAATS-FOUND
                       end-if
                       exit perform
                   end-if
               end-perform
               if WS-KOSTENPLAATS-FOUND = "N"
                   move "N" to WS-ROW-OK
                   move spaces to WS-REJECT-REASON
                   string "Onbekende kostenplaats: "
                           delimited by size
                          WS-KOSTENPLAATS-S delimited by size
                       into WS-REJECT-REASON
                   end-string
               end-if
               if WS-KOSTENPLAATS-FOUND = "A"
                   move "N" to WS-ROW-OK
                   move spaces to WS-REJECT-REASON
                   string "Kostenplaats afgesloten: "
                           delimited by size
                          WS-KOSTENPLAATS-S delimited by size
                       into WS-REJECT-REASON
                   end-string
               end-if
           end-if

      *>    intra-EU reverse-charge detection -- a sales row for a
      *>    customer in another EU country ships at 0% with "BTW
      *>    verlegd", provided the customer's BTW-nummer is present
      *>    and structurally valid for its country; otherwise the row
      *>    rejects instead of silently billing 0%.
           move "N" to WS-VERLEGD-ROW
           move "N" to WS-OSS-KANDIDAAT
           move "N" to WS-OSS-ROW
           move 0 to WS-OSS-JAAR-IDX
           move spaces to WS-CUST-BTWNUMMER
           move spaces to WS-CUST-LANDCODE
           if WS-CUSTOMER-FOUND-IDX > 0
                   and function trim(WS-CUST-LANDCODE) not = spaces
                   and WS-CUST-LANDCODE not = "BE"
               if function trim(WS-CUST-BTWNUMMER) = spaces
      *>            no BTW-nummer: a private customer. In an EU member
      *>            state that is a B2C distance sale (OSS), anywhere
      *>            else the row still rejects.
                   move "N" to WS-OSS-LID
                   perform varying WS-OSS-IDX from 1 by 1
                           until WS-OSS-IDX > WS-OSS-TARIEF-COUNT
                       if OSST-LAND(WS-OSS-IDX) = WS-CUST-LANDCODE
                           move "Y" to WS-OSS-LID
                           exit perform
                       end-if
                   end-perform
                   if WS-OSS-LID = "Y"
                       move "Y" to WS-OSS-KANDIDAAT
                   else
                       move "N" to WS-ROW-OK
                       move "BTW verlegd: BTW-nummer ontbreekt"
                           to WS-REJECT-REASON
                   end-if
               else
                   move "N" to WS-BTWNR-VALID
                   move function length(
           end-if

      *>    the optional DocSoort column -- VOORSCHOT or SLOT, sales
      *>    side only, ACTIEF purchase side only; anything else in
      *>    that position is a keying error that must not silently
      *>    print as an ordinary invoice.
           move spaces to WS-DOCSOORT
           if function trim(WS-DOCSOORT-S) not = spaces
               move function upper-case(function trim(WS-DOCSOORT-S))
                   to WS-DOCSOORT
               if WS-DOCSOORT not = "VOORSCHOT"
                       and WS-DOCSOORT not = "SLOT"
                       and WS-DOCSOORT not = "ACTIEF"
                   move "N" to WS-ROW-OK
                   string "Onbekende DocSoort: " delimited by size
                          WS-DOCSOORT-S delimited by size
                   end-string
               end-if
               if LINK-VAT-MODE = "P"
                       and WS-DOCSOORT not = "ACTIEF"
                   move "N" to WS-ROW-OK
                   move "DocSoort niet op aankoopzijde"
                       to WS-REJECT-REASON
               end-if
               if LINK-VAT-MODE not = "P"
                       and WS-DOCSOORT = "ACTIEF"
                   move "N" to WS-ROW-OK
                   move "DocSoort ACTIEF enkel op aankoopzijde"
                       to WS-REJECT-REASON
               end-if
               if WS-VERLEGD-ROW = "Y"
                   move "N" to WS-ROW-OK
                   move "DocSoort niet bij BTW verlegd"

      *>    a row carrying an article code must use that article's
      *>    rate -- only checked when the master is actually loaded.
      *>    On an ACTIEF purchase the column is a description instead.
           if WS-ROW-OK = "Y"
               and function trim(WS-ARTIKEL-S) not = spaces
               and WS-ARTIKEL-COUNT > 0
               and WS-DOCSOORT not = "ACTIEF"
               move "N" to WS-ARTIKEL-FOUND
               perform varying ARTIKEL-IDX from 1 by 1
                       until ARTIKEL-IDX > WS-ARTIKEL-COUNT
               end-if
           end-if

      *>    a quantity must be a whole number of pieces
           if WS-ROW-OK = "Y"
               and function trim(WS-AANTAL-S) not = spaces
               if function test-numval(function trim(WS-AANTAL-S))
                       not = 0
                   move "N" to WS-ROW-OK
                   move "Ongeldig Aantal" to WS-REJECT-REASON
               else
                   if function numval(function trim(WS-AANTAL-S))
                           not > 0
                       or function numval(function trim(WS-AANTAL-S))
                           not = function integer-part(function
                               numval(function trim(WS-AANTAL-S)))
                       move "N" to WS-ROW-OK
                       move "Ongeldig Aantal" to WS-REJECT-REASON
                   end-if
               end-if
           end-if

      *>    a non-blank Valuta column has to resolve against the rate
      *>    table loaded at startup -- an unrecognized code is rejected
      *>    rather than run through the calculation as if it were EUR.
                   end-if
               end-if

      *>        a B2C distance sale over the OSS threshold swaps the
      *>        validated Belgian rate for the destination rate.
               move BTW-TARIEF to WS-REKEN-TARIEF
               if WS-ROW-OK = "Y" and VAT-RATE-FOUND = "Y"
                       and WS-OSS-KANDIDAAT = "Y"
                   perform 7300-CHECK-OSS thru 7300-EXIT
               end-if

               if WS-ROW-OK = "Y" and VAT-RATE-FOUND = "Y"
                   if LINK-VAT-MODE = "R"
                       compute ORIGINELE-PRIJS
                               rounded mode is NEAREST-AWAY-FROM-ZERO =
                           TOTAAL-BEDRAG / (1 + (WS-REKEN-TARIEF / 100))
                       compute BTW-BEDRAG
                               rounded mode is NEAREST-AWAY-FROM-ZERO =
                           TOTAAL-BEDRAG - ORIGINELE-PRIJS
                   else
                       compute BTW-BEDRAG
                               rounded mode is NEAREST-AWAY-FROM-ZERO =
                           ORIGINELE-PRIJS * WS-REKEN-TARIEF / 100
                       compute TOTAAL-BEDRAG
                               rounded mode is NEAREST-AWAY-FROM-ZERO =
                           ORIGINELE-PRIJS + BTW-BEDRAG
               if WS-VERLEGD-ROW = "Y"
                   add ORIGINELE-PRIJS to WS-VERLEGD-TOTAL-EXCL
                   add 1               to WS-VERLEGD-COUNT-ROWS
               else
               if WS-OSS-ROW = "Y"
                   add ORIGINELE-PRIJS to WS-OSS-TOTAL-EXCL
                   add BTW-BEDRAG      to WS-OSS-TOTAL-VAT
                   add TOTAAL-BEDRAG   to WS-OSS-TOTAL-INCL
                   add 1               to WS-OSS-COUNT-ROWS
               else
                   add ORIGINELE-PRIJS
                       to WS-RATE-TOTAL-EXCL(VAT-RATE-IDX)
                   add 1
                       to WS-RATE-COUNT-ROWS(VAT-RATE-IDX)
               end-if
               end-if
      *>        every accepted B2C distance sale counts towards the
      *>        year's OSS threshold, under it or over it.
               if WS-OSS-JAAR-IDX > 0
                   add ORIGINELE-PRIJS to OSSO-OMZET(WS-OSS-JAAR-IDX)
                   move "Y" to WS-OSS-OMZET-GEWIJZIGD
               end-if
               add ORIGINELE-PRIJS to WS-GRAND-TOTAL-EXCL
               add BTW-BEDRAG      to WS-GRAND-TOTAL-VAT
               add TOTAAL-BEDRAG   to WS-GRAND-TOTAL-INCL

               move ORIGINELE-PRIJS to DISPLAY-ORIGINELE-PRIJS
               move BTW-TARIEF to DISPLAY-BTW-TARIEF
               move DISPLAY-BTW-TARIEF to WS-TARIEF-UIT
      *>        an OSS destination rate may carry a decimal (5.5)
               if WS-OSS-ROW = "Y"
                   if function integer-part(WS-REKEN-TARIEF)
                           = WS-REKEN-TARIEF
                       move WS-REKEN-TARIEF to DISPLAY-BTW-TARIEF
                       move DISPLAY-BTW-TARIEF to WS-TARIEF-UIT
                   else
                       move WS-REKEN-TARIEF to DISPLAY-OSS-TARIEF
                       move DISPLAY-OSS-TARIEF to WS-TARIEF-UIT
                   end-if
               end-if
               move BTW-BEDRAG to DISPLAY-BTW-BEDRAG
               move TOTAAL-BEDRAG to DISPLAY-TOTAAL-BEDRAG

                 display "ORIGINELE-PRIJS: " DISPLAY-ORIGINELE-PRIJS
                 display "BTW-TARIEF: " WS-TARIEF-UIT
                 display "BTW-BEDRAG: " DISPLAY-BTW-BEDRAG
                 display "TOTAAL-BEDRAG: " DISPLAY-TOTAAL-BEDRAG
                 display " "
      *>           DocSoort marks its sales row VOORSCHOT or SLOT.
                  if WS-VERLEGD-ROW = "Y"
                      move "VERLEGD" to WS-RICHTING
                  else
                  if WS-OSS-ROW = "Y"
                      move spaces to WS-RICHTING
                      string "OSS-" WS-CUST-LANDCODE
                          delimited by size
                          into WS-RICHTING
                      end-string
                  else
                      if LINK-VAT-MODE = "P"
                          move "AANKOOP" to WS-RICHTING
                          end-if
                      end-if
                  end-if
                  end-if

      *>           selected/ordered trailing columns -- see OUTCOLS.cpy
                  move spaces to WS-OUTCOL-SUFFIX
                      function trim(DISPLAY-ORIGINELE-PRIJS)
                          delimited by size
                      "," delimited by size
                      function trim(WS-TARIEF-UIT) delimited by size
                      "," delimited by size
                     function trim(DISPLAY-BTW-BEDRAG) delimited by size
                      "," delimited by size
                      "," delimited by size
                      "," delimited by size
                      WS-VERVALDATUM delimited by size
                      "," delimited by size
                      function trim(WS-KOSTENPLAATS-S) delimited by size
                      function trim(WS-OUTCOL-SUFFIX) delimited by size
                      into OUTPUT-REGEL

                   and WS-RICHTING not = "AANKOOP"
                   perform 7600-WRITE-FX-REGISTER thru 7600-EXIT
               end-if
      *>        investment purchases to the fixed-asset candidates
               if WS-DOCSOORT = "ACTIEF"
                   and WS-RICHTING = "AANKOOP"
                   perform 7700-WRITE-ACTIVA-KANDIDAAT thru 7700-EXIT
               end-if
      *>        purchased articles onto the shelf
               if WS-RICHTING = "AANKOOP"
                   and WS-DOCSOORT not = "ACTIEF"
                   and function trim(WS-ARTIKEL-S) not = spaces
                   perform 7800-BOOK-STOCK-RECEIPT thru 7800-EXIT
               end-if

      *>        printed-report detail line -- a fresh page (a blank
      *>        separator gap ahead of every page after the first) when
                   write REPORT-REGEL
               end-if
               move ORIGINELE-PRIJS to RPT-PRIJS
               move WS-REKEN-TARIEF to RPT-TARIEF
               move BTW-BEDRAG to RPT-BTW
               move TOTAAL-BEDRAG to RPT-TOTAAL
               move OUT-CUST-NAAM to RPT-KLANT
                   write SUMMARY-REGEL
               end-if

      *>        OSS bucket -- destination-country VAT, declared
      *>        through the OSS return, not the Belgian aangifte.
               if WS-OSS-COUNT-ROWS > 0
                   move WS-OSS-COUNT-ROWS to DISPLAY-VERLEGD-COUNT
                   move WS-OSS-TOTAL-EXCL to DISPLAY-RATE-TOTAL-EXCL
                   move WS-OSS-TOTAL-VAT to DISPLAY-RATE-TOTAL-VAT
                   move WS-OSS-TOTAL-INCL to DISPLAY-RATE-TOTAL-INCL
                   move spaces to SUMMARY-REGEL
                   string
                       "OSS," delimited by size
                       function trim(DISPLAY-VERLEGD-COUNT)
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-RATE-TOTAL-EXCL)
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-RATE-TOTAL-VAT)
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-RATE-TOTAL-INCL)
                           delimited by size
                       into SUMMARY-REGEL
                   end-string
                   move SUMMARY-REGEL to WS-RUNID-ROWBUF-IN
                   perform 9200-APPEND-RUNID thru 9200-EXIT
                   move WS-RUNID-ROWBUF to SUMMARY-REGEL
                   write SUMMARY-REGEL
               end-if

               move WS-GRAND-TOTAL-EXCL to DISPLAY-RATE-TOTAL-EXCL
               move WS-GRAND-TOTAL-VAT to DISPLAY-RATE-TOTAL-VAT
               move WS-GRAND-TOTAL-INCL to DISPLAY-RATE-TOTAL-INCL
               end-if
           end-if

      *>    carry the B2C distance-sales totals forward for the next
      *>    run's OSS threshold -- never from a pre-flight or rerun.
           if WS-CHECK-ONLY not = "Y" and WS-RERUN-DRY not = "Y"
                   and WS-OSS-OMZET-GEWIJZIGD = "Y"
               perform 7400-WRITE-OSS-JAAROMZET thru 7400-EXIT
           end-if

      *>    a regression rerun is not a run of record -- it must not
      *>    file itself into Archive/ or the catalog.
           if WS-CHECK-ONLY not = "Y" and WS-RERUN-DRY not = "Y"

      *>    catalog the archived run -- date, program, file, counts,
      *>    batch total and where the copies went.
           move WS-GRAND-TOTAL-INCL to WS-CATALOG-TOTAL-OUT
           move WS-RUNLOG-RECORDS-IN to LOG-RECORDS-IN
           move WS-RUNLOG-RECORDS-OUT to LOG-RECORDS-OUT
           move spaces to WS-SEAL-REGEL
           string
               WS-ARCHIVE-DATE delimited by size
               ",VATCalculation," delimited by size
               function trim(LOG-INPUT-FILE) delimited by size
               "," delimited by size
               function trim(LOG-RECORDS-IN) delimited by size
               "," delimited by size
               function trim(LOG-RECORDS-OUT) delimited by size
               "," delimited by size
               function trim(WS-CATALOG-TOTAL-OUT)
                   delimited by size
               ",Archive/" delimited by size
               WS-ARCHIVE-DATE delimited by size
               into WS-SEAL-REGEL
           end-string
      *>    seal the row -- the checksum of every archived file,
      *>    chained to the catalog row before it (see ArchiveSeal).
           move spaces to WS-SEAL-BESTANDEN
           string function trim(LOG-INPUT-FILE) " "
                  function trim(LOG-OUTPUT-FILE)
               delimited by size into WS-SEAL-BESTANDEN
           end-string
           call "ArchiveSeal" using WS-SEAL-ACTIE WS-SEAL-REGEL
               WS-SEAL-BESTANDEN WS-SEAL-STATUS LINK-OPERATOR-ID
           end-call
           cancel "ArchiveSeal"
           move 0 to return-code
           open extend CATALOG-FILE
           if WS-CATALOG-STATUS not = "00"
               open output CATALOG-FILE
               if WS-CATALOG-STATUS = "00"
                   move spaces to CATALOG-REGEL
                   string "RunDatum,Programma,InputFile,RecordsIn,"
                          "RecordsOut,BatchTotaal,ArchiefPad,"
                          "Bestanden,Keten"
                              delimited by size
                       into CATALOG-REGEL
                   end-string
               end-if
           end-if
           if WS-CATALOG-STATUS = "00"
               move WS-SEAL-REGEL to CATALOG-REGEL
               write CATALOG-REGEL
               close CATALOG-FILE
           end-if
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 7200-LOAD-OSS-TABELLEN: the OSS rate map, the threshold and
      *> regime, and the running B2C distance-sales total per year --
      *> all three optional, see the OSS banner in working-storage.
      *>----------------------------------------------------------------
           7200-LOAD-OSS-TABELLEN.
               move 0 to WS-OSS-TARIEF-COUNT
               open input OSS-TARIEF-FILE
               if WS-OSS-TARIEF-STATUS = "00"
                   read OSS-TARIEF-FILE into WS-OSS-LEESREGEL *> header
                   move "0" to WS-OSS-EOF
                   perform until WS-OSS-EOF = "1"
                       read OSS-TARIEF-FILE into WS-OSS-LEESREGEL
                           at end
                               move "1" to WS-OSS-EOF
                           not at end
                               if WS-OSS-TARIEF-COUNT >= 120
                                   display "OSS rate table full, "
                                       "skipping: " WS-OSS-LEESREGEL
                               else
                                   move spaces to WS-OSS-F1-S
                                   move spaces to WS-OSS-F2-S
                                   move spaces to WS-OSS-F3-S
                                   unstring function trim(
                                           WS-OSS-LEESREGEL)
                                       delimited by ","
                                       into WS-OSS-F1-S
                                            WS-OSS-F2-S
                                            WS-OSS-F3-S
                                   end-unstring
                                   if WS-OSS-F1-S not = spaces
                                       add 1 to WS-OSS-TARIEF-COUNT
                                       move function upper-case(
                                           WS-OSS-F1-S(1:2))
                                           to OSST-LAND(
                                               WS-OSS-TARIEF-COUNT)
                                       move function numval(
                                           function trim(WS-OSS-F2-S))
                                           to OSST-BE-TARIEF(
                                               WS-OSS-TARIEF-COUNT)
                                       move function numval(
                                           function trim(WS-OSS-F3-S))
                                           to OSST-TARIEF(
                                               WS-OSS-TARIEF-COUNT)
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close OSS-TARIEF-FILE
               end-if
               display "WS-OSS-TARIEF-COUNT: " WS-OSS-TARIEF-COUNT

               open input OSS-CONFIG-FILE
               if WS-OSS-CONFIG-STATUS = "00"
                   read OSS-CONFIG-FILE into WS-OSS-LEESREGEL *> header
                   move "0" to WS-OSS-EOF
                   perform until WS-OSS-EOF = "1"
                       read OSS-CONFIG-FILE into WS-OSS-LEESREGEL
                           at end
                               move "1" to WS-OSS-EOF
                           not at end
                               move spaces to WS-OSS-F1-S
                               move spaces to WS-OSS-F2-S
                               unstring function trim(WS-OSS-LEESREGEL)
                                   delimited by ","
                                   into WS-OSS-F1-S
                                        WS-OSS-F2-S
                               end-unstring
                               evaluate function upper-case(
                                       function trim(WS-OSS-F1-S))
                                   when "DREMPEL"
                                       move function numval(
                                           function trim(WS-OSS-F2-S))
                                           to WS-OSS-DREMPEL
                                   when "REGIME"
                                       move function upper-case(
                                           function trim(WS-OSS-F2-S))
                                           to WS-OSS-REGIME
                               end-evaluate
                       end-read
                   end-perform
                   close OSS-CONFIG-FILE
               end-if
               if WS-OSS-REGIME not = "AUTO"
                       and WS-OSS-REGIME not = "OSS"
                       and WS-OSS-REGIME not = "BE"
                   display "Onbekend OSS-regime " WS-OSS-REGIME
                       " -- AUTO gebruikt."
                   move "AUTO" to WS-OSS-REGIME
               end-if
               display "OSS regime: " WS-OSS-REGIME
                   " drempel: " WS-OSS-DREMPEL

               move 0 to WS-OSS-OMZET-COUNT
               open input OSS-OMZET-FILE
               if WS-OSS-OMZET-STATUS = "00"
                   read OSS-OMZET-FILE into WS-OSS-LEESREGEL *> header
                   move "0" to WS-OSS-EOF
                   perform until WS-OSS-EOF = "1"
                       read OSS-OMZET-FILE into WS-OSS-LEESREGEL
                           at end
                               move "1" to WS-OSS-EOF
                           not at end
                               move spaces to WS-OSS-F1-S
                               move spaces to WS-OSS-F2-S
                               unstring function trim(WS-OSS-LEESREGEL)
                                   delimited by ","
                                   into WS-OSS-F1-S
                                        WS-OSS-F2-S
                               end-unstring
                               if WS-OSS-F1-S not = spaces
                                       and WS-OSS-OMZET-COUNT < 20
                                   add 1 to WS-OSS-OMZET-COUNT
                                   move WS-OSS-F1-S(1:4)
                                       to OSSO-JAAR(WS-OSS-OMZET-COUNT)
                                   move function numval(
                                       function trim(WS-OSS-F2-S))
                                       to OSSO-OMZET(WS-OSS-OMZET-COUNT)
                               end-if
                       end-read
                   end-perform
                   close OSS-OMZET-FILE
               end-if.
           7200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7300-CHECK-OSS: a validated B2C distance-sales row -- decide
      *> against the regime and the year's running total whether the
      *> destination rate applies, and if so look it up for the row's
      *> Belgian rate. The sale that crosses the threshold is already
      *> an OSS sale; so is every sale in a year that follows a year
      *> over the threshold.
      *>----------------------------------------------------------------
           7300-CHECK-OSS.
      *>        the row's excl. amount -- a reverse-mode row only
      *>        carries the inclusive total at this point
               if LINK-VAT-MODE = "R"
                   compute WS-OSS-BASIS rounded =
                       TOTAAL-BEDRAG / (1 + (BTW-TARIEF / 100))
               else
                   move ORIGINELE-PRIJS to WS-OSS-BASIS
               end-if

               move 0 to WS-OSS-JAAR-IDX
               perform varying WS-OSS-IDX from 1 by 1
                       until WS-OSS-IDX > WS-OSS-OMZET-COUNT
                   if OSSO-JAAR(WS-OSS-IDX) = WS-FACTUURDATUM(1:4)
                       move WS-OSS-IDX to WS-OSS-JAAR-IDX
                       exit perform
                   end-if
               end-perform
               if WS-OSS-JAAR-IDX = 0
                   if WS-OSS-OMZET-COUNT >= 20
                       display "OSS year table full -- "
                           WS-FACTUURDATUM(1:4) " not tracked."
                   else
                       add 1 to WS-OSS-OMZET-COUNT
                       move WS-OSS-OMZET-COUNT to WS-OSS-JAAR-IDX
                       move WS-FACTUURDATUM(1:4)
                           to OSSO-JAAR(WS-OSS-JAAR-IDX)
                       move 0 to OSSO-OMZET(WS-OSS-JAAR-IDX)
                   end-if
               end-if

               move 0 to WS-OSS-VORIG-OMZET
               if WS-FACTUURDATUM(1:4) numeric
                   compute WS-OSS-VORIG-JAAR =
                       function numval(WS-FACTUURDATUM(1:4)) - 1
                   perform varying WS-OSS-IDX from 1 by 1
                           until WS-OSS-IDX > WS-OSS-OMZET-COUNT
                       if OSSO-JAAR(WS-OSS-IDX) = WS-OSS-VORIG-JAAR-X
                           move OSSO-OMZET(WS-OSS-IDX)
                               to WS-OSS-VORIG-OMZET
                           exit perform
                       end-if
                   end-perform
               end-if

               evaluate WS-OSS-REGIME
                   when "BE"
                       go to 7300-EXIT
                   when "OSS"
                       continue
                   when other
                       if WS-OSS-VORIG-OMZET <= WS-OSS-DREMPEL
                           if WS-OSS-JAAR-IDX = 0
                               go to 7300-EXIT
                           end-if
                           if OSSO-OMZET(WS-OSS-JAAR-IDX) + WS-OSS-BASIS
                                   <= WS-OSS-DREMPEL
                               go to 7300-EXIT
                           end-if
                       end-if
               end-evaluate

               perform varying WS-OSS-IDX from 1 by 1
                       until WS-OSS-IDX > WS-OSS-TARIEF-COUNT
                   if OSST-LAND(WS-OSS-IDX) = WS-CUST-LANDCODE
                       and OSST-BE-TARIEF(WS-OSS-IDX) = BTW-TARIEF
                       move OSST-TARIEF(WS-OSS-IDX) to WS-REKEN-TARIEF
                       move "Y" to WS-OSS-ROW
                       go to 7300-EXIT
                   end-if
               end-perform
               move "N" to WS-ROW-OK
               move spaces to WS-REJECT-REASON
               string "OSS: geen tarief " delimited by size
                      WS-CUST-LANDCODE delimited by size
                      " voor BE-tarief " delimited by size
                      function trim(BTW-TARIEF-S) delimited by size
                   into WS-REJECT-REASON
               end-string.
           7300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7400-WRITE-OSS-JAAROMZET: rewrite the running B2C distance-
      *> sales total per year with this run's rows added.
      *>----------------------------------------------------------------
           7400-WRITE-OSS-JAAROMZET.
               open output OSS-OMZET-FILE
               if WS-OSS-OMZET-STATUS not = "00"
                   display "OSS-Jaaromzet.csv niet beschrijfbaar: "
                       WS-OSS-OMZET-STATUS
                   go to 7400-EXIT
               end-if
               move "Jaar,Omzet" to OSS-OMZET-REGEL
               write OSS-OMZET-REGEL
               perform varying WS-OSS-IDX from 1 by 1
                       until WS-OSS-IDX > WS-OSS-OMZET-COUNT
                   move OSSO-OMZET(WS-OSS-IDX) to DISPLAY-OSS-OMZET
                   move spaces to OSS-OMZET-REGEL
                   string OSSO-JAAR(WS-OSS-IDX) delimited by size
                          "," delimited by size
                          function trim(DISPLAY-OSS-OMZET)
                              delimited by size
                       into OSS-OMZET-REGEL
                   end-string
                   write OSS-OMZET-REGEL
               end-perform
               close OSS-OMZET-FILE.
           7400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7500-WRITE-INTRASTAT: one Intrastat detail line for the row
      *> just accepted -- a VERLEGD sale is a dispatch (destination =
           7600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7700-WRITE-ACTIVA-KANDIDAAT: one candidate line for the
      *> investment purchase row just accepted -- same crash-safe
      *> append pattern as the FX register.
      *>----------------------------------------------------------------
           7700-WRITE-ACTIVA-KANDIDAAT.
               open extend ACTKAND-FILE
               if WS-ACTKAND-STATUS not = "00"
                   open output ACTKAND-FILE
                   if WS-ACTKAND-STATUS = "00"
                       move spaces to ACTKAND-REGEL
                       string "Leverancier,Factuurdatum,BedragExcl,"
                              "Omschrijving,Bronbestand"
                                  delimited by size
                           into ACTKAND-REGEL
                       end-string
                       write ACTKAND-REGEL
                   end-if
               end-if
               if WS-ACTKAND-STATUS not = "00"
                   display "Activa-Kandidaten.csv niet beschrijfbaar: "
                       WS-ACTKAND-STATUS
                   go to 7700-EXIT
               end-if
               move spaces to ACTKAND-REGEL
               string
                   function trim(WS-KLANTNR-S) delimited by size
                   "," delimited by size
                   WS-FACTUURDATUM delimited by size
                   "," delimited by size
                   function trim(DISPLAY-ORIGINELE-PRIJS)
                       delimited by size
                   "," delimited by size
                   function trim(WS-ARTIKEL-S) delimited by size
                   "," delimited by size
                   function trim(DYNAMIC-OUTFILE) delimited by size
                   into ACTKAND-REGEL
               end-string
               write ACTKAND-REGEL
               close ACTKAND-FILE.
           7700-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7800-BOOK-STOCK-RECEIPT: the purchase row just accepted onto
      *> the shelf -- or, for a credit note, back off it. An article
      *> not kept in stock is simply not booked.
      *>----------------------------------------------------------------
           7800-BOOK-STOCK-RECEIPT.
               if function trim(WS-AANTAL-S) = spaces
                   move 1 to WS-STOCK-AANTAL
               else
                   move function numval(function trim(WS-AANTAL-S))
                       to WS-STOCK-AANTAL
               end-if
               move function trim(WS-ARTIKEL-S) to WS-SM-ARTIKEL
               move spaces to WS-SM-REFERENTIE
               string function trim(WS-KLANTNR-S) delimited by size
                      " " delimited by size
                      WS-FACTUURDATUM delimited by size
                   into WS-SM-REFERENTIE
               end-string
               if ORIGINELE-PRIJS < 0
                   move "CORRECTIE" to WS-SM-ACTIE
                   compute WS-SM-AANTAL = 0 - WS-STOCK-AANTAL
                   move 0 to WS-SM-PRIJS
                   move "RETOUR LEVERANCIER" to WS-SM-REDEN
               else
                   move "ONTVANGST" to WS-SM-ACTIE
                   move WS-STOCK-AANTAL to WS-SM-AANTAL
                   compute WS-SM-PRIJS rounded =
                       ORIGINELE-PRIJS / WS-STOCK-AANTAL
                   move "AANKOOP" to WS-SM-REDEN
               end-if
               call "StockMutation" using WS-SM-ACTIE WS-SM-ARTIKEL
                   WS-SM-AANTAL WS-SM-PRIJS WS-SM-REDEN
                   WS-SM-REFERENTIE LINK-OPERATOR-ID
                   WS-SM-RESULTAAT WS-SM-STAND WS-SM-MINIMUM
               if WS-SM-RESULTAAT = "F"
                   display "Voorraadontvangst niet geboekt: "
                       function trim(WS-SM-ARTIKEL)
               end-if.
           7800-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9100-DRAW-RUN-ID: take the next run ID off the shared
      *> counter and persist the counter straight away, so no two
                      WS-RUNID-SEQ delimited by size
                   into WS-RUN-ID
               end-string
               display "Run-ID: " WS-RUN-ID
               perform 9150-RECORD-TABLE-VERSIONS thru 9150-EXIT.
           9100-EXIT.
               exit.

      *>    the checksum of every reference table this run loads,
      *>    against its run-ID -- which version was in force
           9150-RECORD-TABLE-VERSIONS.
               perform varying FP-IDX from 1 by 1
                       until FP-IDX > FP-TABEL-COUNT
                   move FP-TABEL(FP-IDX) to FP-TABEL-NAAM
                   move spaces to FP-CHECKSUM
                   call "TableFingerprint" using FP-ACTIE WS-RUN-ID
                       FP-PROGRAMMA FP-TABEL-NAAM FP-CHECKSUM
                       LINK-OPERATOR-ID
                   end-call
               end-perform
               cancel "TableFingerprint"
               move 0 to return-code.
           9150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9200-APPEND-RUNID: tack the run ID onto the row just built
      *> in WS-RUNID-ROWBUF's caller record -- the caller moves the
