             select PRORATA-FILE assign to "ProRata-Config.csv"
                 organization is line sequential
                 file status is WS-PRORATA-STATUS.
             select ONINBAAR-FILE assign to "Oninbaar-Register.csv"
                 organization is line sequential
                 file status is WS-ONINBAAR-STATUS.

       data division.

           fd PRORATA-FILE.
           01 PRORATA-REGEL pic x(20).

           fd ONINBAAR-FILE.
           01 ONINBAAR-REGEL pic x(220).

       working-storage section.

           01 WS-FILELIST-STATUS pic xx.
      *>    this holding something else or nothing, which is treated
      *>    as VERKOOP, the only thing those files ever contained.
           01 R-RICHTING-S pic x(10).
      *>    OSS-<Landcode> rows are B2C distance sales at the
      *>    destination country's rate -- declared through the OSS
      *>    return (OssReturn), never in this Belgian aangifte.
           01 WS-OSS-ROWS pic 9(7) value 0.
           01 DISPLAY-OSS-ROWS pic Z(6)9.
      *>    signed -- a credit-note row from VATCalculation carries a
      *>    negative prijs/BTW-bedrag/Totaal-bedrag that has to net the
      *>    quarterly totals down correctly rather than being rejected.
           01 WS-PRORATA-DOELJAAR pic x(04).
           01 WS-AFTREKBAAR-VAT pic S9(9)V99 value 0.
           01 DISPLAY-PRORATA-PCT pic ZZ9.99.

      *>----------------------------------------------------------------
      *> regularisations from the oninbare-vorderingen register
      *> (Oninbaar-Register.csv, written by BadDebtRelief): the VAT
      *> recovered on the quarter's write-offs (AFSCHRIJVING rows)
      *> goes into grid 62 in the declarant's favour, VAT due again
      *> on receipts after a write-off (HERSTEL rows) into grid 61.
      *> Only rows filed for this declaration's YYYYQn count, so an
      *> undated run shows none.
      *>----------------------------------------------------------------
           01 WS-ONINBAAR-STATUS pic xx.
           01 WS-ONINBAAR-EOF pic x(01).
           01 WS-ONINBAAR-LEESREGEL pic x(220).
           01 WS-ONB-SOORT pic x(12).
           01 WS-ONB-SKIP pic x(14).
           01 WS-ONB-BTW-S pic x(14).
           01 WS-ONB-KWARTAAL pic x(06).
           01 WS-REGUL-VOORDEEL pic S9(9)V99 value 0.
           01 WS-REGUL-STAAT pic S9(9)V99 value 0.
           01 WS-AANGIFTE-RICHTING pic x(08).
           01 WS-AANGIFTE-TOTLABEL pic x(15).

           end-perform
           close FILE-LIST-FILE
           call "SYSTEM" using "rm -f VATQ-FILELIST.TMP"
           perform 1500-LOAD-REGULARISATIES thru 1500-EXIT

           if WS-FILES-FOUND = 0
               display "No files matched: " function trim(LINK-PATTERN)
           display function trim(DISPLAY-FILES-FOUND)
               " file(s), " function trim(DISPLAY-ROWS-READ)
               " row(s) rolled up into BTW-Aangifte.csv"
           if WS-OSS-ROWS > 0
               move WS-OSS-ROWS to DISPLAY-OSS-ROWS
               display function trim(DISPLAY-OSS-ROWS)
                   " OSS row(s) left out -- see the OSS return."
           end-if

           move WS-RETURN-CODE to return-code
           goback.
                           not at end
                               add 1 to WS-ROWS-READ
                               perform 1100-ACCUMULATE-ROW
                                   thru 1100-EXIT
                       end-read
                   end-perform
                   close REPORT-INPUT-FILE
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S
               end-unstring
               if R-RICHTING-S(1:4) = "OSS-"
                   add 1 to WS-OSS-ROWS
                   go to 1100-EXIT
               end-if

               if function test-numval-c(function trim(R-PRIJS-S))
                       not = 0
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1500-LOAD-REGULARISATIES: this quarter's rows of the
      *> oninbare-vorderingen register into grids 61 and 62.
      *>----------------------------------------------------------------
           1500-LOAD-REGULARISATIES.
               if LINK-PERIOD(5:1) not = "Q"
                   go to 1500-EXIT
               end-if
               open input ONINBAAR-FILE
               if WS-ONINBAAR-STATUS not = "00"
                   go to 1500-EXIT
               end-if
               read ONINBAAR-FILE into WS-ONINBAAR-LEESREGEL *> header
               move "0" to WS-ONINBAAR-EOF
               perform until WS-ONINBAAR-EOF = "1"
                   read ONINBAAR-FILE into WS-ONINBAAR-LEESREGEL
                       at end
                           move "1" to WS-ONINBAAR-EOF
                       not at end
                           move spaces to WS-ONB-SOORT
                           move spaces to WS-ONB-BTW-S
                           move spaces to WS-ONB-KWARTAAL
      *>                    Soort,Faktuurnr,Klantnummer,Factuurdatum,
      *>                    Tarief,Totaal,Ontvangen,Basis,BTW,Kwartaal
                           unstring function trim(
                                   WS-ONINBAAR-LEESREGEL)
                               delimited by ","
                               into WS-ONB-SOORT WS-ONB-SKIP
                                    WS-ONB-SKIP WS-ONB-SKIP
                                    WS-ONB-SKIP WS-ONB-SKIP
                                    WS-ONB-SKIP WS-ONB-SKIP
                                    WS-ONB-BTW-S WS-ONB-KWARTAAL
                           end-unstring
                           if WS-ONB-KWARTAAL = LINK-PERIOD
                               and function test-numval-c(function
                                   trim(WS-ONB-BTW-S)) = 0
                               evaluate function trim(WS-ONB-SOORT)
                                   when "AFSCHRIJVING"
                                       add function numval-c(function
                                           trim(WS-ONB-BTW-S))
                                           to WS-REGUL-VOORDEEL
                                   when "HERSTEL"
                                       add function numval-c(function
                                           trim(WS-ONB-BTW-S))
                                           to WS-REGUL-STAAT
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close ONINBAAR-FILE.
           1500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-WRITE-AANGIFTE: write the grid report, one line per
      *> active rate bucket that had at least one row, plus a grand
                       write AANGIFTE-REGEL
                   end-if

      *>            regularisations: 61 owed to the state, 62 in
      *>            the declarant's favour
                   if WS-REGUL-STAAT not = 0
                       move WS-REGUL-STAAT to DISPLAY-RATE-TOTAL-VAT
                       move spaces to AANGIFTE-REGEL
                       string
                           "REGULARISATIE,61,,," delimited by size
                           function trim(DISPLAY-RATE-TOTAL-VAT)
                               delimited by size
                           ",HERSTEL-ONINBAAR" delimited by size
                           into AANGIFTE-REGEL
                       end-string
                       write AANGIFTE-REGEL
                   end-if
                   if WS-REGUL-VOORDEEL not = 0
                       move WS-REGUL-VOORDEEL to DISPLAY-RATE-TOTAL-VAT
                       move spaces to AANGIFTE-REGEL
                       string
                           "REGULARISATIE,62,,," delimited by size
                           function trim(DISPLAY-RATE-TOTAL-VAT)
                               delimited by size
                           ",ONINBARE-VORDERINGEN" delimited by size
                           into AANGIFTE-REGEL
                       end-string
                       write AANGIFTE-REGEL
                   end-if

      *>            the number actually wired to the tax office --
      *>            output VAT minus deductible input VAT, plus or
      *>            minus the regularisations. Positive is payable,
      *>            negative reclaimable.
                   compute WS-SALDO-BTW =
                       WS-GRAND-TOTAL-VAT - WS-AFTREKBAAR-VAT
                           + WS-REGUL-STAAT - WS-REGUL-VOORDEEL
                   if WS-SALDO-BTW < 0
                       move "TE-VORDEREN" to WS-SALDO-LABEL
                   else
      *> 3000-WRITE-INTERVAT-XML: emit the declaration in the Intervat
      *> upload layout. Grid numbers follow the aangifte form: 00/01/
      *> 02/03 are the taxable bases at 0/6/12/21%, 54 is the output
      *> VAT due, 59 the deductible input VAT, 61/62 the
      *> regularisations owed and recovered, 71/72 the net payable/
      *> reclaimable. Company identification comes from
      *> Intervat-Config.csv; a missing config or blank period skips
      *> the export with a warning instead of failing the CSV run.
               move WS-AFTREKBAAR-VAT to DISPLAY-RATE-TOTAL-EXCL
               perform 3100-WRITE-XML-AMOUNT

      *>        61/62: regularisations against and for the declarant
               if WS-REGUL-STAAT not = 0
                   move "61" to WS-IV-GRIDNR
                   move WS-REGUL-STAAT to DISPLAY-RATE-TOTAL-EXCL
                   perform 3100-WRITE-XML-AMOUNT
               end-if
               if WS-REGUL-VOORDEEL not = 0
                   move "62" to WS-IV-GRIDNR
                   move WS-REGUL-VOORDEEL to DISPLAY-RATE-TOTAL-EXCL
                   perform 3100-WRITE-XML-AMOUNT
               end-if

      *>        71/72: net payable or reclaimable
               if WS-SALDO-BTW < 0
                   move "72" to WS-IV-GRIDNR
