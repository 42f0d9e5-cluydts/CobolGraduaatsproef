      *> and Fiche281Extract take their parameters. Customers are
      *> resolved against Klanten.csv; AANKOOP-marked rows and rows
      *> without a Klantnummer are not part of the listing.
      *> A Klantnummer merged into another by DuplicateParties rolls
      *> up under the surviving number (RelatieAlias), so an archived
      *> Output file of the year still lists the customer once.
      *>----------------------------------------------------------------
       identification division.
       program-id. KlantenListing.
           01 R-PRIJS pic S9(6)V99.
           01 R-BEDRAG pic S9(5)V99.

      *>    the surviving number of a merged customer, see RelatieAlias
           01 WS-ALIAS-SOORT pic x(03) value "KL".
           01 WS-ALIAS-NUMMER pic x(12).

      *>    customer master -- Klanten.csv, same not-found-is-fine
      *>    load VATCalculation uses. The BTW-nummer and Landcode
      *>    columns are optional trailing columns; a master without
               " customer(s) above the threshold in "
               function trim(DYNAMIC-LISTINGFILE)

           cancel "RelatieAlias"
           move WS-RETURN-CODE to return-code
           goback.

                   or function trim(R-KLANTNR-S) = spaces
                   go to 1100-EXIT
               end-if

      *>        a customer merged into another by DuplicateParties
      *>        counts under the surviving number
               move R-KLANTNR-S to WS-ALIAS-NUMMER
               call "RelatieAlias" using WS-ALIAS-SOORT WS-ALIAS-NUMMER
               move WS-ALIAS-NUMMER to R-KLANTNR-S

               if function test-numval-c(function trim(R-PRIJS-S))
                       not = 0
                   display "Skipping unparsable row: " REPORT-LEESREGEL
