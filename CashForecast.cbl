           01 A-F1 pic x(12).
           01 A-F2 pic x(14).
           01 A-F3 pic x(14).
           01 A-F4 pic x(12).
           01 A-F5 pic x(12).

      *>    one VAT Output row
           01 R-PRIJS-S pic x(12).
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to A-F3
                           move spaces to A-F5
                           unstring function trim(APBETAALD-REGEL)
                               delimited by ","
                               into A-F1 A-F2 A-F3 A-F4 A-F5
                           end-unstring
      *>                    a rejected payment settled nothing
                           if function test-numval-c(function trim(
                                   A-F3)) = 0
                               and function trim(A-F5) not = "GEWEIGERD"
                               add function numval-c(function trim(
                                   A-F3)) to WS-APB-TOTAAL
                           end-if

      *>----------------------------------------------------------------
      *> 3000-FOLD-LOANS: OPEN installments come IN at their month's
      *> end -- borrowers pay us. GEIND ones too: handed to the bank
      *> for collection, but the credit is not in yet.
      *>----------------------------------------------------------------
           3000-FOLD-LOANS.
               open input LTERMIJN-FILE
                               into T-NR T-MAAND T-BEDRAG-S T-OGM
                                    T-STATE
                           end-unstring
                           if (function trim(T-STATE) = "OPEN"
                               or function trim(T-STATE) = "GEIND")
                               and function test-numval-c(
                                   function trim(T-BEDRAG-S)) = 0
                               move spaces to WS-DUE-YMD-X
