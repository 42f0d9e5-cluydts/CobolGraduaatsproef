      *> replaying the annuity arithmetic the mortgage engine used
      *> (balance x monthly rate = the month's interest, the rest is
      *> principal -- the same formulas, so the attest can never
      *> disagree with the schedule -- or, for a restructured loan,
      *> the split on its kept schedule row, through LeningSchema),
      *> and prints one certificate per borrower in the
      *> InvoiceGeneration letterhead style to
      *> RenteAttest-<jaar>.txt. The closing control total ties every
      *> certificate back to the year's booked interest income -- the
      *> figure the accountant reconciles against the ledger.
           01 WS-JAAR-RENTE pic 9(09)V99.
           01 WS-JAAR-KAPITAAL pic 9(09)V99.
           01 WS-JAAR-BETAALD pic x(01).
           copy "LENSCHEMA.cpy".

      *>    the control total across every certificate
           01 WS-TOT-RENTE pic 9(09)V99 value 0.
               close CONFIG-FILE
           end-if

           cancel "LeningSchema"
           perform 1000-LOAD-MASTER thru 1000-EXIT
           if WS-MASTER-COUNT = 0
               display "Geen leningen in Leningen-Master.csv --"
                       if WS-MND-RENTE > TRM-BEDRAG(TRM-IDX)
                           move TRM-BEDRAG(TRM-IDX) to WS-MND-RENTE
                       end-if
                       move MST-NR(MASTER-IDX) to LSC-LENING
                       move TRM-MAAND(TRM-IDX) to LSC-MAAND
                       call "LeningSchema" using LSC-VRAAG
                           LSC-ANTWOORD
                       if LSC-GEVONDEN = "J"
                           and LSC-TERMIJN >= LSC-AFLOSSING
                           compute WS-MND-RENTE = LSC-TERMIJN
                               - LSC-AFLOSSING
                           if WS-MND-RENTE > TRM-BEDRAG(TRM-IDX)
                               move TRM-BEDRAG(TRM-IDX)
                                   to WS-MND-RENTE
                           end-if
                       end-if
                       compute WS-MND-AFLOSSING
                           = TRM-BEDRAG(TRM-IDX) - WS-MND-RENTE
                       if WS-MND-AFLOSSING > WS-BALANS
