      *> The format is picked in Boekhoud-Config.csv (Sleutel/Waarde:
      *> FORMAAT = WINBOOKS, semicolon-separated, or EXPERTM,
      *> comma-separated with a leading record type; DAGBOEK = the
      *> journal code the package books under). Every journal line
      *> ends in the ledger row's cost centre (Kostenplaats, empty
      *> for none) -- the package's analytical code. The control sheet
      *> carries record counts and hash totals (the cent-sum of
      *> debits plus credits, and the sum of the master keys) so
      *> their import verifies against our RUNLOG.TXT entry.
           01 CONFIG-REGEL pic x(40).

           fd SALDI-FILE.
           01 SALDI-REGEL pic x(80).

           fd KLANT-FILE.
           01 KLANT-REGEL pic x(150).
           01 WS-CFG-WAARDE pic x(16).

      *>    one ledger row
           01 WS-SALDI-LEESREGEL pic x(80).
           01 WS-SLD-PERIODE pic x(07).
           01 WS-SLD-REKENING pic x(10).
           01 WS-SLD-DEBET-S pic x(16).
           01 WS-SLD-CREDIT-S pic x(16).
           01 WS-SLD-KOSTENPLAATS pic x(10).
           01 WS-DEBET pic 9(11)V99.
           01 WS-CREDIT pic 9(11)V99.

               move spaces to WS-SLD-REKENING
               move spaces to WS-SLD-DEBET-S
               move spaces to WS-SLD-CREDIT-S
               move spaces to WS-SLD-KOSTENPLAATS
               unstring function trim(WS-SALDI-LEESREGEL)
                   delimited by ","
                   into WS-SLD-PERIODE WS-SLD-REKENING
                        WS-SLD-DEBET-S WS-SLD-CREDIT-S
                        WS-SLD-KOSTENPLAATS
               end-unstring
               if WS-SLD-PERIODE not = WS-PERIODE
                   go to 1100-EXIT
                       ";" delimited by size
                       function trim(DISPLAY-CREDIT)
                           delimited by size
                       ";" delimited by size
                       function trim(WS-SLD-KOSTENPLAATS)
                           delimited by size
                       into JRN-REGEL
                   end-string
               else
                       "," delimited by size
                       function trim(DISPLAY-CREDIT)
                           delimited by size
                       "," delimited by size
                       function trim(WS-SLD-KOSTENPLAATS)
                           delimited by size
                       into JRN-REGEL
                   end-string
               end-if
