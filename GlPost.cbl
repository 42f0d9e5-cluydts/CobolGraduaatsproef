      *>   BOEK <journal> <periode>
      *>       post one journal file (GL-Journal.csv or any of the
      *>       GL-*-Journal.csv proposals) into GL-Saldi.csv
      *>       (Periode,Rekening,Debet,Credit,Kostenplaats -- one row
      *>       per account and cost centre; the journal line's sixth
      *>       column is its cost centre, blank for none). The iron
      *>       rules:
      *>       - the journal's lines must sum to its TOTAAL trailer
      *>         and debet must equal credit to the cent, or nothing
      *>         posts;
      *>   BALANS <periode>
      *>       the proef- en saldibalans: per account the opening
      *>       balance (everything before the period), the period's
      *>       debits and credits, and the closing balance -- summed
      *>       over every cost centre of the account -- to
      *>       Proefbalans-<periode>.txt -- totals at the foot, which
      *>       must (and do) balance because only balanced journals
      *>       ever got in.
           01 JOURNAL-REGEL pic x(130).

           fd SALDI-FILE.
           01 SALDI-REGEL pic x(80).

           fd POSTED-FILE.
           01 POSTED-REGEL pic x(80).
                   10 LNE-REKENING pic x(10).
                   10 LNE-DEBET pic 9(09)V99.
                   10 LNE-CREDIT pic 9(09)V99.
                   10 LNE-KOSTENPLAATS pic x(10).

      *>    the ledger master in memory
           01 WS-SALDI-COUNT pic 9(04) value 0.
           01 WS-SALDI-LEESREGEL pic x(80).
           01 SALDI-TABLE.
               05 SALDI-ENTRY occurs 2000 times
                       indexed by SALDI-IDX.
                   10 SLD-REKENING pic x(10).
                   10 SLD-DEBET pic 9(11)V99.
                   10 SLD-CREDIT pic 9(11)V99.
                   10 SLD-KOSTENPLAATS pic x(10).
           01 WS-SLD-DEBET-S pic x(16).
           01 WS-SLD-CREDIT-S pic x(16).
           01 WS-SALDI-FOUND-IDX pic 9(04).
               move J-REKENING to LNE-REKENING(WS-LINE-COUNT)
               move WS-DEBET to LNE-DEBET(WS-LINE-COUNT)
               move WS-CREDIT to LNE-CREDIT(WS-LINE-COUNT)
      *>        on a detail line the sixth column is the cost centre
               move function upper-case(J-STEMPEL(1:10))
                   to LNE-KOSTENPLAATS(WS-LINE-COUNT)
               add WS-DEBET to WS-SOM-DEBET
               add WS-CREDIT to WS-SOM-CREDIT.
           2100-EXIT.
                                        SLD-REKENING(WS-SALDI-COUNT)
                                        WS-SLD-DEBET-S
                                        WS-SLD-CREDIT-S
                                        SLD-KOSTENPLAATS(
                                            WS-SALDI-COUNT)
                               end-unstring
                               move function numval-c(function trim(
                                   WS-SLD-DEBET-S))
                       and function trim(SLD-REKENING(SALDI-IDX))
                           = function trim(
                               LNE-REKENING(LINE-IDX))
                       and SLD-KOSTENPLAATS(SALDI-IDX)
                           = LNE-KOSTENPLAATS(LINE-IDX)
                       move SALDI-IDX to WS-SALDI-FOUND-IDX
                       exit perform
                   end-if
                   move WS-PERIODE to SLD-PERIODE(WS-SALDI-COUNT)
                   move LNE-REKENING(LINE-IDX)
                       to SLD-REKENING(WS-SALDI-COUNT)
                   move LNE-KOSTENPLAATS(LINE-IDX)
                       to SLD-KOSTENPLAATS(WS-SALDI-COUNT)
                   move 0 to SLD-DEBET(WS-SALDI-COUNT)
                   move 0 to SLD-CREDIT(WS-SALDI-COUNT)
                   move WS-SALDI-COUNT to WS-SALDI-FOUND-IDX
                   move 1 to WS-RETURN-CODE
                   go to 3200-EXIT
               end-if
               move "Periode,Rekening,Debet,Credit,Kostenplaats"
                   to SALDI-REGEL
               write SALDI-REGEL
               perform varying SALDI-IDX from 1 by 1
                       until SALDI-IDX > WS-SALDI-COUNT
                       "," delimited by size
                       function trim(DISPLAY-CREDIT)
                           delimited by size
                       "," delimited by size
                       function trim(SLD-KOSTENPLAATS(SALDI-IDX))
                           delimited by size
                       into SALDI-REGEL
                   end-string
                   write SALDI-REGEL
