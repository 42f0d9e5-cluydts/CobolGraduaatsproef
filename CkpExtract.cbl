      *>   A  aanmelding -- a loan the CKP has never seen
      *>   W  wijziging  -- the reported balance moved
      *>   E  einde      -- the loan closed since the last extract
      *> A restructured loan (LoanServicing HERSCHIK) is reported
      *> with its new terms: every record carries the installment,
      *> the term in months and the effective month of the latest
      *> restructuring (Lening-Herschikkingen.csv), and a changed
      *> installment is a wijziging of its own -- the register keeps
      *> the installment last reported as a fifth column,
      *> GemeldTermijn (a register without it simply starts
      *> tracking it with the next record written).
      *> Nothing is reported twice and nothing skipped: the status
      *> register is only advanced for the records actually written,
      *> and the outcome lands in RUNLOG.TXT like every other
           select OUTPUT-FILE assign dynamic DYNAMIC-OUTFILE
               organization is line sequential
               file status is WS-OUTPUT-STATUS.
           select HERSCH-FILE assign to "Lening-Herschikkingen.csv"
               organization is line sequential
               file status is WS-HERSCH-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.
           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(120).

           fd HERSCH-FILE.
           01 HERSCH-REGEL pic x(160).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

           01 WS-MASTER-STATUS pic xx.
           01 WS-STATUS-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-HERSCH-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
                   10 MST-HOOFDSOM-S pic x(14).
                   10 MST-OPEN pic 9(09)V99.
                   10 MST-STATE pic x(12).
                   10 MST-MAANDEN pic 9(03).
                   10 MST-TERMIJN pic 9(07)V99.
                   10 MST-HERSCHIKT pic x(07).
                   10 MST-HS-VERSIE pic 9(03).
           01 WS-MST-F4 pic x(08).
           01 WS-MST-F5 pic x(06).
           01 WS-MST-F6 pic x(12).
                   10 STT-SALDO pic 9(09)V99.
                   10 STT-STATE pic x(12).
                   10 STT-GEMELD pic x(10).
                   10 STT-TERMIJN pic 9(07)V99.
           01 WS-STT-SALDO-S pic x(14).
           01 WS-STT-TERMIJN-S pic x(14).

      *>    the restructuring register, one line at a time
           01 WS-HS-LEESREGEL pic x(160).
           01 WS-HS-NR pic x(08).
           01 WS-HS-VERSIE-S pic x(05).
           01 WS-HS-VERSIE pic 9(03).
           01 WS-HS-INGANG pic x(07).
           01 DISPLAY-AMT-2 pic Z(7)9.99.
           01 DISPLAY-MAANDEN pic ZZ9.
           01 WS-STAT-FOUND-IDX pic 9(03).

           01 WS-RECTYPE pic x(01).
               goback
           end-if
           perform 1100-LOAD-STATUS thru 1100-EXIT
           perform 1200-LOAD-HERSCHIKKINGEN thru 1200-EXIT

           move spaces to DYNAMIC-OUTFILE
           string "Ckp-" delimited by size
           end-if
           move spaces to OUTPUT-REGEL
           string "RecordType,LeningNr,Kredietnemer,Hoofdsom,"
                  "OpenSaldo,Status,MeldDatum,MaandTermijn,"
                  "Looptijd,Herschikt"
               delimited by size into OUTPUT-REGEL
           end-string
           write OUTPUT-REGEL
                               move function numval-c(function trim(
                                   WS-MST-OPEN-S))
                                   to MST-OPEN(WS-MASTER-COUNT)
                               move function numval(function trim(
                                   WS-MST-F5))
                                   to MST-MAANDEN(WS-MASTER-COUNT)
                               move function numval-c(function trim(
                                   WS-MST-F6))
                                   to MST-TERMIJN(WS-MASTER-COUNT)
                               move 0 to MST-HS-VERSIE(WS-MASTER-COUNT)
                           end-if
                   end-read
               end-perform
                               move spaces
                                   to STAT-ENTRY(WS-STAT-COUNT)
                               move spaces to WS-STT-SALDO-S
                                   WS-STT-TERMIJN-S
                               unstring function trim(
                                       WS-STAT-LEESREGEL)
                                   delimited by ","
                                        WS-STT-SALDO-S
                                        STT-STATE(WS-STAT-COUNT)
                                        STT-GEMELD(WS-STAT-COUNT)
                                        WS-STT-TERMIJN-S
                               end-unstring
                               move function numval-c(function trim(
                                   WS-STT-SALDO-S))
                                   to STT-SALDO(WS-STAT-COUNT)
                               move 0 to STT-TERMIJN(WS-STAT-COUNT)
                               if WS-STT-TERMIJN-S not = spaces
                                   move function numval-c(function
                                       trim(WS-STT-TERMIJN-S))
                                       to STT-TERMIJN(WS-STAT-COUNT)
                               end-if
                           end-if
                   end-read
               end-perform
           1100-EXIT.
               exit.

      *>    the effective month of each loan's latest restructuring;
      *>    version 0 is the original schedule, not a restructuring
           1200-LOAD-HERSCHIKKINGEN.
               open input HERSCH-FILE
               if WS-HERSCH-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read HERSCH-FILE into WS-HS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HERSCH-FILE into WS-HS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-HS-NR WS-HS-VERSIE-S
                               WS-HS-INGANG
                           unstring function trim(WS-HS-LEESREGEL)
                               delimited by ","
                               into WS-HS-NR WS-HS-VERSIE-S
                                    WS-HS-INGANG
                           end-unstring
                           move function numval(function trim(
                               WS-HS-VERSIE-S)) to WS-HS-VERSIE
                           perform varying MASTER-IDX from 1 by 1
                                   until MASTER-IDX > WS-MASTER-COUNT
                               if MST-NR(MASTER-IDX) = WS-HS-NR
                                   and WS-HS-VERSIE > 0
                                   and WS-HS-VERSIE
                                       > MST-HS-VERSIE(MASTER-IDX)
                                   move WS-HS-VERSIE
                                       to MST-HS-VERSIE(MASTER-IDX)
                                   move WS-HS-INGANG
                                       to MST-HERSCHIKT(MASTER-IDX)
                               end-if
                           end-perform
                   end-read
               end-perform
               close HERSCH-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-LOAN: the delta decision -- aanmelding, wijziging
      *> (balance or installment) or einde; an unchanged loan writes
      *> nothing.
      *>----------------------------------------------------------------
           2000-ONE-LOAN.
               move 0 to WS-STAT-FOUND-IDX
                               not = STT-SALDO(WS-STAT-FOUND-IDX)
                           move "W" to WS-RECTYPE
                       end-if
                       if STT-TERMIJN(WS-STAT-FOUND-IDX) > 0
                           and MST-TERMIJN(MASTER-IDX)
                               not = STT-TERMIJN(WS-STAT-FOUND-IDX)
                           move "W" to WS-RECTYPE
                       end-if
                   end-if
               end-if
               if WS-RECTYPE = spaces
                   go to 2000-EXIT
               end-if
               move MST-OPEN(MASTER-IDX) to DISPLAY-AMT
               move MST-TERMIJN(MASTER-IDX) to DISPLAY-AMT-2
               move MST-MAANDEN(MASTER-IDX) to DISPLAY-MAANDEN
               move spaces to OUTPUT-REGEL
               string
                   WS-RECTYPE delimited by size
                       delimited by size
                   "," delimited by size
                   WS-VANDAAG delimited by size
                   "," delimited by size
                   function trim(DISPLAY-AMT-2) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-MAANDEN) delimited by size
                   "," delimited by size
                   function trim(MST-HERSCHIKT(MASTER-IDX))
                       delimited by size
                   into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
                   to STT-SALDO(WS-STAT-FOUND-IDX)
               move MST-STATE(MASTER-IDX)
                   to STT-STATE(WS-STAT-FOUND-IDX)
               move WS-VANDAAG to STT-GEMELD(WS-STAT-FOUND-IDX)
               move MST-TERMIJN(MASTER-IDX)
                   to STT-TERMIJN(WS-STAT-FOUND-IDX).
           2000-EXIT.
               exit.

                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "LeningNr,GemeldSaldo,GemeldStatus,GemeldOp,"
                   & "GemeldTermijn" to STATUS-REGEL
               write STATUS-REGEL
               perform varying STAT-IDX from 1 by 1
                       until STAT-IDX > WS-STAT-COUNT
                   move STT-SALDO(STAT-IDX) to DISPLAY-AMT
                   move STT-TERMIJN(STAT-IDX) to DISPLAY-AMT-2
                   move spaces to STATUS-REGEL
                   string
                       STT-NR(STAT-IDX) delimited by size
                           delimited by size
                       "," delimited by size
                       STT-GEMELD(STAT-IDX) delimited by size
                       "," delimited by size
                       function trim(DISPLAY-AMT-2) delimited by size
                       into STATUS-REGEL
                   end-string
                   write STATUS-REGEL
