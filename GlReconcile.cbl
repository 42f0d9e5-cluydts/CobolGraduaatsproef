      *>        same open-invoice rule the aging report applies)
      *>   AP   AANKOOP rows net of the Ap-Betaald.csv register
      *>   LOON the Summary- batch totals for RSZ, voorheffing and
      *>        net pay (the settled retro differences included),
      *>        less the staff-loan deductions LoanAccrual
      *>        took off the net pay owed (Lening-GL-Register.csv)
      *>   LENINGEN the OpenSaldo of every loan in
      *>        Leningen-Master.csv against the loan receivable
      *> -- and compares each against the matching ledger balance in
      *> GL-Saldi.csv, the account resolved through GL-Mapping.csv.
      *> Every account comes out GROEN or ROOD in Gl-Afstemming.txt
           select MAPPING-FILE assign to "GL-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select LENING-FILE assign to "Leningen-Master.csv"
               organization is line sequential
               file status is WS-LENING-STATUS.
           select LENREG-FILE assign to "Lening-GL-Register.csv"
               organization is line sequential
               file status is WS-LENREG-STATUS.
           select SALDI-FILE assign to "GL-Saldi.csv"
               organization is line sequential
               file status is WS-SALDI-STATUS.
           01 FILE-LIST-REGEL pic x(80).

           fd INPUT-FILE.
           01 INPUT-REGEL pic x(250).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(40).
           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).

           fd LENING-FILE.
           01 LENING-REGEL pic x(120).

           fd LENREG-FILE.
           01 LENREG-REGEL pic x(80).

           fd SALDI-FILE.
           01 SALDI-REGEL pic x(60).

           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-APBETAALD-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-LENING-STATUS pic xx.
           01 WS-LENREG-STATUS pic xx.
           01 WS-SALDI-STATUS pic xx.
           01 WS-RECSTATE-STATUS pic xx.
           01 WS-REPORT-STATUS pic xx.
           01 S-F6 pic x(15).
           01 S-F7 pic x(15).
           01 S-F8 pic x(15).
           01 S-F9 pic x(15).
           01 S-F10 pic x(15).
           01 S-F11 pic x(15).
           01 S-F12 pic x(15).
           01 S-F13 pic x(15).

      *>    the subledger balances
           01 WS-AR-SALDO pic 9(11)V99 value 0.
           01 WS-AP-SALDO pic s9(11)V99 value 0.
           01 WS-LOON-RSZ pic s9(11)V99 value 0.
           01 WS-LOON-VRH pic s9(11)V99 value 0.
           01 WS-LOON-NETTO pic s9(11)V99 value 0.
           01 WS-LENING-SALDO pic 9(11)V99 value 0.

      *>    the accounts, resolved off GL-Mapping.csv
           01 WS-MAPPING-LEESREGEL pic x(60).
           01 WS-REK-NETTO pic x(10) value spaces.
           01 WS-REK-RSZ pic x(10) value spaces.
           01 WS-REK-VRH pic x(10) value spaces.
           01 WS-REK-LENINGEN pic x(10) value spaces.

      *>    the ledger, folded per account across every period
           01 WS-SALDI-LEESREGEL pic x(60).
               perform 1000-SWEEP-PATTERN thru 1000-EXIT
           end-if
           perform 1500-FOLD-AP-BETAALD thru 1500-EXIT
           perform 1600-FOLD-LENINGEN thru 1600-EXIT

      *>    the comparisons, green/red each
           open output REPORT-FILE
           move "C" to WS-VGL-RICHTING
           perform 2000-COMPARE-ONE thru 2000-EXIT

           move "Leningen" to WS-VGL-NAAM
           move WS-REK-LENINGEN to WS-VGL-REKENING
           move WS-LENING-SALDO to WS-VGL-SUB
           move "D" to WS-VGL-RICHTING
           perform 2000-COMPARE-ONE thru 2000-EXIT

           move "==========================================="
               to REPORT-REGEL
           write REPORT-REGEL
           goback.

      *>----------------------------------------------------------------
      *> 0100-LOAD-MAPPING: the six accounts; without the mapping
      *> there is nothing to compare against.
      *>----------------------------------------------------------------
           0100-LOAD-MAPPING.
                                       = "VOORHEFFING"
                                   move WS-MAP-REKENING
                                       to WS-REK-VRH
                               when function trim(WS-MAP-TYPE)
                                       = "LENING"
                                   and function trim(WS-MAP-KIND)
                                       = "VORDERING"
                                   move WS-MAP-REKENING
                                       to WS-REK-LENINGEN
                           end-evaluate
                   end-read
               end-perform

           1300-FOLD-SUMMARY-ROW.
               move spaces to S-F8
               move spaces to S-F11
               move spaces to S-F12
               move spaces to S-F13
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into S-F1 S-F2 S-F3 S-F4 S-F5 S-F6 S-F7 S-F8
                        S-F9 S-F10 S-F11 S-F12 S-F13
               end-unstring
               if function test-numval-c(function trim(S-F2)) not = 0
                   go to 1300-EXIT
                       = 0
                   add function numval-c(function trim(S-F8))
                       to WS-LOON-NETTO
               end-if
      *>        the settled retro differences (columns 11-13) are
      *>        booked by the export onto the same three liabilities
               if function trim(S-F11) not = spaces
                   and function test-numval-c(function trim(S-F11))
                       = 0
                   and function test-numval-c(function trim(S-F12))
                       = 0
                   and function test-numval-c(function trim(S-F13))
                       = 0
                   add function numval-c(function trim(S-F12))
                       to WS-LOON-RSZ
                   add function numval-c(function trim(S-F13))
                       to WS-LOON-VRH
                   compute WS-LOON-NETTO = WS-LOON-NETTO
                       + function numval-c(function trim(S-F11))
                       - function numval-c(function trim(S-F12))
                       - function numval-c(function trim(S-F13))
               end-if.
           1300-EXIT.
               exit.
                           move spaces to S-F1
                           move spaces to S-F2
                           move spaces to S-F3
                           move spaces to S-F5
                           unstring function trim(APBETAALD-REGEL)
                               delimited by ","
                               into S-F1 S-F2 S-F3 S-F4 S-F5
                           end-unstring
      *>                    a rejected payment settled nothing
                           if function test-numval-c(function trim(
                                   S-F3)) = 0
                               and function trim(S-F5) not = "GEWEIGERD"
                               subtract function numval-c(
                                   function trim(S-F3))
                                   from WS-AP-SALDO
           1500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1600-FOLD-LENINGEN: the loan book's side -- the OpenSaldo
      *> of every loan, which is what the receivable carries (gross,
      *> interest still to come included); and the staff-loan
      *> deductions LoanAccrual booked against the net pay owed.
      *>----------------------------------------------------------------
           1600-FOLD-LENINGEN.
               open input LENING-FILE
               if WS-LENING-STATUS = "00"
                   read LENING-FILE into LENING-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read LENING-FILE into LENING-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to S-F1 S-F2 S-F3 S-F4
                                   S-F5 S-F6 S-F7 S-F8
                               unstring function trim(LENING-REGEL)
                                   delimited by ","
                                   into S-F1 S-F2 S-F3 S-F4 S-F5
                                        S-F6 S-F7 S-F8
                               end-unstring
                               if function test-numval-c(function
                                       trim(S-F8)) = 0
                                   add function numval-c(
                                       function trim(S-F8))
                                       to WS-LENING-SALDO
                               end-if
                       end-read
                   end-perform
                   close LENING-FILE
               end-if
               open input LENREG-FILE
               if WS-LENREG-STATUS not = "00"
                   go to 1600-EXIT
               end-if
               read LENREG-FILE into LENREG-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read LENREG-FILE into LENREG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to S-F1 S-F2 S-F3 S-F4 S-F5
                           unstring function trim(LENREG-REGEL)
                               delimited by ","
                               into S-F1 S-F2 S-F3 S-F4 S-F5
                           end-unstring
                           if function trim(S-F1) = "INHOUDING"
                               and function test-numval(function
                                   trim(S-F5)) = 0
                               subtract function numval(
                                   function trim(S-F5))
                                   from WS-LOON-NETTO
                           end-if
                   end-read
               end-perform
               close LENREG-FILE.
           1600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-COMPARE-ONE: one subledger balance against its ledger
      *> account; the ledger side folds every period of GL-Saldi.csv
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "GL-Saldi.csv" to LOG-INPUT-FILE
               move "Gl-Afstemming.txt" to LOG-OUTPUT-FILE
               move 6 to LOG-RECORDS-IN
               move WS-ROOD-COUNT to LOG-RECORDS-OUT
               if WS-ROOD-COUNT = 0
                   move "GROEN" to LOG-FINAL-STATUS
