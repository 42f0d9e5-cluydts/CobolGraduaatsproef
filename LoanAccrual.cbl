      *>----------------------------------------------------------------
      *> LoanAccrual -- the loan book never reached the ledger: the
      *> interest income and the receivable were booked by hand off a
      *> printout. This is the month-end run for both loan registers,
      *> Leningen-Master.csv (LoanServicing) and
      *> Personeelsleningen.csv (PersoneelsLening), proposing one
      *> balanced journal, GL-Lening-Journal.csv, for GlPost. The
      *> receivable is carried GROSS -- everything the borrower still
      *> owes, interest included -- so the ledger's loan account is
      *> exactly the sum of OpenSaldo that GlReconcile ties it to:
      *>   - a loan seen for the first time: the receivable at its
      *>     total to repay, against the principal paid out (bank)
      *>     and the interest not yet earned (over te dragen
      *>     opbrengsten);
      *>   - every month: the interest EARNED in the month, off the
      *>     loan's own annuity schedule, moves from the deferred
      *>     account to interest income -- paid or not. A loan's
      *>     first run catches up every month it missed;
      *>   - received installments (Lening-Termijnen.csv rows BETAALD
      *>     since the last run) come off the receivable against the
      *>     bank, split on the line into principal and interest; a
      *>     staff loan's installments come off through the payroll,
      *>     against the net pay owed, as far as RestSaldo dropped.
      *> All accounts come off GL-Mapping.csv (CalcType LENING:
      *> VORDERING, PERSONEEL, BANK, UITGESTELD, RENTEOPBRENGST,
      *> LOONINHOUDING). What was booked is remembered in
      *> Lening-GL-Register.csv (Soort,Lening,Maand,Periode,Bedrag --
      *> START, RENTE, ONTVANGST, INHOUDING) so nothing books twice;
      *> a period already in the register is refused, and the
      *> register only grows when the journal left balanced. The
      *> split per loan lands in Lening-Rente-<periode>.csv.
      *> A restructured loan (LoanServicing HERSCHIK) follows its
      *> kept schedule through LeningSchema instead of the annuity
      *> arithmetic: the interest of every schedule month -- payment
      *> holidays included -- and the split of each installment come
      *> off the schedule row, and a changed total to repay moves the
      *> receivable against the deferred interest once (HERSCHIK,
      *> signed, in the register).
      *>----------------------------------------------------------------
       identification division.
       program-id. LoanAccrual.
       environment division.
       input-output section.
       file-control.
           select MASTER-FILE assign to "Leningen-Master.csv"
               organization is line sequential
               file status is WS-MASTER-STATUS.
           select TERMIJN-FILE assign to "Lening-Termijnen.csv"
               organization is line sequential
               file status is WS-TERMIJN-STATUS.
           select STAFF-FILE assign to "Personeelsleningen.csv"
               organization is line sequential
               file status is WS-STAFF-STATUS.
           select MAPPING-FILE assign to "GL-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select REGISTER-FILE assign to "Lening-GL-Register.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select DETAIL-FILE assign dynamic DYNAMIC-DETAILFILE
               organization is line sequential
               file status is WS-DETAIL-STATUS.
           select JOURNAL-FILE assign to "GL-Lening-Journal.csv"
               organization is line sequential
               file status is WS-JOURNAL-STATUS.
           select RUNID-FILE assign to "RunId-Sequence.TXT"
               organization is line sequential
               file status is WS-RUNID-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd MASTER-FILE.
           01 MASTER-REGEL pic x(120).

           fd TERMIJN-FILE.
           01 TERMIJN-REGEL pic x(60).

           fd STAFF-FILE.
           01 STAFF-REGEL pic x(90).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(80).

           fd DETAIL-FILE.
           01 DETAIL-REGEL pic x(100).

           fd JOURNAL-FILE.
           01 JOURNAL-REGEL pic x(130).

           fd RUNID-FILE.
           01 RUNID-REGEL pic x(10).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-MASTER-STATUS pic xx.
           01 WS-TERMIJN-STATUS pic xx.
           01 WS-STAFF-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-DETAIL-STATUS pic xx.
           01 WS-JOURNAL-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-DETAILFILE pic x(30).
           01 WS-PERIODE pic x(07).

      *>    the six accounts off GL-Mapping.csv
           01 WS-MAPPING-LEESREGEL pic x(60).
           01 WS-MAP-TYPE pic x(10).
           01 WS-MAP-KIND pic x(16).
           01 WS-MAP-REKENING pic x(10).
           01 WS-REK-VORDERING pic x(10) value spaces.
           01 WS-REK-PERSONEEL pic x(10) value spaces.
           01 WS-REK-BANK pic x(10) value spaces.
           01 WS-REK-UITGESTELD pic x(10) value spaces.
           01 WS-REK-RENTE pic x(10) value spaces.
           01 WS-REK-INHOUDING pic x(10) value spaces.

      *>    what was booked before
           01 WS-REG-COUNT pic 9(04) value 0.
           01 WS-REG-LEESREGEL pic x(80).
           01 WS-REG-BEDRAG-S pic x(14).
           01 REGISTER-TABLE.
               05 REGISTER-ENTRY occurs 5000 times
                       indexed by REG-IDX.
                   10 REG-SOORT pic x(10).
                   10 REG-LENING pic x(20).
                   10 REG-MAAND pic x(07).
                   10 REG-PERIODE pic x(07).
                   10 REG-BEDRAG pic s9(09)V99.
           01 WS-REG-NIEUW-VAN pic 9(04) value 0.

      *>    one Leningen-Master row
           01 M-NR pic x(08).
           01 M-NAAM pic x(30).
           01 M-HOOFDSOM-S pic x(14).
           01 M-RENTE-S pic x(08).
           01 M-MAANDEN-S pic x(06).
           01 M-TERMIJN-S pic x(12).
           01 M-TOTAAL-S pic x(14).
           01 M-OPEN-S pic x(14).
           01 M-STATE pic x(12).

      *>    one Personeelsleningen row
           01 P-PERSNR pic x(08).
           01 P-START pic x(10).
           01 P-HOOFDSOM-S pic x(12).
           01 P-RENTE-S pic x(08).
           01 P-JAREN-S pic x(04).
           01 P-TERMIJN-S pic x(12).
           01 P-REST-S pic x(12).
           01 P-STATE pic x(10).

      *>    the installment register
           01 WS-TRM-COUNT pic 9(04) value 0.
           01 WS-TRM-LEESREGEL pic x(60).
           01 WS-TRM-BEDRAG-S pic x(12).
           01 WS-TRM-OGM pic x(20).
           01 WS-TRM-J pic 9(04).
           01 TERMIJN-TABLE.
               05 TERMIJN-ENTRY occurs 2000 times
                       indexed by TRM-IDX.
                   10 TRM-NR pic x(08).
                   10 TRM-MAAND pic x(07).
                   10 TRM-BEDRAG pic 9(07)V99.
                   10 TRM-STATE pic x(10).

      *>    the loan being booked
           01 WS-LENING pic x(20).
           01 WS-OMSCHR-LENING pic x(30).
           01 WS-HOOFDSOM pic 9(09)V99.
           01 WS-RENTE-PCT pic 9(02)V99.
           01 WS-LOOPTIJD pic 9(03).
           01 WS-TERMIJN pic 9(07)V99.
           01 WS-TOTAAL pic 9(09)V99.
           01 WS-REST pic 9(09)V99.
           01 WS-REK-LENING pic x(10).
           01 WS-HEEFT-START pic x(01).
           01 WS-LAATSTE-RENTE pic x(07).
           01 WS-N-GEDAAN pic 9(03).
           01 WS-N-NU pic 9(03).
           01 WS-INHOUDING-GEBOEKT pic 9(09)V99.
           01 WS-INHOUDING-NIEUW pic s9(09)V99.
           01 WS-MAAND-RENTE pic 9(07)V99.

      *>    a restructured loan: its schedule, month by month, and
      *>    the receivable booked for it so far (START + HERSCHIK)
           01 WS-HERSCHIKT pic x(01).
           01 WS-HS-MAAND pic x(07).
           01 WS-HS-JAAR pic 9(04).
           01 WS-HS-MND pic 9(02).
           01 WS-HS-GEBOEKT pic s9(09)V99.
           01 WS-HS-VERSCHIL pic s9(09)V99.
           copy "LENSCHEMA.cpy".

      *>    the schedule walk: WS-SCH-N installments from the
      *>    principal -- the balance left and the interest of the
      *>    last one, and the interest summed past WS-SCH-VANAF
           01 WS-SCH-N pic 9(03).
           01 WS-SCH-VANAF pic 9(03).
           01 WS-SCH-J pic 9(03).
           01 WS-SCH-SALDO pic 9(09)V99.
           01 WS-SCH-RENTE pic 9(07)V99.
           01 WS-SCH-AFLOS pic 9(09)V99.
           01 WS-SCH-RENTE-SOM pic 9(09)V99.
           01 WS-TUSSEN pic 9(13)V9999.

      *>    one received installment, split
           01 WS-ONTV-BEDRAG pic 9(07)V99.
           01 WS-ONTV-RENTE pic 9(07)V99.
           01 WS-ONTV-KAPITAAL pic 9(07)V99.
           01 WS-ONTV-NR pic 9(03).

      *>    the journal lines held until the run is done
           01 WS-LINE-COUNT pic 9(04) value 0.
           01 LINE-TABLE.
               05 LINE-ENTRY occurs 2000 times indexed by LINE-IDX.
                   10 LNE-REKENING pic x(10).
                   10 LNE-OMSCHRIJVING pic x(40).
                   10 LNE-DEBET pic 9(09)V99.
                   10 LNE-CREDIT pic 9(09)V99.
           01 WS-LNE-REKENING pic x(10).
           01 WS-LNE-OMSCHRIJVING pic x(40).
           01 WS-LNE-DEBET pic 9(09)V99.
           01 WS-LNE-CREDIT pic 9(09)V99.
           01 WS-TOT-DEBET pic 9(11)V99 value 0.
           01 WS-TOT-CREDIT pic 9(11)V99 value 0.

      *>    run totals
           01 WS-LOANS-READ pic 9(05) value 0.
           01 WS-SOM-RENTE pic 9(09)V99 value 0.
           01 WS-SOM-KAPITAAL pic 9(09)V99 value 0.
           01 WS-SOM-ONTVANGEN pic 9(09)V99 value 0.
           01 WS-SOM-OPEN pic 9(11)V99 value 0.

           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT-2 pic Z(8)9.99.
           01 DISPLAY-AMT-3 pic Z(8)9.99.
           01 DISPLAY-BEDRAG pic -(9)9.99.
           01 WS-REG-REGEL pic x(80).

      *>    run-ID lineage stamp on the journal's TOTAAL line -- how
      *>    GlPost refuses to post the same journal twice.
           01 WS-RUNID-STATUS pic xx.
           01 WS-RUN-ID pic x(09).
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "GL-Mapping.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 1 times.
           01 FP-TABEL-COUNT pic 9(02) value 1.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "LoanAccrual".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PERIODE pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PERIODE LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move LINK-PERIODE to WS-PERIODE
           if WS-PERIODE(5:1) not = "-"
               or WS-PERIODE(1:4) not numeric
               or WS-PERIODE(6:2) not numeric
               display "Ongeldige periode (YYYY-MM verwacht): "
                   function trim(LINK-PERIODE)
               move 1 to return-code
               goback
           end-if
           move spaces to DYNAMIC-DETAILFILE
           string "Lening-Rente-" WS-PERIODE ".csv" delimited by size
               into DYNAMIC-DETAILFILE
           end-string

           cancel "LeningSchema"
           perform 0100-LOAD-MAPPING thru 0100-EXIT
           if WS-RETURN-CODE = 0
               perform 0200-LOAD-REGISTER thru 0200-EXIT
           end-if
           if WS-RETURN-CODE not = 0
               perform 9000-WRITE-RUNLOG thru 9000-EXIT
               move WS-RETURN-CODE to return-code
               goback
           end-if
           perform 0300-LOAD-TERMIJNEN thru 0300-EXIT
           move WS-REG-COUNT to WS-REG-NIEUW-VAN

           open output DETAIL-FILE
           move "Lening,Soort,Maand,Rente,Kapitaal,Bedrag"
               to DETAIL-REGEL
           write DETAIL-REGEL
           perform 1000-SERVICING-BOOK thru 1000-EXIT
           perform 2000-STAFF-BOOK thru 2000-EXIT
           close DETAIL-FILE

           if WS-LINE-COUNT = 0
               display "Niets te boeken voor " WS-PERIODE "."
               perform 9000-WRITE-RUNLOG thru 9000-EXIT
               move WS-RETURN-CODE to return-code
               goback
           end-if
           perform 3000-WRITE-JOURNAL thru 3000-EXIT
           if WS-RETURN-CODE = 0
               perform 3500-APPEND-REGISTER thru 3500-EXIT
               move WS-SOM-RENTE to DISPLAY-AMT
               move WS-SOM-ONTVANGEN to DISPLAY-AMT-2
               move WS-SOM-OPEN to DISPLAY-AMT-3
               display "Periode " WS-PERIODE ": rente verworven "
                   function trim(DISPLAY-AMT) ", termijnen ontvangen "
                   function trim(DISPLAY-AMT-2)
               display "  OpenSaldo leningen "
                   function trim(DISPLAY-AMT-3)
                   " -- journaal GL-Lening-Journal.csv, detail "
                   function trim(DYNAMIC-DETAILFILE)
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 0100-LOAD-MAPPING: every one of the six accounts must be
      *> mapped -- a loan journal with a blank account is no journal.
      *>----------------------------------------------------------------
           0100-LOAD-MAPPING.
               open input MAPPING-FILE
               if WS-MAPPING-STATUS not = "00"
                   display "GL-Mapping.csv not found -- geen"
                       " leningjournaal."
                   move 1 to WS-RETURN-CODE
                   go to 0100-EXIT
               end-if
               read MAPPING-FILE into WS-MAPPING-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MAPPING-FILE into WS-MAPPING-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-MAP-TYPE WS-MAP-KIND
                               WS-MAP-REKENING
                           unstring function trim(
                                   WS-MAPPING-LEESREGEL)
                               delimited by ","
                               into WS-MAP-TYPE WS-MAP-KIND
                                    WS-MAP-REKENING
                           end-unstring
                           if function trim(WS-MAP-TYPE) = "LENING"
                               evaluate function trim(WS-MAP-KIND)
                                   when "VORDERING"
                                       move WS-MAP-REKENING
                                           to WS-REK-VORDERING
                                   when "PERSONEEL"
                                       move WS-MAP-REKENING
                                           to WS-REK-PERSONEEL
                                   when "BANK"
                                       move WS-MAP-REKENING
                                           to WS-REK-BANK
                                   when "UITGESTELD"
                                       move WS-MAP-REKENING
                                           to WS-REK-UITGESTELD
                                   when "RENTEOPBRENGST"
                                       move WS-MAP-REKENING
                                           to WS-REK-RENTE
                                   when "LOONINHOUDING"
                                       move WS-MAP-REKENING
                                           to WS-REK-INHOUDING
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close MAPPING-FILE
               if WS-REK-VORDERING = spaces
                   or WS-REK-PERSONEEL = spaces
                   or WS-REK-BANK = spaces
                   or WS-REK-UITGESTELD = spaces
                   or WS-REK-RENTE = spaces
                   or WS-REK-INHOUDING = spaces
                   display "GL-Mapping.csv mist een LENING-rekening"
                       " (VORDERING, PERSONEEL, BANK, UITGESTELD,"
                   display "  RENTEOPBRENGST of LOONINHOUDING) --"
                       " geen leningjournaal."
                   move 1 to WS-RETURN-CODE
               end-if.
           0100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0200-LOAD-REGISTER: what earlier runs booked; this period
      *> already in it means this run has already been done.
      *>----------------------------------------------------------------
           0200-LOAD-REGISTER.
               move 0 to WS-REG-COUNT
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 0200-EXIT
               end-if
               read REGISTER-FILE into WS-REG-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into WS-REG-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-REG-LEESREGEL not = spaces
                               perform 0210-ONE-REGISTER-ROW
                                   thru 0210-EXIT
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE
               perform varying REG-IDX from 1 by 1
                       until REG-IDX > WS-REG-COUNT
                   if REG-PERIODE(REG-IDX) = WS-PERIODE
                       display "Periode " WS-PERIODE " staat al in"
                           " Lening-GL-Register.csv -- niet opnieuw"
                           " geboekt."
                       move 1 to WS-RETURN-CODE
                       exit perform
                   end-if
               end-perform.
           0200-EXIT.
               exit.

           0210-ONE-REGISTER-ROW.
               if WS-REG-COUNT >= 5000
                   display "Lening-GL-Register vol -- rij genegeerd."
                   go to 0210-EXIT
               end-if
               add 1 to WS-REG-COUNT
               move spaces to REGISTER-ENTRY(WS-REG-COUNT)
               move spaces to WS-REG-BEDRAG-S
               unstring function trim(WS-REG-LEESREGEL)
                   delimited by ","
                   into REG-SOORT(WS-REG-COUNT)
                        REG-LENING(WS-REG-COUNT)
                        REG-MAAND(WS-REG-COUNT)
                        REG-PERIODE(WS-REG-COUNT)
                        WS-REG-BEDRAG-S
               end-unstring
               move 0 to REG-BEDRAG(WS-REG-COUNT)
               if function test-numval(function trim(WS-REG-BEDRAG-S))
                       = 0
                   move function numval(function trim(WS-REG-BEDRAG-S))
                       to REG-BEDRAG(WS-REG-COUNT)
               end-if.
           0210-EXIT.
               exit.

           0300-LOAD-TERMIJNEN.
               move 0 to WS-TRM-COUNT
               open input TERMIJN-FILE
               if WS-TERMIJN-STATUS not = "00"
                   go to 0300-EXIT
               end-if
               read TERMIJN-FILE into WS-TRM-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TERMIJN-FILE into WS-TRM-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-TRM-LEESREGEL = spaces
                               continue
                           else
                               if WS-TRM-COUNT >= 2000
                                   display "Termijnenregister vol --"
                                       " rij genegeerd."
                               else
                                   add 1 to WS-TRM-COUNT
                                   move spaces
                                       to TERMIJN-ENTRY(WS-TRM-COUNT)
                                   move spaces to WS-TRM-BEDRAG-S
                                   unstring function trim(
                                           WS-TRM-LEESREGEL)
                                       delimited by ","
                                       into TRM-NR(WS-TRM-COUNT)
                                            TRM-MAAND(WS-TRM-COUNT)
                                            WS-TRM-BEDRAG-S
                                            WS-TRM-OGM
                                            TRM-STATE(WS-TRM-COUNT)
                                   end-unstring
                                   move function numval-c(function
                                       trim(WS-TRM-BEDRAG-S))
                                       to TRM-BEDRAG(WS-TRM-COUNT)
                               end-if
                           end-if
                   end-read
               end-perform
               close TERMIJN-FILE.
           0300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1000-SERVICING-BOOK: every loan of Leningen-Master.csv.
      *>----------------------------------------------------------------
           1000-SERVICING-BOOK.
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read MASTER-FILE into MASTER-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE into MASTER-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if MASTER-REGEL not = spaces
                               perform 1100-ONE-LOAN thru 1100-EXIT
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-ONE-LOAN: start, the month's interest, and the
      *> installments received since the last run.
      *>----------------------------------------------------------------
           1100-ONE-LOAN.
               move spaces to M-NR M-NAAM M-HOOFDSOM-S M-RENTE-S
                   M-MAANDEN-S M-TERMIJN-S M-TOTAAL-S M-OPEN-S M-STATE
               unstring function trim(MASTER-REGEL)
                   delimited by ","
                   into M-NR M-NAAM M-HOOFDSOM-S M-RENTE-S
                        M-MAANDEN-S M-TERMIJN-S M-TOTAAL-S M-OPEN-S
                        M-STATE
               end-unstring
               if function test-numval-c(function trim(M-HOOFDSOM-S))
                       not = 0
                   or function test-numval-c(function trim(
                       M-TOTAAL-S)) not = 0
                   display "Onleesbare leningrij: " MASTER-REGEL
                   go to 1100-EXIT
               end-if
               add 1 to WS-LOANS-READ
               move M-NR to WS-LENING
               move spaces to WS-OMSCHR-LENING
               string "lening " function trim(M-NR)
                       delimited by size
                   into WS-OMSCHR-LENING
               end-string
               move WS-REK-VORDERING to WS-REK-LENING
               move function numval-c(function trim(M-HOOFDSOM-S))
                   to WS-HOOFDSOM
               move function numval-c(function trim(M-RENTE-S))
                   to WS-RENTE-PCT
               move function numval(function trim(M-MAANDEN-S))
                   to WS-LOOPTIJD
               move function numval-c(function trim(M-TERMIJN-S))
                   to WS-TERMIJN
               move function numval-c(function trim(M-TOTAAL-S))
                   to WS-TOTAAL
               if function test-numval-c(function trim(M-OPEN-S)) = 0
                   add function numval-c(function trim(M-OPEN-S))
                       to WS-SOM-OPEN
               end-if

               perform 4000-FIND-HISTORY thru 4000-EXIT
               move M-NR to LSC-LENING
               move WS-PERIODE to LSC-MAAND
               call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
               move "N" to WS-HERSCHIKT
               if LSC-GEVONDEN not = "N"
                   move "J" to WS-HERSCHIKT
               end-if
               if WS-HEEFT-START = "N"
                   perform 4100-BOOK-START thru 4100-EXIT
               else
                   if WS-HERSCHIKT = "J"
                       perform 4300-BOOK-HERSCHIK thru 4300-EXIT
                   end-if
               end-if
               if WS-HERSCHIKT = "J"
                   perform 1300-SCHEMA-RENTE thru 1300-EXIT
               end-if

      *>        the month's interest -- only once the month's
      *>        installment exists: installments before it counted,
      *>        and everything accrued before already counted too.
               move "N" to WS-HEEFT-START
               move 0 to WS-N-NU
               move 0 to WS-N-GEDAAN
               perform varying TRM-IDX from 1 by 1
                       until TRM-IDX > WS-TRM-COUNT
                   if TRM-NR(TRM-IDX) = M-NR
                       if TRM-MAAND(TRM-IDX) = WS-PERIODE
                           move "J" to WS-HEEFT-START
                       end-if
                       if TRM-MAAND(TRM-IDX) <= WS-PERIODE
                           add 1 to WS-N-NU
                       end-if
                       if WS-LAATSTE-RENTE not = spaces
                           and TRM-MAAND(TRM-IDX) <= WS-LAATSTE-RENTE
                           add 1 to WS-N-GEDAAN
                       end-if
                   end-if
               end-perform
               if WS-HEEFT-START = "J" and WS-N-NU > WS-N-GEDAAN
                   and WS-HERSCHIKT = "N"
                   move WS-N-NU to WS-SCH-N
                   move WS-N-GEDAAN to WS-SCH-VANAF
                   perform 4500-WALK-SCHEDULE thru 4500-EXIT
                   move WS-SCH-RENTE-SOM to WS-MAAND-RENTE
                   perform 4200-BOOK-RENTE thru 4200-EXIT
               end-if

      *>        installments paid since the last run
               perform varying TRM-IDX from 1 by 1
                       until TRM-IDX > WS-TRM-COUNT
                   if TRM-NR(TRM-IDX) = M-NR
                       and function trim(TRM-STATE(TRM-IDX))
                           = "BETAALD"
                       perform 1200-ONE-RECEIPT thru 1200-EXIT
                   end-if
               end-perform.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-ONE-RECEIPT: a BETAALD installment not yet booked is
      *> split on its place in the schedule -- its interest is the
      *> balance before it at the loan's rate, the rest principal.
      *>----------------------------------------------------------------
           1200-ONE-RECEIPT.
               perform varying REG-IDX from 1 by 1
                       until REG-IDX > WS-REG-COUNT
                   if REG-SOORT(REG-IDX) = "ONTVANGST"
                       and REG-LENING(REG-IDX) = WS-LENING
                       and REG-MAAND(REG-IDX) = TRM-MAAND(TRM-IDX)
                       go to 1200-EXIT
                   end-if
               end-perform
               move 0 to WS-ONTV-NR
               perform varying WS-TRM-J from 1 by 1
                       until WS-TRM-J > WS-TRM-COUNT
                   if TRM-NR(WS-TRM-J) = M-NR
                       and TRM-MAAND(WS-TRM-J) <= TRM-MAAND(TRM-IDX)
                       add 1 to WS-ONTV-NR
                   end-if
               end-perform
               move WS-ONTV-NR to WS-SCH-N
               move 0 to WS-SCH-VANAF
               perform 4500-WALK-SCHEDULE thru 4500-EXIT
               move TRM-BEDRAG(TRM-IDX) to WS-ONTV-BEDRAG
               move WS-SCH-RENTE to WS-ONTV-RENTE
               if WS-HERSCHIKT = "J"
                   move M-NR to LSC-LENING
                   move TRM-MAAND(TRM-IDX) to LSC-MAAND
                   call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
                   if LSC-GEVONDEN = "J"
                       and LSC-TERMIJN >= LSC-AFLOSSING
                       compute WS-ONTV-RENTE = LSC-TERMIJN
                           - LSC-AFLOSSING
                   end-if
               end-if
               if WS-ONTV-RENTE > WS-ONTV-BEDRAG
                   move WS-ONTV-BEDRAG to WS-ONTV-RENTE
               end-if
               compute WS-ONTV-KAPITAAL = WS-ONTV-BEDRAG
                   - WS-ONTV-RENTE

               move WS-REK-BANK to WS-LNE-REKENING
               move spaces to WS-LNE-OMSCHRIJVING
               string "Termijn " TRM-MAAND(TRM-IDX) " "
                      function trim(WS-OMSCHR-LENING)
                          delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move WS-ONTV-BEDRAG to WS-LNE-DEBET
               move 0 to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               move WS-REK-LENING to WS-LNE-REKENING
               move spaces to WS-LNE-OMSCHRIJVING
               string "Aflossing kapitaal " TRM-MAAND(TRM-IDX)
                       delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move 0 to WS-LNE-DEBET
               move WS-ONTV-KAPITAAL to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               move spaces to WS-LNE-OMSCHRIJVING
               string "Rente in termijn " TRM-MAAND(TRM-IDX)
                       delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move WS-ONTV-RENTE to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT

               add WS-ONTV-BEDRAG to WS-SOM-ONTVANGEN
               add WS-ONTV-KAPITAAL to WS-SOM-KAPITAAL
               move "ONTVANGST" to WS-REG-REGEL(1:10)
               move TRM-MAAND(TRM-IDX) to WS-REG-REGEL(11:7)
               move WS-ONTV-BEDRAG to WS-LNE-DEBET
               perform 4800-ADD-REGISTER thru 4800-EXIT
               move WS-ONTV-RENTE to DISPLAY-AMT
               move WS-ONTV-KAPITAAL to DISPLAY-AMT-2
               move WS-ONTV-BEDRAG to DISPLAY-AMT-3
               move spaces to DETAIL-REGEL
               string function trim(WS-LENING) ",ONTVANGST,"
                      TRM-MAAND(TRM-IDX) ","
                      function trim(DISPLAY-AMT) ","
                      function trim(DISPLAY-AMT-2) ","
                      function trim(DISPLAY-AMT-3)
                          delimited by size
                   into DETAIL-REGEL
               end-string
               write DETAIL-REGEL.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-SCHEMA-RENTE: a restructured loan's interest -- every
      *> schedule month after the last one accrued (from the first
      *> installment month when none was) through the period, a
      *> holiday month's interest included.
      *>----------------------------------------------------------------
           1300-SCHEMA-RENTE.
               if WS-LAATSTE-RENTE = spaces
                   move LSC-BEGIN to WS-HS-MAAND
               else
                   move WS-LAATSTE-RENTE to WS-HS-MAAND
                   perform 4600-VOLGENDE-MAAND thru 4600-EXIT
               end-if
               move 0 to WS-MAAND-RENTE
               perform until WS-HS-MAAND > WS-PERIODE
                   move M-NR to LSC-LENING
                   move WS-HS-MAAND to LSC-MAAND
                   call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
                   if LSC-GEVONDEN = "E"
                       exit perform
                   end-if
                   if LSC-GEVONDEN = "J"
                       add LSC-RENTE to WS-MAAND-RENTE
                   end-if
                   perform 4600-VOLGENDE-MAAND thru 4600-EXIT
               end-perform
               perform 4200-BOOK-RENTE thru 4200-EXIT.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-STAFF-BOOK: every loan of Personeelsleningen.csv.
      *>----------------------------------------------------------------
           2000-STAFF-BOOK.
               open input STAFF-FILE
               if WS-STAFF-STATUS not = "00"
                   go to 2000-EXIT
               end-if
               read STAFF-FILE into STAFF-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read STAFF-FILE into STAFF-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if STAFF-REGEL not = spaces
                               perform 2100-ONE-STAFF-LOAN
                                   thru 2100-EXIT
                           end-if
                   end-read
               end-perform
               close STAFF-FILE.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-ONE-STAFF-LOAN: the same three steps; the installment
      *> for the month is the Nth since the start month, and what
      *> came in is whatever the payroll took off RestSaldo since
      *> the last run.
      *>----------------------------------------------------------------
           2100-ONE-STAFF-LOAN.
               move spaces to P-PERSNR P-START P-HOOFDSOM-S P-RENTE-S
                   P-JAREN-S P-TERMIJN-S P-REST-S P-STATE
               unstring function trim(STAFF-REGEL)
                   delimited by ","
                   into P-PERSNR P-START P-HOOFDSOM-S P-RENTE-S
                        P-JAREN-S P-TERMIJN-S P-REST-S P-STATE
               end-unstring
               if function test-numval-c(function trim(P-HOOFDSOM-S))
                       not = 0
                   or function test-numval-c(function trim(
                       P-TERMIJN-S)) not = 0
                   or function test-numval-c(function trim(
                       P-REST-S)) not = 0
                   or P-START(1:4) not numeric
                   or P-START(6:2) not numeric
                   display "Onleesbare personeelslening: " STAFF-REGEL
                   go to 2100-EXIT
               end-if
               add 1 to WS-LOANS-READ
               move spaces to WS-LENING
               string "P" function trim(P-PERSNR) "/" P-START
                       delimited by size
                   into WS-LENING
               end-string
               move spaces to WS-OMSCHR-LENING
               string "personeelslening "
                      function trim(P-PERSNR) delimited by size
                   into WS-OMSCHR-LENING
               end-string
               move WS-REK-PERSONEEL to WS-REK-LENING
               move function numval-c(function trim(P-HOOFDSOM-S))
                   to WS-HOOFDSOM
               move function numval-c(function trim(P-RENTE-S))
                   to WS-RENTE-PCT
               compute WS-LOOPTIJD
                   = function numval(function trim(P-JAREN-S)) * 12
               move function numval-c(function trim(P-TERMIJN-S))
                   to WS-TERMIJN
               move function numval-c(function trim(P-REST-S))
                   to WS-REST
               compute WS-TOTAAL = WS-TERMIJN * WS-LOOPTIJD

               perform 4000-FIND-HISTORY thru 4000-EXIT
               if WS-HEEFT-START = "N"
                   perform 4100-BOOK-START thru 4100-EXIT
               end-if

      *>        months since the start month: the first installment
      *>        falls in the start month itself, like the payroll's
      *>        first deduction
               compute WS-N-NU
                   = (function numval(WS-PERIODE(1:4))
                      - function numval(P-START(1:4))) * 12
                   + function numval(WS-PERIODE(6:2))
                   - function numval(P-START(6:2)) + 1
               if WS-PERIODE < P-START(1:7)
                   move 0 to WS-N-NU
               end-if
               if WS-N-NU > WS-LOOPTIJD
                   move WS-LOOPTIJD to WS-N-NU
               end-if
               move 0 to WS-N-GEDAAN
               if WS-LAATSTE-RENTE not = spaces
                   compute WS-N-GEDAAN
                       = (function numval(WS-LAATSTE-RENTE(1:4))
                          - function numval(P-START(1:4))) * 12
                       + function numval(WS-LAATSTE-RENTE(6:2))
                       - function numval(P-START(6:2)) + 1
                   if WS-N-GEDAAN > WS-LOOPTIJD
                       move WS-LOOPTIJD to WS-N-GEDAAN
                   end-if
               end-if
               move 0 to WS-MAAND-RENTE
               if WS-N-NU > WS-N-GEDAAN
                   move WS-N-NU to WS-SCH-N
                   move WS-N-GEDAAN to WS-SCH-VANAF
                   perform 4500-WALK-SCHEDULE thru 4500-EXIT
                   move WS-SCH-RENTE-SOM to WS-MAAND-RENTE
                   perform 4200-BOOK-RENTE thru 4200-EXIT
               end-if

      *>        what the payroll took off since the last run, the
      *>        interest earned since then first
               compute WS-INHOUDING-NIEUW = WS-HOOFDSOM - WS-REST
                   - WS-INHOUDING-GEBOEKT
               if WS-INHOUDING-NIEUW <= 0
                   go to 2100-EXIT
               end-if
               move WS-INHOUDING-NIEUW to WS-ONTV-BEDRAG
               move WS-MAAND-RENTE to WS-ONTV-RENTE
               if WS-ONTV-RENTE > WS-ONTV-BEDRAG
                   move WS-ONTV-BEDRAG to WS-ONTV-RENTE
               end-if
               compute WS-ONTV-KAPITAAL = WS-ONTV-BEDRAG
                   - WS-ONTV-RENTE

               move WS-REK-INHOUDING to WS-LNE-REKENING
               move spaces to WS-LNE-OMSCHRIJVING
               string "Looninhouding "
                      function trim(WS-OMSCHR-LENING)
                          delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move WS-ONTV-BEDRAG to WS-LNE-DEBET
               move 0 to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               move WS-REK-LENING to WS-LNE-REKENING
               move spaces to WS-LNE-OMSCHRIJVING
               string "Aflossing kapitaal " WS-PERIODE
                       delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move 0 to WS-LNE-DEBET
               move WS-ONTV-KAPITAAL to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               move spaces to WS-LNE-OMSCHRIJVING
               string "Rente in termijn " WS-PERIODE
                       delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move WS-ONTV-RENTE to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT

               add WS-ONTV-BEDRAG to WS-SOM-ONTVANGEN
               add WS-ONTV-KAPITAAL to WS-SOM-KAPITAAL
               move "INHOUDING" to WS-REG-REGEL(1:10)
               move WS-PERIODE to WS-REG-REGEL(11:7)
               move WS-ONTV-BEDRAG to WS-LNE-DEBET
               perform 4800-ADD-REGISTER thru 4800-EXIT
               move WS-ONTV-RENTE to DISPLAY-AMT
               move WS-ONTV-KAPITAAL to DISPLAY-AMT-2
               move WS-ONTV-BEDRAG to DISPLAY-AMT-3
               move spaces to DETAIL-REGEL
               string function trim(WS-LENING) ",INHOUDING,"
                      WS-PERIODE ","
                      function trim(DISPLAY-AMT) ","
                      function trim(DISPLAY-AMT-2) ","
                      function trim(DISPLAY-AMT-3)
                          delimited by size
                   into DETAIL-REGEL
               end-string
               write DETAIL-REGEL.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-JOURNAL: the held lines, the TOTAAL trailer with
      *> the run-ID stamp; unbalanced means deleted, like every
      *> other journal proposal.
      *>----------------------------------------------------------------
           3000-WRITE-JOURNAL.
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening GL-Lening-Journal.csv: "
                       WS-JOURNAL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               perform 9100-DRAW-RUN-ID thru 9100-EXIT
               perform varying LINE-IDX from 1 by 1
                       until LINE-IDX > WS-LINE-COUNT
                   move spaces to JOURNAL-REGEL
                   if LNE-DEBET(LINE-IDX) > 0
                       move LNE-DEBET(LINE-IDX) to DISPLAY-AMT
                       string "LENINGEN," delimited by size
                              function trim(LNE-REKENING(LINE-IDX))
                                  delimited by size
                              "," delimited by size
                              function trim(LNE-OMSCHRIJVING(
                                  LINE-IDX)) delimited by size
                              "," delimited by size
                              function trim(DISPLAY-AMT)
                                  delimited by size
                              "," delimited by size
                           into JOURNAL-REGEL
                       end-string
                   else
                       move LNE-CREDIT(LINE-IDX) to DISPLAY-AMT
                       string "LENINGEN," delimited by size
                              function trim(LNE-REKENING(LINE-IDX))
                                  delimited by size
                              "," delimited by size
                              function trim(LNE-OMSCHRIJVING(
                                  LINE-IDX)) delimited by size
                              ",," delimited by size
                              function trim(DISPLAY-AMT)
                                  delimited by size
                           into JOURNAL-REGEL
                       end-string
                   end-if
                   write JOURNAL-REGEL
                   add LNE-DEBET(LINE-IDX) to WS-TOT-DEBET
                   add LNE-CREDIT(LINE-IDX) to WS-TOT-CREDIT
               end-perform
               move WS-TOT-DEBET to DISPLAY-AMT
               move WS-TOT-CREDIT to DISPLAY-AMT-2
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-2)
                          delimited by size
                      "," delimited by size
                      function trim(WS-RUN-ID) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE
               if WS-TOT-DEBET not = WS-TOT-CREDIT
                   display "JOURNAL REFUSED: debet <> credit."
                   call "SYSTEM" using "rm -f GL-Lening-Journal.csv"
                   move 1 to WS-RETURN-CODE
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3500-APPEND-REGISTER: this run's bookings, after the clean
      *> journal -- a register without a header yet gets one first.
      *>----------------------------------------------------------------
           3500-APPEND-REGISTER.
               open extend REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   open output REGISTER-FILE
                   move "Soort,Lening,Maand,Periode,Bedrag"
                       to REGISTER-REGEL
                   write REGISTER-REGEL
               end-if
               compute WS-SCH-J = WS-REG-NIEUW-VAN + 1
               perform varying REG-IDX from WS-SCH-J by 1
                       until REG-IDX > WS-REG-COUNT
                   move REG-BEDRAG(REG-IDX) to DISPLAY-BEDRAG
                   move spaces to REGISTER-REGEL
                   string function trim(REG-SOORT(REG-IDX)) ","
                          function trim(REG-LENING(REG-IDX)) ","
                          function trim(REG-MAAND(REG-IDX)) ","
                          REG-PERIODE(REG-IDX) ","
                          function trim(DISPLAY-BEDRAG)
                              delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-perform
               close REGISTER-FILE.
           3500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-FIND-HISTORY: for WS-LENING -- start booked yet, the
      *> receivable booked, the last month accrued, the payroll
      *> deductions booked so far.
      *>----------------------------------------------------------------
           4000-FIND-HISTORY.
               move "N" to WS-HEEFT-START
               move spaces to WS-LAATSTE-RENTE
               move 0 to WS-INHOUDING-GEBOEKT
               move 0 to WS-HS-GEBOEKT
               perform varying REG-IDX from 1 by 1
                       until REG-IDX > WS-REG-COUNT
                   if REG-LENING(REG-IDX) = WS-LENING
                       evaluate REG-SOORT(REG-IDX)
                           when "START"
                               move "J" to WS-HEEFT-START
                               add REG-BEDRAG(REG-IDX)
                                   to WS-HS-GEBOEKT
                           when "HERSCHIK"
                               add REG-BEDRAG(REG-IDX)
                                   to WS-HS-GEBOEKT
                           when "RENTE"
                               if REG-MAAND(REG-IDX)
                                       > WS-LAATSTE-RENTE
                                   move REG-MAAND(REG-IDX)
                                       to WS-LAATSTE-RENTE
                               end-if
                           when "INHOUDING"
                               add REG-BEDRAG(REG-IDX)
                                   to WS-INHOUDING-GEBOEKT
                       end-evaluate
                   end-if
               end-perform.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-BOOK-START: the receivable at the total to repay;
      *> the principal went out through the bank, the rest is
      *> interest still to be earned.
      *>----------------------------------------------------------------
           4100-BOOK-START.
               if WS-TOTAAL < WS-HOOFDSOM
                   move WS-HOOFDSOM to WS-TOTAAL
               end-if
               move WS-REK-LENING to WS-LNE-REKENING
               move spaces to WS-LNE-OMSCHRIJVING
               string "Uitbetaling " function trim(WS-OMSCHR-LENING)
                       delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move WS-TOTAAL to WS-LNE-DEBET
               move 0 to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               move WS-REK-BANK to WS-LNE-REKENING
               move 0 to WS-LNE-DEBET
               move WS-HOOFDSOM to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               if WS-TOTAAL > WS-HOOFDSOM
                   move WS-REK-UITGESTELD to WS-LNE-REKENING
                   move spaces to WS-LNE-OMSCHRIJVING
                   string "Uitgestelde rente "
                          function trim(WS-OMSCHR-LENING)
                              delimited by size
                       into WS-LNE-OMSCHRIJVING
                   end-string
                   compute WS-LNE-CREDIT = WS-TOTAAL - WS-HOOFDSOM
                   perform 4900-ADD-LINE thru 4900-EXIT
               end-if
               move "START" to WS-REG-REGEL(1:10)
               move spaces to WS-REG-REGEL(11:7)
               move WS-TOTAAL to WS-LNE-DEBET
               perform 4800-ADD-REGISTER thru 4800-EXIT
               move WS-HOOFDSOM to DISPLAY-AMT-2
               move WS-TOTAAL to DISPLAY-AMT-3
               move spaces to DETAIL-REGEL
               string function trim(WS-LENING) ",START,,0.00,"
                      function trim(DISPLAY-AMT-2) ","
                      function trim(DISPLAY-AMT-3)
                          delimited by size
                   into DETAIL-REGEL
               end-string
               write DETAIL-REGEL.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-BOOK-RENTE: WS-MAAND-RENTE earned -- out of the
      *> deferred account into interest income.
      *>----------------------------------------------------------------
           4200-BOOK-RENTE.
               if WS-MAAND-RENTE = 0
                   go to 4200-EXIT
               end-if
               move WS-REK-UITGESTELD to WS-LNE-REKENING
               move spaces to WS-LNE-OMSCHRIJVING
               string "Rente " WS-PERIODE " "
                      function trim(WS-OMSCHR-LENING)
                          delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move WS-MAAND-RENTE to WS-LNE-DEBET
               move 0 to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               move WS-REK-RENTE to WS-LNE-REKENING
               move 0 to WS-LNE-DEBET
               move WS-MAAND-RENTE to WS-LNE-CREDIT
               perform 4900-ADD-LINE thru 4900-EXIT
               add WS-MAAND-RENTE to WS-SOM-RENTE
               move "RENTE" to WS-REG-REGEL(1:10)
               move WS-PERIODE to WS-REG-REGEL(11:7)
               move WS-MAAND-RENTE to WS-LNE-DEBET
               perform 4800-ADD-REGISTER thru 4800-EXIT
               move WS-MAAND-RENTE to DISPLAY-AMT
               move spaces to DETAIL-REGEL
               string function trim(WS-LENING) ",RENTE,"
                      WS-PERIODE ","
                      function trim(DISPLAY-AMT) ",0.00,0.00"
                          delimited by size
                   into DETAIL-REGEL
               end-string
               write DETAIL-REGEL.
           4200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4300-BOOK-HERSCHIK: a restructuring changed the total to
      *> repay -- the receivable follows it, the difference being
      *> interest still to be earned (or no longer due).
      *>----------------------------------------------------------------
           4300-BOOK-HERSCHIK.
               compute WS-HS-VERSCHIL = WS-TOTAAL - WS-HS-GEBOEKT
               if WS-HS-VERSCHIL = 0
                   go to 4300-EXIT
               end-if
               move spaces to WS-LNE-OMSCHRIJVING
               string "Herschikking " function trim(WS-OMSCHR-LENING)
                       delimited by size
                   into WS-LNE-OMSCHRIJVING
               end-string
               move WS-REK-LENING to WS-LNE-REKENING
               move 0 to WS-LNE-DEBET
               move 0 to WS-LNE-CREDIT
               if WS-HS-VERSCHIL > 0
                   move WS-HS-VERSCHIL to WS-LNE-DEBET
               else
                   compute WS-LNE-CREDIT = 0 - WS-HS-VERSCHIL
               end-if
               perform 4900-ADD-LINE thru 4900-EXIT
               move WS-REK-UITGESTELD to WS-LNE-REKENING
               if WS-HS-VERSCHIL > 0
                   move 0 to WS-LNE-DEBET
                   move WS-HS-VERSCHIL to WS-LNE-CREDIT
               else
                   compute WS-LNE-DEBET = 0 - WS-HS-VERSCHIL
                   move 0 to WS-LNE-CREDIT
               end-if
               perform 4900-ADD-LINE thru 4900-EXIT
               if WS-REG-COUNT >= 5000
                   display "Lening-GL-Register vol -- "
                       function trim(WS-LENING) " niet onthouden."
                   go to 4300-EXIT
               end-if
               add 1 to WS-REG-COUNT
               move "HERSCHIK" to REG-SOORT(WS-REG-COUNT)
               move WS-LENING to REG-LENING(WS-REG-COUNT)
               move WS-PERIODE to REG-MAAND(WS-REG-COUNT)
               move WS-PERIODE to REG-PERIODE(WS-REG-COUNT)
               move WS-HS-VERSCHIL to REG-BEDRAG(WS-REG-COUNT)
               move WS-HS-VERSCHIL to DISPLAY-BEDRAG
               move spaces to DETAIL-REGEL
               string function trim(WS-LENING) ",HERSCHIK,"
                      WS-PERIODE ",0.00,0.00,"
                      function trim(DISPLAY-BEDRAG)
                          delimited by size
                   into DETAIL-REGEL
               end-string
               write DETAIL-REGEL.
           4300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4500-WALK-SCHEDULE: the annuity schedule from the principal
      *> through installment WS-SCH-N, cent-rounded month by month
      *> the way the amortization table is, the last installment's
      *> interest whatever it holds above the balance left (so the
      *> interest adds up to the total to repay less the principal,
      *> as in the schedule LoanServicing keeps): WS-SCH-RENTE is the
      *> interest in installment WS-SCH-N, WS-SCH-RENTE-SOM the
      *> interest of the installments after WS-SCH-VANAF.
      *>----------------------------------------------------------------
           4500-WALK-SCHEDULE.
               move WS-HOOFDSOM to WS-SCH-SALDO
               move 0 to WS-SCH-RENTE
               move 0 to WS-SCH-RENTE-SOM
               perform varying WS-SCH-J from 1 by 1
                       until WS-SCH-J > WS-SCH-N
                   compute WS-TUSSEN = WS-SCH-SALDO * WS-RENTE-PCT
                   compute WS-SCH-RENTE rounded = WS-TUSSEN / 1200
                   if WS-SCH-J = WS-LOOPTIJD
                       or WS-TERMIJN <= WS-SCH-RENTE
                       move WS-SCH-SALDO to WS-SCH-AFLOS
                       if WS-SCH-J = WS-LOOPTIJD
                           and WS-TERMIJN >= WS-SCH-SALDO
                           compute WS-SCH-RENTE = WS-TERMIJN
                               - WS-SCH-SALDO
                       end-if
                   else
                       compute WS-SCH-AFLOS = WS-TERMIJN
                           - WS-SCH-RENTE
                   end-if
                   if WS-SCH-AFLOS > WS-SCH-SALDO
                       move WS-SCH-SALDO to WS-SCH-AFLOS
                   end-if
                   subtract WS-SCH-AFLOS from WS-SCH-SALDO
                   if WS-SCH-J > WS-SCH-VANAF
                       add WS-SCH-RENTE to WS-SCH-RENTE-SOM
                   end-if
               end-perform.
           4500-EXIT.
               exit.

      *>    WS-HS-MAAND one month on
           4600-VOLGENDE-MAAND.
               move WS-HS-MAAND(1:4) to WS-HS-JAAR
               move WS-HS-MAAND(6:2) to WS-HS-MND
               if WS-HS-MND = 12
                   add 1 to WS-HS-JAAR
                   move 1 to WS-HS-MND
               else
                   add 1 to WS-HS-MND
               end-if
               move WS-HS-JAAR to WS-HS-MAAND(1:4)
               move "-" to WS-HS-MAAND(5:1)
               move WS-HS-MND to WS-HS-MAAND(6:2).
           4600-EXIT.
               exit.

      *>    one register row for WS-LENING: soort and maand staged in
      *>    WS-REG-REGEL, the amount in WS-LNE-DEBET
           4800-ADD-REGISTER.
               if WS-REG-COUNT >= 5000
                   display "Lening-GL-Register vol -- "
                       function trim(WS-LENING) " niet onthouden."
                   go to 4800-EXIT
               end-if
               add 1 to WS-REG-COUNT
               move WS-REG-REGEL(1:10) to REG-SOORT(WS-REG-COUNT)
               move WS-LENING to REG-LENING(WS-REG-COUNT)
               move WS-REG-REGEL(11:7) to REG-MAAND(WS-REG-COUNT)
               move WS-PERIODE to REG-PERIODE(WS-REG-COUNT)
               move WS-LNE-DEBET to REG-BEDRAG(WS-REG-COUNT).
           4800-EXIT.
               exit.

      *>    one journal line held, staged in the WS-LNE- fields
           4900-ADD-LINE.
               if WS-LNE-DEBET = 0 and WS-LNE-CREDIT = 0
                   go to 4900-EXIT
               end-if
               if WS-LINE-COUNT >= 2000
                   display "Te veel journaalregels -- journaal"
                       " geweigerd."
                   move 1 to WS-RETURN-CODE
                   go to 4900-EXIT
               end-if
               add 1 to WS-LINE-COUNT
               move WS-LNE-REKENING to LNE-REKENING(WS-LINE-COUNT)
               move WS-LNE-OMSCHRIJVING
                   to LNE-OMSCHRIJVING(WS-LINE-COUNT)
               move WS-LNE-DEBET to LNE-DEBET(WS-LINE-COUNT)
               move WS-LNE-CREDIT to LNE-CREDIT(WS-LINE-COUNT).
           4900-EXIT.
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
               move "LoanAccrual" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Leningen-Master.csv" to LOG-INPUT-FILE
               move "GL-Lening-Journal.csv" to LOG-OUTPUT-FILE
               move WS-LOANS-READ to LOG-RECORDS-IN
               move WS-LINE-COUNT to LOG-RECORDS-OUT
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

      *>----------------------------------------------------------------
      *> 9100-DRAW-RUN-ID: the shared sequence, same convention as
      *> the calculation programs.
      *>----------------------------------------------------------------
           9100-DRAW-RUN-ID.
               open input RUNID-FILE
               if WS-RUNID-STATUS = "00"
                   read RUNID-FILE into WS-RUNID-SEQ-S
                   if WS-RUNID-STATUS = "00"
                       move function numval(function trim(
                           WS-RUNID-SEQ-S)) to WS-RUNID-SEQ
                   end-if
                   close RUNID-FILE
               end-if
               add 1 to WS-RUNID-SEQ
               open output RUNID-FILE
               if WS-RUNID-STATUS = "00"
                   move WS-RUNID-SEQ to WS-RUNID-SEQ-S
                   write RUNID-REGEL from WS-RUNID-SEQ-S
                   close RUNID-FILE
               end-if
               move spaces to WS-RUN-ID
               string "R" delimited by size
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
