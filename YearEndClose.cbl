
       file section.
           fd SALDI-FILE.
           01 SALDI-REGEL pic x(80).

           fd PERIODEN-FILE.
           01 PERIODEN-REGEL pic x(30).

      *>    the ledger in memory
           01 WS-SALDI-COUNT pic 9(04) value 0.
           01 WS-SALDI-LEESREGEL pic x(80).
           01 SALDI-TABLE.
               05 SALDI-ENTRY occurs 2000 times
                       indexed by SALDI-IDX.
                   10 SLD-REKENING pic x(10).
                   10 SLD-DEBET pic 9(11)V99.
                   10 SLD-CREDIT pic 9(11)V99.
      *>            the cost centre rides through; the closing and
      *>            opening rows carry none
                   10 SLD-KOSTENPLAATS pic x(10).
           01 WS-SLD-DEBET-S pic x(16).
           01 WS-SLD-CREDIT-S pic x(16).

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
           01 FP-PROGRAMMA pic x(20) value "YearEndClose".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

           01 DISPLAY-AMT pic Z(9)9.99.
           01 DISPLAY-AMT-2 pic Z(9)9.99.
                                        SLD-REKENING(WS-SALDI-COUNT)
                                        WS-SLD-DEBET-S
                                        WS-SLD-CREDIT-S
                                        SLD-KOSTENPLAATS(
                                            WS-SALDI-COUNT)
                               end-unstring
                               move function numval-c(function trim(
                                   WS-SLD-DEBET-S))
                   move 1 to WS-RETURN-CODE
                   go to 5500-EXIT
               end-if
               move "Periode,Rekening,Debet,Credit,Kostenplaats"
                   to SALDI-REGEL
               write SALDI-REGEL
               perform varying SALDI-IDX from 1 by 1
                       until SALDI-IDX > WS-SALDI-COUNT
                       "," delimited by size
                       function trim(DISPLAY-AMT-2)
                           delimited by size
                       "," delimited by size
                       function trim(SLD-KOSTENPLAATS(SALDI-IDX))
                           delimited by size
                       into SALDI-REGEL
                   end-string
                   write SALDI-REGEL
                      WS-RUNID-SEQ delimited by size
                   into WS-RUN-ID
               end-string
               display "Run-ID: " WS-RUN-ID
               perform 8150-RECORD-TABLE-VERSIONS thru 8150-EXIT.
           8100-EXIT.
               exit.

      *>    the checksum of every reference table this run loads,
      *>    against its run-ID -- which version was in force
           8150-RECORD-TABLE-VERSIONS.
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
           8150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail -- one line per run,
      *> see RUNLOG.cpy.
