           01 WS-RUN-ID pic x(09).
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "Dubieus-Config.csv".
               05 filler pic x(30) value "GL-Mapping.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 2 times.
           01 FP-TABEL-COUNT pic 9(02) value 2.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "DoubtfulDebtors".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-TODAY-INT pic 9(7).
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
