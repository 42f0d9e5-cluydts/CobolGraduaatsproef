      *> compare (a rerun always draws a new one). The rerun happens
      *> over a Rerun- copy of the archived input so the live files
      *> of the original name stay untouched. Result: Rerun-Diff.csv.
      *> With table version V the rerun runs against the reference
      *> tables exactly as the original run loaded them instead of
      *> the current ones: the run-ID on the archived output leads
      *> to that run's rows on Run-Configuratie.csv (see
      *> TableFingerprint), every table whose checksum has moved on
      *> since is swapped for the .bak- copy holding the original
      *> version for the length of the rerun, and the current
      *> tables are put back afterwards. A version no longer in the
      *> store stops the rerun before anything is swapped.
      *>----------------------------------------------------------------
       identification division.
       program-id. RerunCompare.
           select DIFF-FILE assign to "Rerun-Diff.csv"
               organization is line sequential
               file status is WS-DIFF-STATUS.
           select REGISTER-FILE assign to "Run-Configuratie.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.

       data division.

           fd DIFF-FILE.
           01 DIFF-REGEL pic x(250).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(200).

       working-storage section.

           01 DYNAMIC-OLDFILE pic x(60).
           01 WS-VERWIJDERD pic 9(04) value 0.
           01 WS-GELIJK pic 9(04) value 0.

      *>    table versions of the original run
           01 WS-REGISTER-STATUS pic xx.
           01 WS-ORIG-RUN-ID pic x(09).
           01 REG-RUNID pic x(09).
           01 REG-PROGRAMMA pic x(20).
           01 REG-TABEL pic x(40).
           01 REG-CHECKSUM pic x(10).
           01 REG-REGELS pic x(06).
           01 REG-VERSIE pic x(60).
           01 REG-TIJDSTIP pic x(19).
           01 WS-REG-GEVONDEN pic 9(03) value 0.
           01 WS-REG-PASS pic 9(01).
           01 FP-ACTIE pic x(01) value "C".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).
           01 WS-SWAP-COUNT pic 9(02) value 0.
           01 SWAP-TABLE.
               05 SWAP-ENTRY occurs 30 times indexed by SWAP-IDX.
                   10 SWAP-TABEL pic x(40).
                   10 SWAP-HOLD pic x(60).

       linkage section.
           01 LINK-TYPE pic x(01).
           01 LINK-ARCHDATE pic x(08).
           01 LINK-INFILE pic x(30).
           01 LINK-OPERATOR-ID pic x(12).
      *>    V = the table versions of the original run, blank = the
      *>    current tables
           01 LINK-TABELVERSIE pic x(01).

       procedure division using LINK-TYPE LINK-ARCHDATE LINK-INFILE
               LINK-OPERATOR-ID LINK-TABELVERSIE.

      *>    the archived output is the OLD side of the diff
           move spaces to DYNAMIC-OLDFILE
           end-string
           call "SYSTEM" using WS-CMD

      *>    the original run's table versions in place, if asked for
           move 0 to WS-SWAP-COUNT
           if LINK-TABELVERSIE = "V" or LINK-TABELVERSIE = "v"
               perform 1000-LOAD-OLD thru 1000-EXIT
               if WS-RETURN-CODE = 0
                   perform 4000-ORIGINAL-TABLES thru 4000-EXIT
               end-if
               if WS-RETURN-CODE not = 0
                   perform 4500-RESTORE-TABLES thru 4500-EXIT
                   move WS-RETURN-CODE to return-code
                   goback
               end-if
           end-if

           evaluate LINK-TYPE
               when "1"
                   call "VATCalculation" using WS-RERUN-INFILE
                                                WS-PAY-PERIOD
                   cancel "SalaryCalculation"
               when other
                   perform 4500-RESTORE-TABLES thru 4500-EXIT
                   display "Rerun covers calculation types 1/2/3."
                   move 1 to return-code
                   goback
           end-evaluate
           perform 4500-RESTORE-TABLES thru 4500-EXIT

           move spaces to DYNAMIC-NEWFILE
           if LINK-TYPE = "3"
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-ORIGINAL-TABLES: the original run-ID off the archived
      *> output, and its table versions off the register; every
      *> table that moved on is checked first, then swapped.
      *>----------------------------------------------------------------
           4000-ORIGINAL-TABLES.
               move spaces to WS-ORIG-RUN-ID
               perform varying OLD-IDX from 1 by 1
                       until OLD-IDX > WS-OLD-COUNT
                   move OLD-RIJ(OLD-IDX) to WS-STRIP-IN
                   perform 3000-STRIP-RUNID thru 3000-EXIT
                   if WS-STRIP-LAST(1:1) = "R"
                       and WS-STRIP-LAST(2:8) numeric
                       move WS-STRIP-LAST(1:9) to WS-ORIG-RUN-ID
                       exit perform
                   end-if
               end-perform
               if WS-ORIG-RUN-ID = spaces
                   display "The archived output carries no run-ID --"
                       " its table versions are unknown."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               display "Table versions of original run "
                   WS-ORIG-RUN-ID ":"

      *>        pass 1 checks every version is still in the store,
      *>        pass 2 swaps -- a half-swapped set is never run
               move 0 to WS-REG-GEVONDEN
               move 1 to WS-REG-PASS
               perform 4050-READ-REGISTER thru 4050-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               if WS-REG-GEVONDEN = 0
                   display "Run " WS-ORIG-RUN-ID " has no table"
                       " versions on Run-Configuratie.csv."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move 2 to WS-REG-PASS
               perform 4050-READ-REGISTER thru 4050-EXIT.
           4000-EXIT.
               exit.

      *>    WS-REG-PASS 1 checks and counts the run's rows, 2 swaps
           4050-READ-REGISTER.
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   display "Run-Configuratie.csv not found: "
                       WS-REGISTER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4050-EXIT
               end-if
               read REGISTER-FILE into REGISTER-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into REGISTER-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to REG-RUNID REG-PROGRAMMA
                               REG-TABEL REG-CHECKSUM REG-REGELS
                               REG-VERSIE REG-TIJDSTIP
                           unstring REGISTER-REGEL delimited by ","
                               into REG-RUNID REG-PROGRAMMA REG-TABEL
                                    REG-CHECKSUM REG-REGELS REG-VERSIE
                                    REG-TIJDSTIP
                           end-unstring
                           if REG-RUNID = WS-ORIG-RUN-ID
                               perform 4100-ONE-TABLE thru 4100-EXIT
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE.
           4050-EXIT.
               exit.

           4100-ONE-TABLE.
               add 1 to WS-REG-GEVONDEN
               move REG-TABEL to FP-TABEL-NAAM
               move spaces to FP-CHECKSUM
               call "TableFingerprint" using FP-ACTIE WS-ORIG-RUN-ID
                   REG-PROGRAMMA FP-TABEL-NAAM FP-CHECKSUM
                   LINK-OPERATOR-ID
               end-call
               cancel "TableFingerprint"
               if FP-CHECKSUM = REG-CHECKSUM
                   if WS-REG-PASS = 2
                       display "  " function trim(REG-TABEL)
                           ": unchanged since the original run"
                   end-if
                   go to 4100-EXIT
               end-if
               if REG-CHECKSUM not = "ONTBREEKT"
                   move spaces to WS-CMD
                   string "test -f " function trim(REG-VERSIE)
                       delimited by size into WS-CMD
                   end-string
                   if REG-VERSIE = spaces
                       move 1 to return-code
                   else
                       call "SYSTEM" using WS-CMD
                   end-if
                   if return-code not = 0
                       display "  " function trim(REG-TABEL)
                           ": version " REG-CHECKSUM
                           " is no longer in the version store"
                       move 1 to WS-RETURN-CODE
                       go to 4100-EXIT
                   end-if
               end-if
               if WS-REG-PASS = 1 or WS-SWAP-COUNT >= 30
                   go to 4100-EXIT
               end-if

      *>        pass 2: the current table aside, the original in
               add 1 to WS-SWAP-COUNT
               set SWAP-IDX to WS-SWAP-COUNT
               move REG-TABEL to SWAP-TABEL(SWAP-IDX)
               move spaces to SWAP-HOLD(SWAP-IDX)
               if FP-CHECKSUM not = "ONTBREEKT"
                   string function trim(REG-TABEL) ".rerun-hold"
                       delimited by size into SWAP-HOLD(SWAP-IDX)
                   end-string
                   move spaces to WS-CMD
                   string "mv -f " function trim(REG-TABEL) " "
                          function trim(SWAP-HOLD(SWAP-IDX))
                       delimited by size into WS-CMD
                   end-string
                   call "SYSTEM" using WS-CMD
               end-if
               if REG-CHECKSUM = "ONTBREEKT"
                   display "  " function trim(REG-TABEL)
                       ": absent in the original run -- set aside"
               else
                   move spaces to WS-CMD
                   string "cp -p " function trim(REG-VERSIE) " "
                          function trim(REG-TABEL)
                       delimited by size into WS-CMD
                   end-string
                   call "SYSTEM" using WS-CMD
                   display "  " function trim(REG-TABEL)
                       ": original version from "
                       function trim(REG-VERSIE)
               end-if
               move 0 to return-code.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4500-RESTORE-TABLES: the current tables back after the
      *> rerun.
      *>----------------------------------------------------------------
           4500-RESTORE-TABLES.
               perform varying SWAP-IDX from 1 by 1
                       until SWAP-IDX > WS-SWAP-COUNT
                   move spaces to WS-CMD
                   if SWAP-HOLD(SWAP-IDX) = spaces
                       string "rm -f " function trim(SWAP-TABEL(
                                  SWAP-IDX))
                           delimited by size into WS-CMD
                       end-string
                   else
                       string "mv -f " function trim(SWAP-HOLD(
                                  SWAP-IDX)) " "
                              function trim(SWAP-TABEL(SWAP-IDX))
                           delimited by size into WS-CMD
                       end-string
                   end-if
                   call "SYSTEM" using WS-CMD
               end-perform
               if WS-SWAP-COUNT > 0
                   display "Current tables put back after the rerun."
               end-if
               move 0 to WS-SWAP-COUNT
               move 0 to return-code.
           4500-EXIT.
               exit.
