      *>----------------------------------------------------------------
      *> TableFingerprint -- which withholding brackets, VAT rates
      *> or baremas were in force when run X was calculated. Every
      *> calculation run calls this once per reference table it
      *> loads (action R), right after drawing its run-ID: the
      *> table's checksum and row count go onto the run-
      *> configuration register, Run-Configuratie.csv
      *> ("RunId,Programma,Tabel,Checksum,Regels,Versie,Tijdstip").
      *> The .bak-<timestamp> copies TableMaintenance leaves behind
      *> are the version store: the first run to use a table version
      *> the register has not seen yet saves that version as a
      *> <table>.bak-<timestamp> copy of its own -- so a version
      *> edited in with a text editor is kept too -- and every
      *> register row names the copy holding its version. A missing
      *> table is recorded as checksum ONTBREEKT.
      *>   R  record LINK-FP-TABEL for run LINK-FP-RUN-ID
      *>   C  only return the current checksum of LINK-FP-TABEL
      *>   I  inquiry: which runs used version LINK-FP-CHECKSUM of
      *>      LINK-FP-TABEL (blank = the current version), plus all
      *>      versions of the table on record, to
      *>      Tabelversie-Gebruik.txt
      *> RerunCompare reads the register to rerun an archived input
      *> against the exact table versions of the original run.
      *> The checksum is Fletcher-style (two running sums modulo
      *> 65521 over every character and line end), ten digits.
      *>----------------------------------------------------------------
       identification division.
       program-id. TableFingerprint.
       environment division.
       input-output section.
       file-control.
           select TABLE-FILE assign dynamic DYNAMIC-TABLEFILE
               organization is line sequential
               file status is WS-TABLE-STATUS.
           select REGISTER-FILE assign to "Run-Configuratie.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select RAPPORT-FILE assign to "Tabelversie-Gebruik.txt"
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd TABLE-FILE.
           01 TABLE-REGEL pic x(400).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(200).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-TABLE-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-TABLEFILE pic x(40).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.
           01 WS-CMD pic x(200).

      *>    the checksum of one table
           01 WS-SOM-A pic 9(05).
           01 WS-SOM-B pic 9(05).
           01 WS-CHECKSUM-N pic 9(10).
           01 WS-CHECKSUM pic x(10).
           01 WS-REGELS pic 9(06).
           01 WS-LEN pic 9(03).
           01 WS-POS pic 9(03).

      *>    one register row, split
           01 REG-RUNID pic x(09).
           01 REG-PROGRAMMA pic x(20).
           01 REG-TABEL pic x(40).
           01 REG-CHECKSUM pic x(10).
           01 REG-REGELS pic x(06).
           01 REG-VERSIE pic x(60).
           01 REG-TIJDSTIP pic x(19).
           01 WS-VERSIE pic x(60).
           01 WS-TIJDSTIP pic x(19).

      *>    inquiry: the versions of the table on record
           01 WS-VERS-COUNT pic 9(03) value 0.
           01 VERS-TABLE.
               05 VERS-ENTRY occurs 200 times indexed by VERS-IDX.
                   10 VERS-CHECKSUM pic x(10).
                   10 VERS-VERSIE pic x(60).
                   10 VERS-EERSTE pic x(19).
                   10 VERS-LAATSTE pic x(19).
                   10 VERS-RUNS pic 9(05).
           01 WS-GEBRUIK-COUNT pic 9(05) value 0.
           01 DISPLAY-AANTAL pic ZZZZ9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
      *>    R = record, C = checksum only, I = inquiry
           01 LINK-FP-ACTIE pic x(01).
           01 LINK-FP-RUN-ID pic x(09).
           01 LINK-FP-PROGRAMMA pic x(20).
           01 LINK-FP-TABEL pic x(40).
      *>    out for R and C; in for I (blank = current version)
           01 LINK-FP-CHECKSUM pic x(10).
           01 LINK-FP-OPERATOR-ID pic x(12).

       procedure division using LINK-FP-ACTIE LINK-FP-RUN-ID
               LINK-FP-PROGRAMMA LINK-FP-TABEL LINK-FP-CHECKSUM
               LINK-FP-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move 0 to WS-RETURN-CODE
           move spaces to WS-TIJDSTIP
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2) " "
                  WS-CURRENT-DATETIME(9:2) ":"
                  WS-CURRENT-DATETIME(11:2) ":"
                  WS-CURRENT-DATETIME(13:2)
               delimited by size into WS-TIJDSTIP
           end-string
           move function trim(LINK-FP-TABEL) to DYNAMIC-TABLEFILE

           evaluate LINK-FP-ACTIE
               when "R"
                   perform 1000-CHECKSUM-TABLE thru 1000-EXIT
                   move WS-CHECKSUM to LINK-FP-CHECKSUM
                   perform 2000-RECORD-VERSION thru 2000-EXIT
               when "C"
                   perform 1000-CHECKSUM-TABLE thru 1000-EXIT
                   move WS-CHECKSUM to LINK-FP-CHECKSUM
               when "I"
                   perform 3000-INQUIRY thru 3000-EXIT
                   perform 9000-WRITE-RUNLOG thru 9000-EXIT
               when other
                   display "TableFingerprint: onbekende actie "
                       LINK-FP-ACTIE
                   move 1 to WS-RETURN-CODE
           end-evaluate

           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-CHECKSUM-TABLE: WS-CHECKSUM and WS-REGELS of
      *> DYNAMIC-TABLEFILE, header included; ONTBREEKT when the
      *> table cannot be opened. Trailing blanks do not count --
      *> a line sequential file does not keep them anyway.
      *>----------------------------------------------------------------
           1000-CHECKSUM-TABLE.
               move 1 to WS-SOM-A
               move 0 to WS-SOM-B
               move 0 to WS-REGELS
               move "ONTBREEKT" to WS-CHECKSUM
               open input TABLE-FILE
               if WS-TABLE-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TABLE-FILE into TABLE-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-REGELS
                           perform 1100-CHECKSUM-LINE thru 1100-EXIT
                   end-read
               end-perform
               close TABLE-FILE
               compute WS-CHECKSUM-N = WS-SOM-B * 65536 + WS-SOM-A
               move WS-CHECKSUM-N to WS-CHECKSUM.
           1000-EXIT.
               exit.

           1100-CHECKSUM-LINE.
               move 0 to WS-LEN
               if TABLE-REGEL not = spaces
                   compute WS-LEN = function length(
                       function trim(TABLE-REGEL trailing))
               end-if
               perform varying WS-POS from 1 by 1 until WS-POS > WS-LEN
                   compute WS-SOM-A = function mod(
                       WS-SOM-A + function ord(TABLE-REGEL(WS-POS:1)),
                       65521)
                   compute WS-SOM-B = function mod(
                       WS-SOM-B + WS-SOM-A, 65521)
               end-perform
      *>        the line end counts as a character of its own, so
      *>        rows moved across a line boundary do not collide
               compute WS-SOM-A = function mod(WS-SOM-A + 11, 65521)
               compute WS-SOM-B = function mod(WS-SOM-B + WS-SOM-A,
                   65521).
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-RECORD-VERSION: the register row for this run. A
      *> version seen before reuses the copy already holding it;
      *> a new one gets a .bak-<timestamp> copy first.
      *>----------------------------------------------------------------
           2000-RECORD-VERSION.
               move spaces to WS-VERSIE
               if WS-CHECKSUM not = "ONTBREEKT"
                   perform 2100-FIND-VERSION thru 2100-EXIT
                   if WS-VERSIE = spaces
                       perform 2200-SAVE-VERSION thru 2200-EXIT
                   end-if
               end-if

               open extend REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   open output REGISTER-FILE
                   if WS-REGISTER-STATUS not = "00"
                       display "Error opening Run-Configuratie.csv: "
                           WS-REGISTER-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 2000-EXIT
                   end-if
                   move spaces to REGISTER-REGEL
                   string "RunId,Programma,Tabel,Checksum,Regels,"
                          "Versie,Tijdstip"
                       delimited by size into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-if
               move spaces to REGISTER-REGEL
               move WS-REGELS to DISPLAY-AANTAL
               string function trim(LINK-FP-RUN-ID) ","
                      function trim(LINK-FP-PROGRAMMA) ","
                      function trim(DYNAMIC-TABLEFILE) ","
                      function trim(WS-CHECKSUM) ","
                      function trim(DISPLAY-AANTAL) ","
                      function trim(WS-VERSIE) ","
                      WS-TIJDSTIP
                   delimited by size into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               close REGISTER-FILE.
           2000-EXIT.
               exit.

      *>    the copy an earlier row of the register names for this
      *>    table and checksum, if it is still there
           2100-FIND-VERSION.
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 2100-EXIT
               end-if
               read REGISTER-FILE into REGISTER-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into REGISTER-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2900-SPLIT-REGISTER thru 2900-EXIT
                           if REG-TABEL = DYNAMIC-TABLEFILE
                               and REG-CHECKSUM = WS-CHECKSUM
                               and REG-VERSIE not = spaces
                               move REG-VERSIE to WS-VERSIE
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE
               if WS-VERSIE = spaces
                   go to 2100-EXIT
               end-if
      *>        a copy removed by hand since is no version store
               move WS-VERSIE to DYNAMIC-TABLEFILE
               open input TABLE-FILE
               if WS-TABLE-STATUS = "00"
                   close TABLE-FILE
               else
                   move spaces to WS-VERSIE
               end-if
               move function trim(LINK-FP-TABEL) to DYNAMIC-TABLEFILE.
           2100-EXIT.
               exit.

           2200-SAVE-VERSION.
               move spaces to WS-VERSIE
               string function trim(DYNAMIC-TABLEFILE) ".bak-"
                      WS-CURRENT-DATETIME(1:14)
                   delimited by size into WS-VERSIE
               end-string
      *>        an existing copy of the same second is never
      *>        overwritten -- the checksum tells the two apart
               move spaces to WS-CMD
               string "test -f " function trim(WS-VERSIE)
                   delimited by size into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD
               if return-code = 0
                   move spaces to WS-VERSIE
                   string function trim(DYNAMIC-TABLEFILE) ".bak-"
                          WS-CURRENT-DATETIME(1:14) "-" WS-CHECKSUM
                       delimited by size into WS-VERSIE
                   end-string
               end-if
               move spaces to WS-CMD
               string "cp -p " function trim(DYNAMIC-TABLEFILE) " "
                      function trim(WS-VERSIE)
                   delimited by size into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD
               if return-code not = 0
                   display "Versie van "
                       function trim(DYNAMIC-TABLEFILE) " niet bewaard"
                   move spaces to WS-VERSIE
                   move 0 to return-code
               end-if.
           2200-EXIT.
               exit.

           2900-SPLIT-REGISTER.
               move spaces to REG-RUNID REG-PROGRAMMA REG-TABEL
                   REG-CHECKSUM REG-REGELS REG-VERSIE REG-TIJDSTIP
               unstring REGISTER-REGEL delimited by ","
                   into REG-RUNID REG-PROGRAMMA REG-TABEL REG-CHECKSUM
                        REG-REGELS REG-VERSIE REG-TIJDSTIP
               end-unstring.
           2900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-INQUIRY: the runs that used one version of a table,
      *> and every version of it the register knows.
      *>----------------------------------------------------------------
           3000-INQUIRY.
               if LINK-FP-TABEL = spaces
                   display "Geef de tabel op, b.v. WHT-Brackets.csv"
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function trim(LINK-FP-CHECKSUM) to WS-CHECKSUM
               if WS-CHECKSUM = spaces
                   perform 1000-CHECKSUM-TABLE thru 1000-EXIT
               end-if

               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening Tabelversie-Gebruik.txt: "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               string "GEBRUIK VAN TABELVERSIE -- "
                      function trim(DYNAMIC-TABLEFILE)
                      " checksum " WS-CHECKSUM
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               if function trim(LINK-FP-CHECKSUM) = spaces
                   move "(de huidige versie van de tabel)"
                       to RAPPORT-REGEL
                   write RAPPORT-REGEL
               end-if
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Run-ID" to RAPPORT-REGEL(1:6)
               move "Programma" to RAPPORT-REGEL(12:9)
               move "Tijdstip" to RAPPORT-REGEL(34:8)
               move "Versie" to RAPPORT-REGEL(55:6)
               write RAPPORT-REGEL

               move 0 to WS-VERS-COUNT WS-GEBRUIK-COUNT
               open input REGISTER-FILE
               if WS-REGISTER-STATUS = "00"
                   read REGISTER-FILE into REGISTER-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read REGISTER-FILE into REGISTER-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               add 1 to WS-RECORDS-IN
                               perform 2900-SPLIT-REGISTER
                                   thru 2900-EXIT
                               if REG-TABEL = DYNAMIC-TABLEFILE
                                   perform 3100-ONE-ROW thru 3100-EXIT
                               end-if
                       end-read
                   end-perform
                   close REGISTER-FILE
               end-if
               if WS-GEBRUIK-COUNT = 0
                   move "  geen run gebruikte deze versie"
                       to RAPPORT-REGEL
                   write RAPPORT-REGEL
               end-if
               perform 3200-VERSIONS thru 3200-EXIT
               close RAPPORT-FILE
               move WS-GEBRUIK-COUNT to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL)
                   " run(s) gebruikten "
                   function trim(DYNAMIC-TABLEFILE) " versie "
                   WS-CHECKSUM " -- zie Tabelversie-Gebruik.txt".
           3000-EXIT.
               exit.

           3100-ONE-ROW.
               if REG-CHECKSUM = WS-CHECKSUM
                   add 1 to WS-GEBRUIK-COUNT
                   add 1 to WS-RECORDS-OUT
                   move spaces to RAPPORT-REGEL
                   move REG-RUNID to RAPPORT-REGEL(1:9)
                   move REG-PROGRAMMA to RAPPORT-REGEL(12:20)
                   move REG-TIJDSTIP to RAPPORT-REGEL(34:19)
                   move REG-VERSIE to RAPPORT-REGEL(55:60)
                   write RAPPORT-REGEL
               end-if
               perform varying VERS-IDX from 1 by 1
                       until VERS-IDX > WS-VERS-COUNT
                   if VERS-CHECKSUM(VERS-IDX) = REG-CHECKSUM
                       exit perform
                   end-if
               end-perform
               if VERS-IDX > WS-VERS-COUNT
                   if WS-VERS-COUNT >= 200
                       go to 3100-EXIT
                   end-if
                   add 1 to WS-VERS-COUNT
                   set VERS-IDX to WS-VERS-COUNT
                   move REG-CHECKSUM to VERS-CHECKSUM(VERS-IDX)
                   move REG-TIJDSTIP to VERS-EERSTE(VERS-IDX)
                   move spaces to VERS-VERSIE(VERS-IDX)
                   move 0 to VERS-RUNS(VERS-IDX)
               end-if
               add 1 to VERS-RUNS(VERS-IDX)
               move REG-TIJDSTIP to VERS-LAATSTE(VERS-IDX)
               if REG-VERSIE not = spaces
                   move REG-VERSIE to VERS-VERSIE(VERS-IDX)
               end-if.
           3100-EXIT.
               exit.

           3200-VERSIONS.
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "VERSIES VAN DE TABEL IN HET REGISTER"
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move "Checksum" to RAPPORT-REGEL(1:8)
               move "Runs" to RAPPORT-REGEL(13:4)
               move "Eerste gebruik" to RAPPORT-REGEL(19:14)
               move "Laatste gebruik" to RAPPORT-REGEL(40:15)
               move "Versie" to RAPPORT-REGEL(61:6)
               write RAPPORT-REGEL
               perform varying VERS-IDX from 1 by 1
                       until VERS-IDX > WS-VERS-COUNT
                   move spaces to RAPPORT-REGEL
                   move VERS-CHECKSUM(VERS-IDX) to RAPPORT-REGEL(1:10)
                   move VERS-RUNS(VERS-IDX) to DISPLAY-AANTAL
                   move DISPLAY-AANTAL to RAPPORT-REGEL(12:5)
                   move VERS-EERSTE(VERS-IDX) to RAPPORT-REGEL(19:19)
                   move VERS-LAATSTE(VERS-IDX) to RAPPORT-REGEL(40:19)
                   move VERS-VERSIE(VERS-IDX) to RAPPORT-REGEL(61:60)
                   write RAPPORT-REGEL
               end-perform.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail -- one line per
      *> inquiry, see RUNLOG.cpy. The per-run recording is logged
      *> by the calculation run itself.
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
               move "TableFingerprint" to LOG-PROGRAM-NAME
               move LINK-FP-OPERATOR-ID to LOG-OPERATOR-ID
               move "Run-Configuratie.csv" to LOG-INPUT-FILE
               move "Tabelversie-Gebruik.txt" to LOG-OUTPUT-FILE
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move "ERROR" to LOG-FINAL-STATUS
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
