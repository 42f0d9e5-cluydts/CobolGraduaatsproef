      *>----------------------------------------------------------------
      *> ArchiveSeal -- Archive-Catalog.csv says where every archived
      *> input and output lives, but an archived Output- file or
      *> payslip edited afterwards went unnoticed. Each catalog row
      *> now carries two more columns:
      *>   Bestanden  "<file>=<checksum>;..." -- the checksum of every
      *>              file of the run as it went into Archive/<date>
      *>   Keten      the checksum of the previous sealed row's Keten
      *>              plus this row, so a changed row breaks the
      *>              chain at that row and a deleted row breaks it
      *>              at the one after
      *> The checksums are Fletcher-style (two running sums modulo
      *> 65521), ten digits -- the same as TableFingerprint's.
      *>   S  seal: the calculation run passes its catalog row (the
      *>      first seven columns) and the names of the files it
      *>      archived; the row comes back with Bestanden and Keten,
      *>      ready to append to the catalog
      *>   V  verify one catalog row's files (ArchiveRetrieve, before
      *>      a reprint): status OK, GEWIJZIGD, ONTBREEKT or
      *>      ONVERZEGELD, with the first failing file
      *>   A  verification run over all archive periods or those
      *>      starting with LINK-AS-BESTANDEN (YYYY, YYYYMM or
      *>      YYYYMMDD; blank, "-" or ALL = all): the chain, every
      *>      registered file (altered or missing), and every file
      *>      in a selected Archive/ folder the catalog does not know
      *>      (unregistered), to Archief-Controle-<date>.txt. A folder
      *>      past the ARCHIVE retention of Retention-Policy.csv that
      *>      Housekeeping removed is reported as OPGERUIMD, not as
      *>      missing. Rows catalogued before sealing began cannot be
      *>      checked and are counted as ONVERZEGELD. Any finding
      *>      fails the run.
      *>----------------------------------------------------------------
       identification division.
       program-id. ArchiveSeal.
       environment division.
       input-output section.
       file-control.
           select CATALOG-FILE assign to "Archive-Catalog.csv"
               organization is line sequential
               file status is WS-CATALOG-STATUS.
           select DATA-FILE assign dynamic DYNAMIC-DATAFILE
               organization is line sequential
               file status is WS-DATA-STATUS.
           select MAP-FILE assign to "ARCHSEAL-MAPPEN.TMP"
               organization is line sequential
               file status is WS-MAP-STATUS.
           select LIST-FILE assign to "ARCHSEAL-BESTANDEN.TMP"
               organization is line sequential
               file status is WS-LIST-STATUS.
           select RETENTION-FILE assign to "Retention-Policy.csv"
               organization is line sequential
               file status is WS-RETENTION-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CATALOG-FILE.
           01 CATALOG-REGEL pic x(400).

           fd DATA-FILE.
           01 DATA-REGEL pic x(1000).

           fd MAP-FILE.
           01 MAP-REGEL pic x(80).

           fd LIST-FILE.
           01 LIST-REGEL pic x(80).

           fd RETENTION-FILE.
           01 RETENTION-REGEL pic x(80).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(160).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CATALOG-STATUS pic xx.
           01 WS-DATA-STATUS pic xx.
           01 WS-MAP-STATUS pic xx.
           01 WS-LIST-STATUS pic xx.
           01 WS-RETENTION-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-MAP-EOF pic x(01).
           01 WS-LIST-EOF pic x(01).
           01 WS-DATA-EOF pic x(01).
           01 DYNAMIC-DATAFILE pic x(90).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 WS-CMD pic x(200).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    the running sums
           01 WS-SOM-A pic 9(05).
           01 WS-SOM-B pic 9(05).
           01 WS-CHECKSUM-N pic 9(10).
           01 WS-CHECKSUM pic x(10).
           01 WS-HASH-TEXT pic x(1000).
           01 WS-HASH-LEN pic 9(04).
           01 WS-POS pic 9(04).

      *>    one catalog row, split
           01 C-DATUM pic x(08).
           01 C-PROGRAM pic x(20).
           01 C-INFILE pic x(30).
           01 C-RECIN pic x(10).
           01 C-RECOUT pic x(10).
           01 C-TOTAAL pic x(15).
           01 C-PAD pic x(20).
           01 C-BESTANDEN pic x(250).
           01 C-KETEN pic x(10).
           01 WS-ROW-LEN pic 9(04).
           01 WS-ROW8 pic x(400).
           01 WS-ROW8-LEN pic 9(04).

      *>    the files of one row
           01 BST-TABLE.
               05 BST-ITEM occurs 6 times pic x(90).
           01 BST-IDX pic 9(02).
           01 WS-BST-NAAM pic x(60).
           01 WS-BST-CHECKSUM pic x(10).
           01 WS-NAAM-REV pic x(90).
           01 WS-BASE-REV pic x(90).
           01 WS-BESTANDEN pic x(250).
           01 WS-PTR pic 9(04).
           01 WS-VORIGE-KETEN pic x(10).
           01 WS-ROW-STATUS pic x(12).
           01 WS-ROW-BESTAND pic x(60).

      *>    verification run
           01 WS-SELECTIE pic x(08).
           01 WS-SEL-LEN pic 9(02).
           01 WS-REGELNR pic 9(05).
           01 WS-VERZEGELD-GEZIEN pic x(01).
           01 WS-KEEP-ARCHIVE pic 9(03) value 24.
           01 WS-CUT-JJ pic 9(04).
           01 WS-CUT-MM pic s9(03).
           01 WS-CUTOFF-YYYYMMDD pic 9(08).
           01 WS-MAP-NAAM pic x(20).
           01 WS-REG-COUNT pic 9(05) value 0.
           01 REG-TABLE.
               05 REG-ENTRY occurs 5000 times indexed by REG-IDX.
                   10 REG-PAD pic x(20).
                   10 REG-NAAM pic x(60).
                   10 REG-CHECKSUM pic x(10).
                   10 REG-DATUM pic x(08).
           01 WS-ONV-COUNT pic 9(04) value 0.
           01 ONV-TABLE.
               05 ONV-PAD pic x(20) occurs 2000 times
                   indexed by ONV-IDX.
           01 WS-BEVINDING pic x(12).
           01 WS-TOELICHTING pic x(140).
           01 WS-OK-COUNT pic 9(05) value 0.
           01 WS-FOUT-COUNT pic 9(05) value 0.
           01 WS-OPGERUIMD-COUNT pic 9(05) value 0.
           01 WS-ONVERZEGELD-COUNT pic 9(05) value 0.
           01 DISPLAY-AANTAL pic ZZZZ9.
           01 DISPLAY-REGELNR pic ZZZZ9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
      *>    S = seal, V = verify one row, A = verification run
           01 LINK-AS-ACTIE pic x(01).
      *>    the catalog row (S: in seven columns, out nine; V: in)
           01 LINK-AS-REGEL pic x(400).
      *>    S: the archived file names, space-separated; V: out, the
      *>    first failing file; A: the period selection
           01 LINK-AS-BESTANDEN pic x(200).
           01 LINK-AS-STATUS pic x(12).
           01 LINK-AS-OPERATOR-ID pic x(12).

       procedure division using LINK-AS-ACTIE LINK-AS-REGEL
               LINK-AS-BESTANDEN LINK-AS-STATUS LINK-AS-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move 0 to WS-RETURN-CODE
           move spaces to DYNAMIC-RAPPORTFILE

           evaluate LINK-AS-ACTIE
               when "S"
                   perform 2000-SEAL-ROW thru 2000-EXIT
               when "V"
                   move LINK-AS-REGEL to CATALOG-REGEL
                   perform 3000-VERIFY-ROW thru 3000-EXIT
                   move WS-ROW-STATUS to LINK-AS-STATUS
                   move WS-ROW-BESTAND to LINK-AS-BESTANDEN
               when "A"
                   perform 4000-VERIFICATION-RUN thru 4000-EXIT
                   perform 9000-WRITE-RUNLOG thru 9000-EXIT
               when other
                   display "ArchiveSeal: onbekende actie "
                       LINK-AS-ACTIE
                   move 1 to WS-RETURN-CODE
           end-evaluate

           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-CHECKSUM-FILE: WS-CHECKSUM of DYNAMIC-DATAFILE, every
      *> line end counted; ONTBREEKT when it cannot be opened.
      *>----------------------------------------------------------------
           1000-CHECKSUM-FILE.
               move "ONTBREEKT" to WS-CHECKSUM
               open input DATA-FILE
               if WS-DATA-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               perform 1050-START-SUMS thru 1050-EXIT
               move "0" to WS-DATA-EOF
               perform until WS-DATA-EOF = "1"
                   read DATA-FILE into DATA-REGEL
                       at end
                           move "1" to WS-DATA-EOF
                       not at end
                           move 0 to WS-HASH-LEN
                           if DATA-REGEL not = spaces
                               compute WS-HASH-LEN = function length(
                                   function trim(DATA-REGEL trailing))
                           end-if
                           move DATA-REGEL to WS-HASH-TEXT
                           perform 1100-ADD-TEXT thru 1100-EXIT
      *>                    the line end as a character of its own
                           move x"0A" to WS-HASH-TEXT
                           move 1 to WS-HASH-LEN
                           perform 1100-ADD-TEXT thru 1100-EXIT
                   end-read
               end-perform
               close DATA-FILE
               perform 1150-END-SUMS thru 1150-EXIT.
           1000-EXIT.
               exit.

           1050-START-SUMS.
               move 1 to WS-SOM-A
               move 0 to WS-SOM-B.
           1050-EXIT.
               exit.

      *>    the first WS-HASH-LEN characters of WS-HASH-TEXT
           1100-ADD-TEXT.
               perform varying WS-POS from 1 by 1
                       until WS-POS > WS-HASH-LEN
                   compute WS-SOM-A = function mod(
                       WS-SOM-A + function ord(WS-HASH-TEXT(WS-POS:1)),
                       65521)
                   compute WS-SOM-B = function mod(
                       WS-SOM-B + WS-SOM-A, 65521)
               end-perform.
           1100-EXIT.
               exit.

           1150-END-SUMS.
               compute WS-CHECKSUM-N = WS-SOM-B * 65536 + WS-SOM-A
               move WS-CHECKSUM-N to WS-CHECKSUM.
           1150-EXIT.
               exit.

      *>    Keten over WS-VORIGE-KETEN and WS-ROW8
           1200-CHAIN-VALUE.
               perform 1050-START-SUMS thru 1050-EXIT
               move spaces to WS-HASH-TEXT
               string WS-VORIGE-KETEN "," WS-ROW8(1:WS-ROW8-LEN)
                   delimited by size into WS-HASH-TEXT
               end-string
               compute WS-HASH-LEN = WS-ROW8-LEN + 11
               perform 1100-ADD-TEXT thru 1100-EXIT
               perform 1150-END-SUMS thru 1150-EXIT.
           1200-EXIT.
               exit.

      *>    CATALOG-REGEL into its nine columns
           1300-SPLIT-ROW.
               move spaces to C-DATUM C-PROGRAM C-INFILE C-RECIN
                   C-RECOUT C-TOTAAL C-PAD C-BESTANDEN C-KETEN
               unstring function trim(CATALOG-REGEL)
                   delimited by ","
                   into C-DATUM C-PROGRAM C-INFILE C-RECIN C-RECOUT
                        C-TOTAAL C-PAD C-BESTANDEN C-KETEN
               end-unstring
               move 0 to WS-ROW-LEN
               if CATALOG-REGEL not = spaces
                   compute WS-ROW-LEN = function length(
                       function trim(CATALOG-REGEL trailing))
               end-if
      *>        a Keten is ten digits and the last column; anything
      *>        else is a row from before sealing began
               if C-KETEN not numeric or WS-ROW-LEN < 12
                   move spaces to C-KETEN
               end-if
               if C-KETEN not = spaces
                   if CATALOG-REGEL(WS-ROW-LEN - 10:1) not = ","
                       move spaces to C-KETEN
                   end-if
               end-if.
           1300-EXIT.
               exit.

      *>    WS-BST-NAAM (path stripped) and WS-BST-CHECKSUM out of a
      *>    "<file>=<checksum>" item
           1400-SPLIT-ITEM.
               move spaces to WS-BST-NAAM WS-BST-CHECKSUM
               unstring BST-ITEM(BST-IDX) delimited by "="
                   into WS-BST-NAAM WS-BST-CHECKSUM
               end-unstring.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SEAL-ROW: the checksum of each archived file, then the
      *> Keten over the last sealed row's.
      *>----------------------------------------------------------------
           2000-SEAL-ROW.
               move LINK-AS-REGEL to CATALOG-REGEL
               perform 1300-SPLIT-ROW thru 1300-EXIT
               move spaces to BST-TABLE
               unstring function trim(LINK-AS-BESTANDEN)
                   delimited by all space
                   into BST-ITEM(1) BST-ITEM(2) BST-ITEM(3)
                        BST-ITEM(4) BST-ITEM(5) BST-ITEM(6)
               end-unstring
               move spaces to WS-BESTANDEN
               move 1 to WS-PTR
               perform varying BST-IDX from 1 by 1 until BST-IDX > 6
                   if BST-ITEM(BST-IDX) not = spaces
                       perform 2100-SEAL-ONE-FILE thru 2100-EXIT
                   end-if
               end-perform

               perform 2900-LAST-CHAIN thru 2900-EXIT
               move spaces to WS-ROW8
               move 1 to WS-PTR
               string function trim(LINK-AS-REGEL) ","
                      function trim(WS-BESTANDEN)
                   delimited by size into WS-ROW8 with pointer WS-PTR
               end-string
               compute WS-ROW8-LEN = WS-PTR - 1
               perform 1200-CHAIN-VALUE thru 1200-EXIT
               move spaces to LINK-AS-REGEL
               string WS-ROW8(1:WS-ROW8-LEN) "," WS-CHECKSUM
                   delimited by size into LINK-AS-REGEL
               end-string
               move "OK" to LINK-AS-STATUS.
           2000-EXIT.
               exit.

           2100-SEAL-ONE-FILE.
               move function reverse(function trim(BST-ITEM(BST-IDX)))
                   to WS-NAAM-REV
               move spaces to WS-BASE-REV
               unstring WS-NAAM-REV delimited by "/"
                   into WS-BASE-REV
               end-unstring
               move function reverse(function trim(WS-BASE-REV))
                   to WS-BST-NAAM
               move spaces to DYNAMIC-DATAFILE
               string function trim(C-PAD) "/"
                      function trim(WS-BST-NAAM)
                   delimited by size into DYNAMIC-DATAFILE
               end-string
               perform 1000-CHECKSUM-FILE thru 1000-EXIT
      *>        a companion the run did not produce is not archived
               if WS-CHECKSUM = "ONTBREEKT"
                   go to 2100-EXIT
               end-if
               if WS-PTR > 1
                   string ";" delimited by size
                       into WS-BESTANDEN with pointer WS-PTR
                   end-string
               end-if
               string function trim(WS-BST-NAAM) "=" WS-CHECKSUM
                   delimited by size
                   into WS-BESTANDEN with pointer WS-PTR
               end-string.
           2100-EXIT.
               exit.

      *>    WS-VORIGE-KETEN: the Keten of the last sealed catalog
      *>    row, zeros when there is none yet
           2900-LAST-CHAIN.
               move all "0" to WS-VORIGE-KETEN
               open input CATALOG-FILE
               if WS-CATALOG-STATUS not = "00"
                   go to 2900-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CATALOG-FILE into CATALOG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1300-SPLIT-ROW thru 1300-EXIT
                           if C-KETEN not = spaces
                               move C-KETEN to WS-VORIGE-KETEN
                           end-if
                   end-read
               end-perform
               close CATALOG-FILE.
           2900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-VERIFY-ROW: every file of the row in CATALOG-REGEL
      *> against its sealed checksum.
      *>----------------------------------------------------------------
           3000-VERIFY-ROW.
               move "OK" to WS-ROW-STATUS
               move spaces to WS-ROW-BESTAND
               perform 1300-SPLIT-ROW thru 1300-EXIT
               if C-KETEN = spaces
                   move "ONVERZEGELD" to WS-ROW-STATUS
                   go to 3000-EXIT
               end-if
               move spaces to BST-TABLE
               unstring C-BESTANDEN delimited by ";"
                   into BST-ITEM(1) BST-ITEM(2) BST-ITEM(3)
                        BST-ITEM(4) BST-ITEM(5) BST-ITEM(6)
               end-unstring
               perform varying BST-IDX from 1 by 1 until BST-IDX > 6
                   if BST-ITEM(BST-IDX) not = spaces
                       perform 1400-SPLIT-ITEM thru 1400-EXIT
                       move spaces to DYNAMIC-DATAFILE
                       string function trim(C-PAD) "/"
                              function trim(WS-BST-NAAM)
                           delimited by size into DYNAMIC-DATAFILE
                       end-string
                       perform 1000-CHECKSUM-FILE thru 1000-EXIT
                       if WS-ROW-STATUS = "OK"
                           and WS-CHECKSUM not = WS-BST-CHECKSUM
                           move WS-BST-NAAM to WS-ROW-BESTAND
                           if WS-CHECKSUM = "ONTBREEKT"
                               move "ONTBREEKT" to WS-ROW-STATUS
                           else
                               move "GEWIJZIGD" to WS-ROW-STATUS
                           end-if
                       end-if
                   end-if
               end-perform.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-VERIFICATION-RUN: the chain over the whole catalog,
      *> the files of the selected periods, then the selected
      *> folders for files nobody registered.
      *>----------------------------------------------------------------
           4000-VERIFICATION-RUN.
               move LINK-AS-BESTANDEN(1:8) to WS-SELECTIE
               if WS-SELECTIE = "-" or WS-SELECTIE = "ALL"
                   or WS-SELECTIE = "all"
                   move spaces to WS-SELECTIE
               end-if
               move 0 to WS-SEL-LEN
               if WS-SELECTIE not = spaces
                   compute WS-SEL-LEN =
                       function length(function trim(WS-SELECTIE))
                   if WS-SELECTIE(1:WS-SEL-LEN) not numeric
                       display "Periode als YYYY, YYYYMM of YYYYMMDD: "
                           WS-SELECTIE
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
               end-if
               perform 4050-RETENTION-CUTOFF thru 4050-EXIT

               string "Archief-Controle-" WS-CURRENT-DATETIME(1:8)
                      ".txt"
                   delimited by size into DYNAMIC-RAPPORTFILE
               end-string
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-RAPPORTFILE) ": "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               string "CONTROLE VAN HET ARCHIEF -- "
                      WS-CURRENT-DATETIME(1:8) " -- perioden: "
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               if WS-SELECTIE = spaces
                   move "alle" to RAPPORT-REGEL(WS-PTR:4)
               else
                   move WS-SELECTIE to RAPPORT-REGEL(WS-PTR:8)
               end-if
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Bevinding" to RAPPORT-REGEL(1:9)
               move "Toelichting" to RAPPORT-REGEL(15:11)
               write RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:120)
               write RAPPORT-REGEL

               perform 4100-CATALOG-PASS thru 4100-EXIT
               perform 4250-CHECK-REGISTERED thru 4250-EXIT
               perform 4300-UNREGISTERED-FILES thru 4300-EXIT
               perform 4900-TOTALS thru 4900-EXIT.
           4000-EXIT.
               exit.

      *>    the ARCHIVE class of Retention-Policy.csv -- folders past
      *>    it are Housekeeping's to remove
           4050-RETENTION-CUTOFF.
               open input RETENTION-FILE
               if WS-RETENTION-STATUS = "00"
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read RETENTION-FILE into RETENTION-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if RETENTION-REGEL(1:8) = "ARCHIVE,"
                                   and function test-numval(function
                                       trim(RETENTION-REGEL(9:10))) = 0
                                   move function numval(
                                       RETENTION-REGEL(9:10))
                                       to WS-KEEP-ARCHIVE
                               end-if
                       end-read
                   end-perform
                   close RETENTION-FILE
               end-if
               move function numval(WS-CURRENT-DATETIME(1:4))
                   to WS-CUT-JJ
               move function numval(WS-CURRENT-DATETIME(5:2))
                   to WS-CUT-MM
               subtract WS-KEEP-ARCHIVE from WS-CUT-MM
               perform until WS-CUT-MM > 0
                   add 12 to WS-CUT-MM
                   subtract 1 from WS-CUT-JJ
               end-perform
               compute WS-CUTOFF-YYYYMMDD =
                   (WS-CUT-JJ * 10000) + (WS-CUT-MM * 100)
                   + function numval(WS-CURRENT-DATETIME(7:2)).
           4050-EXIT.
               exit.

           4100-CATALOG-PASS.
               move all "0" to WS-VORIGE-KETEN
               move "N" to WS-VERZEGELD-GEZIEN
               move 0 to WS-REGELNR
               open input CATALOG-FILE
               if WS-CATALOG-STATUS not = "00"
                   move "FOUT" to WS-BEVINDING
                   move "Archive-Catalog.csv niet gevonden"
                       to WS-TOELICHTING
                   perform 4800-FINDING thru 4800-EXIT
                   go to 4100-EXIT
               end-if
               read CATALOG-FILE into CATALOG-REGEL *> header
               move 1 to WS-REGELNR
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CATALOG-FILE into CATALOG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-REGELNR
                           if CATALOG-REGEL not = spaces
                               add 1 to WS-RECORDS-IN
                               perform 1300-SPLIT-ROW thru 1300-EXIT
                               perform 4110-CHAIN-ROW thru 4110-EXIT
                               if WS-SEL-LEN = 0
                                   or C-DATUM(1:WS-SEL-LEN)
                                       = WS-SELECTIE(1:WS-SEL-LEN)
                                   perform 4200-ROW-FILES
                                       thru 4200-EXIT
                               end-if
                           end-if
                   end-read
               end-perform
               close CATALOG-FILE.
           4100-EXIT.
               exit.

      *>    one row's link in the chain -- checked against the
      *>    recorded Keten of the row before, so a single break
      *>    is reported once
           4110-CHAIN-ROW.
               move WS-REGELNR to DISPLAY-REGELNR
               if C-KETEN = spaces
                   if WS-VERZEGELD-GEZIEN = "J"
                       move "FOUT" to WS-BEVINDING
                       move spaces to WS-TOELICHTING
                       string "catalogusregel "
                              function trim(DISPLAY-REGELNR)
                              ": onverzegeld na de eerste verzegelde "
                              "regel -- ingevoegd of keten gewist"
                           delimited by size into WS-TOELICHTING
                       end-string
                       perform 4800-FINDING thru 4800-EXIT
                   end-if
                   go to 4110-EXIT
               end-if
               move "J" to WS-VERZEGELD-GEZIEN
               compute WS-ROW8-LEN = WS-ROW-LEN - 11
               move CATALOG-REGEL(1:WS-ROW8-LEN) to WS-ROW8
               perform 1200-CHAIN-VALUE thru 1200-EXIT
               if WS-CHECKSUM not = C-KETEN
                   move "FOUT" to WS-BEVINDING
                   move spaces to WS-TOELICHTING
                   string "catalogusregel "
                          function trim(DISPLAY-REGELNR)
                          ": keten gebroken -- deze regel gewijzigd of "
                          "een regel ervoor verwijderd"
                       delimited by size into WS-TOELICHTING
                   end-string
                   perform 4800-FINDING thru 4800-EXIT
               end-if
               move C-KETEN to WS-VORIGE-KETEN.
           4110-EXIT.
               exit.

      *>    the files a selected row registered -- a same-day rerun
      *>    of the same input files its copies over the earlier
      *>    run's, so only the latest registration of a file counts
           4200-ROW-FILES.
               if C-KETEN = spaces
                   add 1 to WS-ONVERZEGELD-COUNT
                   if WS-ONV-COUNT < 2000
                       add 1 to WS-ONV-COUNT
                       move C-PAD to ONV-PAD(WS-ONV-COUNT)
                   end-if
                   go to 4200-EXIT
               end-if
               move spaces to BST-TABLE
               unstring C-BESTANDEN delimited by ";"
                   into BST-ITEM(1) BST-ITEM(2) BST-ITEM(3)
                        BST-ITEM(4) BST-ITEM(5) BST-ITEM(6)
               end-unstring
               perform varying BST-IDX from 1 by 1 until BST-IDX > 6
                   if BST-ITEM(BST-IDX) not = spaces
                       perform 4210-REGISTER-FILE thru 4210-EXIT
                   end-if
               end-perform.
           4200-EXIT.
               exit.

           4210-REGISTER-FILE.
               perform 1400-SPLIT-ITEM thru 1400-EXIT
               perform varying REG-IDX from 1 by 1
                       until REG-IDX > WS-REG-COUNT
                   if REG-PAD(REG-IDX) = C-PAD
                       and REG-NAAM(REG-IDX) = WS-BST-NAAM
                       move WS-BST-CHECKSUM to REG-CHECKSUM(REG-IDX)
                       move C-DATUM to REG-DATUM(REG-IDX)
                       go to 4210-EXIT
                   end-if
               end-perform
               if WS-REG-COUNT < 5000
                   add 1 to WS-REG-COUNT
                   move C-PAD to REG-PAD(WS-REG-COUNT)
                   move WS-BST-NAAM to REG-NAAM(WS-REG-COUNT)
                   move WS-BST-CHECKSUM to REG-CHECKSUM(WS-REG-COUNT)
                   move C-DATUM to REG-DATUM(WS-REG-COUNT)
               end-if.
           4210-EXIT.
               exit.

      *>    every registered file against its seal: altered, missing
      *>    or removed by retention
           4250-CHECK-REGISTERED.
               perform varying REG-IDX from 1 by 1
                       until REG-IDX > WS-REG-COUNT
                   perform 4260-CHECK-ONE-FILE thru 4260-EXIT
               end-perform.
           4250-EXIT.
               exit.

           4260-CHECK-ONE-FILE.
               move spaces to DYNAMIC-DATAFILE
               string function trim(REG-PAD(REG-IDX)) "/"
                      function trim(REG-NAAM(REG-IDX))
                   delimited by size into DYNAMIC-DATAFILE
               end-string
               perform 1000-CHECKSUM-FILE thru 1000-EXIT
               if WS-CHECKSUM = REG-CHECKSUM(REG-IDX)
                   add 1 to WS-OK-COUNT
                   go to 4260-EXIT
               end-if
               move spaces to WS-TOELICHTING
               if WS-CHECKSUM = "ONTBREEKT"
                   if REG-DATUM(REG-IDX) is numeric
                       and function numval(REG-DATUM(REG-IDX))
                           < WS-CUTOFF-YYYYMMDD
                       move "OPGERUIMD" to WS-BEVINDING
                       add 1 to WS-OPGERUIMD-COUNT
                       string function trim(DYNAMIC-DATAFILE)
                              " -- voorbij de bewaartermijn"
                           delimited by size into WS-TOELICHTING
                       end-string
                       perform 4810-WRITE-LINE thru 4810-EXIT
                       go to 4260-EXIT
                   end-if
                   move "FOUT" to WS-BEVINDING
                   string function trim(DYNAMIC-DATAFILE)
                          " ontbreekt"
                       delimited by size into WS-TOELICHTING
                   end-string
               else
                   move "FOUT" to WS-BEVINDING
                   string function trim(DYNAMIC-DATAFILE)
                          " gewijzigd na archivering (checksum "
                          WS-CHECKSUM ", verzegeld "
                          REG-CHECKSUM(REG-IDX) ")"
                       delimited by size into WS-TOELICHTING
                   end-string
               end-if
               perform 4800-FINDING thru 4800-EXIT.
           4260-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4300-UNREGISTERED-FILES: every file in a selected dated
      *> folder that no sealed catalog row names.
      *>----------------------------------------------------------------
           4300-UNREGISTERED-FILES.
               call "SYSTEM" using
                   "ls -1 Archive 2>/dev/null > ARCHSEAL-MAPPEN.TMP"
               open input MAP-FILE
               if WS-MAP-STATUS not = "00"
                   go to 4300-EXIT
               end-if
               move "0" to WS-MAP-EOF
               perform until WS-MAP-EOF = "1"
                   read MAP-FILE into MAP-REGEL
                       at end
                           move "1" to WS-MAP-EOF
                       not at end
                           move MAP-REGEL(1:20) to WS-MAP-NAAM
                           if WS-MAP-NAAM(1:8) numeric
                               and WS-MAP-NAAM(9:2) = spaces
                               and (WS-SEL-LEN = 0
                                   or WS-MAP-NAAM(1:WS-SEL-LEN)
                                       = WS-SELECTIE(1:WS-SEL-LEN))
                               perform 4310-ONE-FOLDER thru 4310-EXIT
                           end-if
                   end-read
               end-perform
               close MAP-FILE
               call "SYSTEM" using "rm -f ARCHSEAL-MAPPEN.TMP"
               call "SYSTEM" using "rm -f ARCHSEAL-BESTANDEN.TMP".
           4300-EXIT.
               exit.

           4310-ONE-FOLDER.
               move spaces to WS-CMD
               string "ls -1 Archive/" WS-MAP-NAAM(1:8)
                      " 2>/dev/null > ARCHSEAL-BESTANDEN.TMP"
                   delimited by size into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD
               move spaces to C-PAD
               string "Archive/" WS-MAP-NAAM(1:8)
                   delimited by size into C-PAD
               end-string
               open input LIST-FILE
               if WS-LIST-STATUS not = "00"
                   go to 4310-EXIT
               end-if
               move "0" to WS-LIST-EOF
               perform until WS-LIST-EOF = "1"
                   read LIST-FILE into LIST-REGEL
                       at end
                           move "1" to WS-LIST-EOF
                       not at end
                           perform 4320-ONE-LISTED-FILE thru 4320-EXIT
                   end-read
               end-perform
               close LIST-FILE.
           4310-EXIT.
               exit.

           4320-ONE-LISTED-FILE.
               perform varying REG-IDX from 1 by 1
                       until REG-IDX > WS-REG-COUNT
                   if REG-PAD(REG-IDX) = C-PAD
                       and REG-NAAM(REG-IDX) = LIST-REGEL(1:60)
                       go to 4320-EXIT
                   end-if
               end-perform
               move spaces to WS-TOELICHTING
      *>        a folder with rows from before sealing began holds
      *>        files that were never sealed -- a warning, not a fault
               perform varying ONV-IDX from 1 by 1
                       until ONV-IDX > WS-ONV-COUNT
                   if ONV-PAD(ONV-IDX) = C-PAD
                       move "ONVERZEGELD" to WS-BEVINDING
                       string function trim(C-PAD) "/"
                              function trim(LIST-REGEL)
                              " -- van voor de verzegeling"
                           delimited by size into WS-TOELICHTING
                       end-string
                       perform 4810-WRITE-LINE thru 4810-EXIT
                       go to 4320-EXIT
                   end-if
               end-perform
               move "FOUT" to WS-BEVINDING
               string function trim(C-PAD) "/" function trim(LIST-REGEL)
                      " staat niet in de catalogus"
                   delimited by size into WS-TOELICHTING
               end-string
               perform 4800-FINDING thru 4800-EXIT.
           4320-EXIT.
               exit.

      *>    a finding that fails the run
           4800-FINDING.
               add 1 to WS-FOUT-COUNT
               perform 4810-WRITE-LINE thru 4810-EXIT.
           4800-EXIT.
               exit.

           4810-WRITE-LINE.
               add 1 to WS-RECORDS-OUT
               move spaces to RAPPORT-REGEL
               move WS-BEVINDING to RAPPORT-REGEL(1:12)
               move WS-TOELICHTING to RAPPORT-REGEL(15:140)
               write RAPPORT-REGEL.
           4810-EXIT.
               exit.

           4900-TOTALS.
               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:120)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               move WS-OK-COUNT to DISPLAY-AANTAL
               string "Bestanden in orde " function trim(DISPLAY-AANTAL)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-FOUT-COUNT to DISPLAY-AANTAL
               string "   fouten " function trim(DISPLAY-AANTAL)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-OPGERUIMD-COUNT to DISPLAY-AANTAL
               string "   opgeruimd " function trim(DISPLAY-AANTAL)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-ONVERZEGELD-COUNT to DISPLAY-AANTAL
               string "   onverzegelde runs "
                      function trim(DISPLAY-AANTAL)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               write RAPPORT-REGEL
               close RAPPORT-FILE
               display "Archiefcontrole: " function trim(RAPPORT-REGEL)
                   " -- " function trim(DYNAMIC-RAPPORTFILE)
               if WS-FOUT-COUNT > 0
                   display "Het archief is NIET intact -- zie het"
                       " rapport."
                   move 1 to WS-RETURN-CODE
               end-if.
           4900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail -- one line per
      *> verification run, see RUNLOG.cpy.
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
               move "ArchiveSeal" to LOG-PROGRAM-NAME
               move LINK-AS-OPERATOR-ID to LOG-OPERATOR-ID
               move "Archive-Catalog.csv" to LOG-INPUT-FILE
               move DYNAMIC-RAPPORTFILE to LOG-OUTPUT-FILE
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
