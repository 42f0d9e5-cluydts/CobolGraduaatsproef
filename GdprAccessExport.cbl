      *>----------------------------------------------------------------
      *> GdprAccessExport -- GdprAnonymize answers the right to be
      *> forgotten; this answers the right of access (inzageverzoek).
      *> A current or former employee (soort WN, PersNr) or customer
      *> (soort KL, Klantnummer) asking for a copy of all their data
      *> used to mean a morning of searching dozens of files by hand.
      *> This run searches every source listed in
      *> Gdpr-Inzage-Bronnen.csv:
      *>   Soort,Bron,Modus,Sleutelkolom,Sleutelwaarde,Filterkolom,
      *>   Filterwaarde,Omschrijving
      *> Bron is a file name or an ls pattern ({NR} is the number
      *> asked for; *HISTORIEK* is the payroll history through
      *> HistorySelect, flat or segmented). Modus:
      *>   CSV      every row whose Sleutelkolom (a header name or a
      *>            column number) holds Sleutelwaarde ({NR} or
      *>            {NAAM}, the name off the master) -- and, when
      *>            given, whose Filterkolom holds Filterwaarde --
      *>            printed column by column under the header names
      *>   BLOK     the pages of a bulk document (loonfiches,
      *>            facturen -- pages start with a "=====" line)
      *>            that carry the person's name; a document without
      *>            page lines gives only its lines with the name
      *>   REGEL    the lines that carry the person's name
      *>   BESTAND  a per-person document, copied whole
      *> into one readable export, Inzage-<soort>-<nr>-<datum>.txt,
      *> with a table of contents; a source without data is listed
      *> too, so the export shows what was searched. The request is
      *> registered on Gdpr-Inzage-Register.csv with the date it
      *> came in, the legal answer deadline (Gdpr-Config.csv
      *> INZAGE-TERMIJNDAGEN, default 30), when and by whom it was
      *> answered, plus a RUNLOG.TXT line -- LATE past the deadline.
      *>----------------------------------------------------------------
       identification division.
       program-id. GdprAccessExport.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Gdpr-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select BRON-FILE assign to "Gdpr-Inzage-Bronnen.csv"
               organization is line sequential
               file status is WS-BRON-STATUS.
           select MASTER-FILE assign dynamic DYNAMIC-MASTERFILE
               organization is line sequential
               file status is WS-MASTER-STATUS.
           select LIST-FILE assign to "GDPR-INZAGE-LIST.TMP"
               organization is line sequential
               file status is WS-LIST-STATUS.
           select SCAN-FILE assign dynamic DYNAMIC-SCANFILE
               organization is line sequential
               file status is WS-SCAN-STATUS.
           select BODY-FILE assign to "GDPR-INZAGE-BODY.TMP"
               organization is line sequential
               file status is WS-BODY-STATUS.
           select EXPORT-FILE assign dynamic DYNAMIC-EXPORTFILE
               organization is line sequential
               file status is WS-EXPORT-STATUS.
           select REGISTER-FILE assign to "Gdpr-Inzage-Register.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd BRON-FILE.
           01 BRON-REGEL pic x(250).

           fd MASTER-FILE.
           01 MASTER-REGEL pic x(300).

           fd LIST-FILE.
           01 LIST-REGEL pic x(80).

           fd SCAN-FILE.
           01 SCAN-REGEL pic x(500).

           fd BODY-FILE.
           01 BODY-REGEL pic x(160).

           fd EXPORT-FILE.
           01 EXPORT-REGEL pic x(160).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(250).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-BRON-STATUS pic xx.
           01 WS-MASTER-STATUS pic xx.
           01 WS-LIST-STATUS pic xx.
           01 WS-SCAN-STATUS pic xx.
           01 WS-BODY-STATUS pic xx.
           01 WS-EXPORT-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 LIST-EOF-FLAG pic x(01).
           01 SCAN-EOF-FLAG pic x(01).
           01 DYNAMIC-MASTERFILE pic x(30).
           01 DYNAMIC-SCANFILE pic x(80).
           01 DYNAMIC-EXPORTFILE pic x(40).
           01 WS-LS-COMMAND pic x(200).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-NU pic x(19).
           01 WS-VANDAAG pic x(10).

      *>    the request
           01 WS-SOORT pic x(03).
           01 WS-SOORT-TEKST pic x(10).
           01 WS-NUMMER pic x(12).
           01 WS-NAAM pic x(40).
           01 WS-NAAM-LEN pic 9(03) value 0.
           01 WS-OP-MASTER pic x(01) value "N".
           01 WS-ONTVANGEN pic x(10).
           01 WS-TERMIJN pic x(10).
           01 WS-TERMIJNDAGEN pic 9(03) value 30.
           01 WS-TIJDIG pic x(01).
           01 WS-DATE-YMD-N pic 9(08).
           01 WS-DATE-YMD-X redefines WS-DATE-YMD-N pic x(08).
           01 WS-DAY-INT pic 9(07).
           01 WS-CFG-SLEUTEL pic x(30).
           01 WS-CFG-WAARDE pic x(20).

      *>    the sources of this soort, with what each one gave
           01 WS-BR-COUNT pic 9(03) value 0.
           01 WS-BR-SOORT pic x(03).
           01 BRON-TABLE.
               05 BR-ENTRY occurs 60 times indexed by BR-IDX.
                   10 BR-BRON pic x(60).
                   10 BR-MODUS pic x(08).
                   10 BR-SLEUTELKOLOM pic x(20).
                   10 BR-SLEUTELWAARDE pic x(30).
                   10 BR-FILTERKOLOM pic x(20).
                   10 BR-FILTERWAARDE pic x(30).
                   10 BR-OMSCHRIJVING pic x(50).
                   10 BR-AANTAL pic 9(05).
                   10 BR-DOCUMENTEN pic 9(04).
           01 WS-TOTAAL-RECORDS pic 9(06) value 0.
           01 WS-TOTAAL-DOCUMENTEN pic 9(05) value 0.
           01 WS-SECTIE-NR pic 9(03).

      *>    one source being searched
           01 WS-PATROON pic x(80).
           01 WS-PAT-VOOR pic x(60).
           01 WS-PAT-NA pic x(60).
           01 WS-ZOEKWAARDE pic x(40).
           01 WS-FILTERWAARDE pic x(40).
           01 WS-BESTAND-GEMELD pic x(01).
           01 WS-REGELNR pic 9(07).
           01 WS-TALLY pic 9(04).

      *>    one CSV line split generically -- the header for the
      *>    labels, the row for the values
           01 WS-DELIM pic x(01).
           01 WS-REGEL pic x(500).
           01 WS-REGEL-LEN pic 9(03).
           01 WS-PTR pic 9(03).
           01 WS-VELD-COUNT pic 9(02).
           01 WS-VELD-IDX pic 9(02).
           01 VELD-TABLE.
               05 VELD occurs 40 times pic x(80).
           01 WS-HDR-COUNT pic 9(02).
           01 HDR-TABLE.
               05 HDR-VELD occurs 40 times pic x(24).
           01 WS-SLEUTEL-IDX pic 9(02).
           01 WS-FILTER-IDX pic 9(02).
           01 WS-KOLOM-NAAM pic x(24).
           01 WS-KOLOM-IDX pic 9(02).
           01 WS-LABEL pic x(24).

      *>    one page of a bulk document
           01 WS-BLK-COUNT pic 9(03) value 0.
           01 WS-BLK-MATCH pic x(01).
           01 WS-SEP-COUNT pic 9(05).
           01 BLK-TABLE.
               05 BLK-REGEL occurs 300 times pic x(132).
           01 WS-BLK-IDX pic 9(03).

      *>    payroll history through the shared reader
           01 WS-HIST-VAN pic x(07) value "0000-01".
           01 WS-HIST-TOT pic x(07) value "9999-12".
           01 WS-HIST-WERK pic x(30) value "GDPR-INZAGE-HIST.TMP".
           01 WS-HIST-RESULTAAT pic x(01).

           01 WS-TOC-OMSCHRIJVING pic x(50).
           01 DISPLAY-NR pic ZZ9.
           01 DISPLAY-AANTAL pic ZZZZ9.
           01 DISPLAY-DOCS pic ZZZ9.
           01 DISPLAY-REGELNR pic Z(6)9.

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-SOORT pic x(03).
           01 LINK-NUMMER pic x(12).
           01 LINK-ONTVANGEN pic x(10).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-SOORT LINK-NUMMER LINK-ONTVANGEN
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-NU
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2) " "
                  WS-CURRENT-DATETIME(9:2) ":"
                  WS-CURRENT-DATETIME(11:2) ":"
                  WS-CURRENT-DATETIME(13:2)
               delimited by size into WS-NU
           end-string
           move WS-NU(1:10) to WS-VANDAAG
           move function upper-case(function trim(LINK-SOORT))
               to WS-SOORT
           move function trim(LINK-NUMMER) to WS-NUMMER
           evaluate WS-SOORT
               when "WN"
                   move "Werknemer" to WS-SOORT-TEKST
                   move "Werknemers.csv" to DYNAMIC-MASTERFILE
               when "KL"
                   move "Klant" to WS-SOORT-TEKST
                   move "Klanten.csv" to DYNAMIC-MASTERFILE
               when other
                   display "Onbekende soort (WN = werknemer, KL ="
                       " klant): " function trim(LINK-SOORT)
                   move 1 to return-code
                   goback
           end-evaluate
           if WS-NUMMER = spaces
               display "Geen personeels- of klantnummer opgegeven."
               move 1 to return-code
               goback
           end-if

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1050-CHECK-ONTVANGEN thru 1050-EXIT
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if
           perform 1100-LOAD-SOURCES thru 1100-EXIT
           if WS-BR-COUNT = 0
               display "Geen bronnen voor soort " WS-SOORT
                   " in Gdpr-Inzage-Bronnen.csv -- geen export."
               move 1 to return-code
               goback
           end-if
           perform 1200-FIND-SUBJECT thru 1200-EXIT

           open output BODY-FILE
           perform varying BR-IDX from 1 by 1
                   until BR-IDX > WS-BR-COUNT
               perform 2000-ONE-SOURCE thru 2000-EXIT
           end-perform
           close BODY-FILE

           perform 3000-ASSEMBLE-EXPORT thru 3000-EXIT
           call "SYSTEM" using "rm -f GDPR-INZAGE-BODY.TMP"
           if WS-RETURN-CODE = 0
               perform 4000-REGISTER thru 4000-EXIT
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the answer deadline in days.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONFIG-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CFG-SLEUTEL
                           move spaces to WS-CFG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CFG-SLEUTEL WS-CFG-WAARDE
                           end-unstring
                           if function trim(WS-CFG-SLEUTEL)
                                   = "INZAGE-TERMIJNDAGEN"
                               and function test-numval(function trim(
                                   WS-CFG-WAARDE)) = 0
                               move function numval(function trim(
                                   WS-CFG-WAARDE)) to WS-TERMIJNDAGEN
                           end-if
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1050-CHECK-ONTVANGEN: the day the request came in (blank =
      *> today) and the deadline that follows from it.
      *>----------------------------------------------------------------
           1050-CHECK-ONTVANGEN.
               move function trim(LINK-ONTVANGEN) to WS-ONTVANGEN
               if WS-ONTVANGEN = spaces or WS-ONTVANGEN = "-"
                   move WS-VANDAAG to WS-ONTVANGEN
               end-if
               if WS-ONTVANGEN(5:1) not = "-"
                       or WS-ONTVANGEN(8:1) not = "-"
                   display "Ontvangstdatum niet in de vorm"
                       " YYYY-MM-DD: " function trim(WS-ONTVANGEN)
                   move 1 to WS-RETURN-CODE
                   go to 1050-EXIT
               end-if
               move spaces to WS-DATE-YMD-X
               string WS-ONTVANGEN(1:4) WS-ONTVANGEN(6:2)
                      WS-ONTVANGEN(9:2)
                   delimited by size into WS-DATE-YMD-X
               end-string
               if WS-DATE-YMD-X not numeric
                   or function test-date-yyyymmdd(WS-DATE-YMD-N)
                       not = 0
                   display "Ongeldige ontvangstdatum: "
                       function trim(WS-ONTVANGEN)
                   move 1 to WS-RETURN-CODE
                   go to 1050-EXIT
               end-if
               if WS-ONTVANGEN > WS-VANDAAG
                   display "Ontvangstdatum ligt in de toekomst: "
                       function trim(WS-ONTVANGEN)
                   move 1 to WS-RETURN-CODE
                   go to 1050-EXIT
               end-if
               compute WS-DAY-INT =
                   function integer-of-date(WS-DATE-YMD-N)
                   + WS-TERMIJNDAGEN
               move function date-of-integer(WS-DAY-INT)
                   to WS-DATE-YMD-N
               move spaces to WS-TERMIJN
               string WS-DATE-YMD-X(1:4) "-" WS-DATE-YMD-X(5:2) "-"
                      WS-DATE-YMD-X(7:2)
                   delimited by size into WS-TERMIJN
               end-string
               move "J" to WS-TIJDIG
               if WS-VANDAAG > WS-TERMIJN
                   move "N" to WS-TIJDIG
               end-if.
           1050-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-SOURCES: the source rows of this soort, in file
      *> order -- that order is the table of contents.
      *>----------------------------------------------------------------
           1100-LOAD-SOURCES.
               move 0 to WS-BR-COUNT
               open input BRON-FILE
               if WS-BRON-STATUS not = "00"
                   display "Gdpr-Inzage-Bronnen.csv not found."
                   go to 1100-EXIT
               end-if
               read BRON-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BRON-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-BR-SOORT
                           unstring BRON-REGEL delimited by ","
                               into WS-BR-SOORT
                           end-unstring
                           if function upper-case(function trim(
                                   WS-BR-SOORT)) = WS-SOORT
                               and WS-BR-COUNT < 60
                               add 1 to WS-BR-COUNT
                               set BR-IDX to WS-BR-COUNT
                               move spaces to BR-ENTRY(BR-IDX)
                               unstring function trim(BRON-REGEL)
                                   delimited by ","
                                   into WS-BR-SOORT
                                        BR-BRON(BR-IDX)
                                        BR-MODUS(BR-IDX)
                                        BR-SLEUTELKOLOM(BR-IDX)
                                        BR-SLEUTELWAARDE(BR-IDX)
                                        BR-FILTERKOLOM(BR-IDX)
                                        BR-FILTERWAARDE(BR-IDX)
                                        BR-OMSCHRIJVING(BR-IDX)
                               end-unstring
                               move function upper-case(function trim(
                                   BR-MODUS(BR-IDX)))
                                   to BR-MODUS(BR-IDX)
                               move 0 to BR-AANTAL(BR-IDX)
                               move 0 to BR-DOCUMENTEN(BR-IDX)
                           end-if
                   end-read
               end-perform
               close BRON-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-FIND-SUBJECT: the name off the master -- the key the
      *> documents are searched on. A person no longer on the master
      *> still gets the sources keyed on the number.
      *>----------------------------------------------------------------
           1200-FIND-SUBJECT.
               move spaces to WS-NAAM
               move 0 to WS-NAAM-LEN
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read MASTER-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to VELD(1)
                           move spaces to VELD(2)
                           unstring function trim(MASTER-REGEL)
                               delimited by ","
                               into VELD(1) VELD(2)
                           end-unstring
                           if function trim(VELD(1)) = WS-NUMMER
                               move VELD(2) to WS-NAAM
                               move "Y" to WS-OP-MASTER
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close MASTER-FILE
               if WS-NAAM not = spaces
                   move function length(function trim(WS-NAAM))
                       to WS-NAAM-LEN
               end-if
               if WS-OP-MASTER not = "Y"
                   display function trim(WS-SOORT-TEKST) " "
                       function trim(WS-NUMMER) " staat niet (meer)"
                       " op " function trim(DYNAMIC-MASTERFILE)
                       " -- enkel de bronnen op nummer worden"
                       " doorzocht."
               end-if.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-SOURCE: one section of the export.
      *>----------------------------------------------------------------
           2000-ONE-SOURCE.
               set WS-SECTIE-NR to BR-IDX
               move WS-SECTIE-NR to DISPLAY-NR
               move all "=" to BODY-REGEL
               move spaces to BODY-REGEL(73:)
               write BODY-REGEL
               move spaces to BODY-REGEL
               string function trim(DISPLAY-NR) ". "
                      function trim(BR-OMSCHRIJVING(BR-IDX))
                      "  [" function trim(BR-BRON(BR-IDX)) "]"
                   delimited by size into BODY-REGEL
               end-string
               write BODY-REGEL
               move all "=" to BODY-REGEL
               move spaces to BODY-REGEL(73:)
               write BODY-REGEL

      *>        the values this source is searched on
               move BR-SLEUTELWAARDE(BR-IDX) to WS-ZOEKWAARDE
               perform 2010-RESOLVE thru 2010-EXIT
               move WS-ZOEKWAARDE to WS-FILTERWAARDE
               move BR-FILTERWAARDE(BR-IDX) to WS-ZOEKWAARDE
               perform 2010-RESOLVE thru 2010-EXIT
               move WS-ZOEKWAARDE to WS-PAT-VOOR
               move WS-FILTERWAARDE to WS-ZOEKWAARDE
               move WS-PAT-VOOR to WS-FILTERWAARDE
               if (BR-MODUS(BR-IDX) = "BLOK"
                       or BR-MODUS(BR-IDX) = "REGEL")
                   and WS-NAAM-LEN = 0
                   move "  Niet doorzocht: de naam is niet bekend"
                       to BODY-REGEL
                   write BODY-REGEL
                   perform 2020-CLOSE-SECTION thru 2020-EXIT
                   go to 2000-EXIT
               end-if
               if function trim(BR-SLEUTELWAARDE(BR-IDX)) = "{NAAM}"
                   and WS-NAAM-LEN = 0
                   move "  Niet doorzocht: de naam is niet bekend"
                       to BODY-REGEL
                   write BODY-REGEL
                   perform 2020-CLOSE-SECTION thru 2020-EXIT
                   go to 2000-EXIT
               end-if

      *>        the file pattern, {NR} filled in
               move spaces to WS-PAT-VOOR
               move spaces to WS-PAT-NA
               unstring BR-BRON(BR-IDX) delimited by "{NR}"
                   into WS-PAT-VOOR WS-PAT-NA
               end-unstring
               move spaces to WS-PATROON
               if function trim(WS-PAT-NA) = spaces
                       and BR-BRON(BR-IDX) = WS-PAT-VOOR
                   move BR-BRON(BR-IDX) to WS-PATROON
               else
                   string function trim(WS-PAT-VOOR)
                          function trim(WS-NUMMER)
                          function trim(WS-PAT-NA)
                       delimited by size into WS-PATROON
                   end-string
               end-if

               if function trim(BR-BRON(BR-IDX)) = "*HISTORIEK*"
                   call "HistorySelect" using WS-HIST-VAN WS-HIST-TOT
                                              WS-HIST-WERK
                                              WS-HIST-RESULTAAT
                   cancel "HistorySelect"
                   if WS-HIST-RESULTAAT = "J"
                       move WS-HIST-WERK to DYNAMIC-SCANFILE
                       perform 2100-CSV-FILE thru 2100-EXIT
                   end-if
                   call "SYSTEM" using "rm -f GDPR-INZAGE-HIST.TMP"
               else
                   perform 2050-EACH-FILE thru 2050-EXIT
               end-if
               perform 2020-CLOSE-SECTION thru 2020-EXIT.
           2000-EXIT.
               exit.

      *>    {NR} / {NAAM} in WS-ZOEKWAARDE replaced by the subject's
           2010-RESOLVE.
               evaluate function trim(WS-ZOEKWAARDE)
                   when "{NR}"
                       move WS-NUMMER to WS-ZOEKWAARDE
                   when "{NAAM}"
                       move WS-NAAM to WS-ZOEKWAARDE
               end-evaluate.
           2010-EXIT.
               exit.

      *>    the section's trailer: a note when nothing was found, a
      *>    blank line, and its counts onto the export totals
           2020-CLOSE-SECTION.
               if BR-AANTAL(BR-IDX) = 0 and BR-DOCUMENTEN(BR-IDX) = 0
                   move "  Geen gegevens gevonden." to BODY-REGEL
                   write BODY-REGEL
               end-if
               move spaces to BODY-REGEL
               write BODY-REGEL
               add BR-AANTAL(BR-IDX) to WS-TOTAAL-RECORDS
               add BR-DOCUMENTEN(BR-IDX) to WS-TOTAAL-DOCUMENTEN.
           2020-EXIT.
               exit.

      *>    every file the pattern lists, through its modus
           2050-EACH-FILE.
               move spaces to WS-LS-COMMAND
               string "ls -1d " function trim(WS-PATROON)
                      " 2>/dev/null > GDPR-INZAGE-LIST.TMP"
                   delimited by size into WS-LS-COMMAND
               end-string
               call "SYSTEM" using WS-LS-COMMAND
               open input LIST-FILE
               if WS-LIST-STATUS not = "00"
                   go to 2050-EXIT
               end-if
               move "0" to LIST-EOF-FLAG
               perform until LIST-EOF-FLAG = "1"
                   read LIST-FILE
                       at end
                           move "1" to LIST-EOF-FLAG
                       not at end
                           move LIST-REGEL to DYNAMIC-SCANFILE
                           evaluate BR-MODUS(BR-IDX)
                               when "CSV"
                                   perform 2100-CSV-FILE thru 2100-EXIT
                               when "BLOK"
                                   perform 2200-TEXT-FILE thru 2200-EXIT
                               when "REGEL"
                                   perform 2200-TEXT-FILE thru 2200-EXIT
                               when "BESTAND"
                                   perform 2300-WHOLE-FILE
                                       thru 2300-EXIT
                           end-evaluate
                   end-read
               end-perform
               close LIST-FILE
               call "SYSTEM" using "rm -f GDPR-INZAGE-LIST.TMP".
           2050-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-CSV-FILE: the header gives the labels and the key
      *> column; every matching row is printed column by column.
      *>----------------------------------------------------------------
           2100-CSV-FILE.
               open input SCAN-FILE
               if WS-SCAN-STATUS not = "00"
                   go to 2100-EXIT
               end-if
               read SCAN-FILE
                   at end
                       close SCAN-FILE
                       go to 2100-EXIT
               end-read
      *>        a semicolon header (Tabel-Journaal.csv) splits on ";"
               move "," to WS-DELIM
               move 0 to WS-TALLY
               inspect SCAN-REGEL tallying WS-TALLY for all ";"
               if WS-TALLY > 0
                   move ";" to WS-DELIM
               end-if
               move SCAN-REGEL to WS-REGEL
               perform 2150-SPLIT thru 2150-EXIT
               move WS-VELD-COUNT to WS-HDR-COUNT
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 40
                   move VELD(WS-VELD-IDX) to HDR-VELD(WS-VELD-IDX)
               end-perform
               move BR-SLEUTELKOLOM(BR-IDX) to WS-KOLOM-NAAM
               perform 2160-COLUMN thru 2160-EXIT
               move WS-KOLOM-IDX to WS-SLEUTEL-IDX
               move 0 to WS-FILTER-IDX
               if BR-FILTERKOLOM(BR-IDX) not = spaces
                   move BR-FILTERKOLOM(BR-IDX) to WS-KOLOM-NAAM
                   perform 2160-COLUMN thru 2160-EXIT
                   move WS-KOLOM-IDX to WS-FILTER-IDX
                   if WS-FILTER-IDX = 0
                       move 99 to WS-FILTER-IDX
                   end-if
               end-if
               if WS-SLEUTEL-IDX = 0 or WS-FILTER-IDX = 99
                   move spaces to BODY-REGEL
                   string "  " function trim(DYNAMIC-SCANFILE)
                          ": kolom "
                          function trim(BR-SLEUTELKOLOM(BR-IDX)) " / "
                          function trim(BR-FILTERKOLOM(BR-IDX))
                          " niet gevonden -- niet doorzocht."
                       delimited by size into BODY-REGEL
                   end-string
                   write BODY-REGEL
                   close SCAN-FILE
                   go to 2100-EXIT
               end-if
               move "N" to WS-BESTAND-GEMELD
               move 1 to WS-REGELNR
               move "0" to SCAN-EOF-FLAG
               perform until SCAN-EOF-FLAG = "1"
                   read SCAN-FILE
                       at end
                           move "1" to SCAN-EOF-FLAG
                       not at end
                           add 1 to WS-REGELNR
                           perform 2110-CSV-ROW thru 2110-EXIT
                   end-read
               end-perform
               close SCAN-FILE
               if WS-BESTAND-GEMELD = "Y"
                   add 1 to BR-DOCUMENTEN(BR-IDX)
               end-if.
           2100-EXIT.
               exit.

           2110-CSV-ROW.
               if SCAN-REGEL = spaces
                   go to 2110-EXIT
               end-if
               move SCAN-REGEL to WS-REGEL
               perform 2150-SPLIT thru 2150-EXIT
               if function trim(VELD(WS-SLEUTEL-IDX))
                       not = function trim(WS-ZOEKWAARDE)
                   go to 2110-EXIT
               end-if
               if WS-FILTER-IDX > 0
                   and function trim(VELD(WS-FILTER-IDX))
                       not = function trim(WS-FILTERWAARDE)
                   go to 2110-EXIT
               end-if
               add 1 to BR-AANTAL(BR-IDX)
               move "Y" to WS-BESTAND-GEMELD
               move WS-REGELNR to DISPLAY-REGELNR
               move spaces to BODY-REGEL
               if DYNAMIC-SCANFILE = WS-HIST-WERK
                   string "  Loonhistoriek, regel "
                          function trim(DISPLAY-REGELNR) ":"
                       delimited by size into BODY-REGEL
                   end-string
               else
                   string "  " function trim(DYNAMIC-SCANFILE)
                          ", regel " function trim(DISPLAY-REGELNR) ":"
                       delimited by size into BODY-REGEL
                   end-string
               end-if
               write BODY-REGEL
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > WS-VELD-COUNT
                   if VELD(WS-VELD-IDX) not = spaces
                       move HDR-VELD(WS-VELD-IDX) to WS-LABEL
                       if WS-VELD-IDX > WS-HDR-COUNT
                           or WS-LABEL = spaces
                           move spaces to WS-LABEL
                           move WS-VELD-IDX to DISPLAY-NR
                           string "Kolom " function trim(DISPLAY-NR)
                               delimited by size into WS-LABEL
                           end-string
                       end-if
                       move spaces to BODY-REGEL
                       move WS-LABEL to BODY-REGEL(5:24)
                       move ": " to BODY-REGEL(29:2)
                       move VELD(WS-VELD-IDX) to BODY-REGEL(31:80)
                       write BODY-REGEL
                   end-if
               end-perform.
           2110-EXIT.
               exit.

      *>    WS-REGEL split on WS-DELIM into VELD(1..WS-VELD-COUNT)
           2150-SPLIT.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 40
                   move spaces to VELD(WS-VELD-IDX)
               end-perform
               move 0 to WS-VELD-COUNT
               move function length(function trim(WS-REGEL trailing))
                   to WS-REGEL-LEN
               if WS-REGEL = spaces
                   go to 2150-EXIT
               end-if
               move 1 to WS-PTR
               perform until WS-PTR > WS-REGEL-LEN
                       or WS-VELD-COUNT >= 40
                   add 1 to WS-VELD-COUNT
                   unstring WS-REGEL(1:WS-REGEL-LEN)
                       delimited by WS-DELIM
                       into VELD(WS-VELD-COUNT)
                       with pointer WS-PTR
                   end-unstring
               end-perform.
           2150-EXIT.
               exit.

      *>    WS-KOLOM-NAAM, a header name or a column number, to
      *>    WS-KOLOM-IDX (0 = not there)
           2160-COLUMN.
               move 0 to WS-KOLOM-IDX
               if WS-KOLOM-NAAM = spaces
                   go to 2160-EXIT
               end-if
               if function test-numval(function trim(WS-KOLOM-NAAM))
                       = 0
                   move function numval(function trim(WS-KOLOM-NAAM))
                       to WS-KOLOM-IDX
                   if WS-KOLOM-IDX > 40
                       move 0 to WS-KOLOM-IDX
                   end-if
                   go to 2160-EXIT
               end-if
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > WS-HDR-COUNT
                   if function upper-case(function trim(
                           HDR-VELD(WS-VELD-IDX)))
                       = function upper-case(function trim(
                           WS-KOLOM-NAAM))
                       move WS-VELD-IDX to WS-KOLOM-IDX
                       go to 2160-EXIT
                   end-if
               end-perform.
           2160-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-TEXT-FILE: BLOK keeps the pages carrying the name,
      *> REGEL the lines. A document without page lines is never
      *> copied whole -- it holds other people's data too.
      *>----------------------------------------------------------------
           2200-TEXT-FILE.
               open input SCAN-FILE
               if WS-SCAN-STATUS not = "00"
                   go to 2200-EXIT
               end-if
               move "N" to WS-BESTAND-GEMELD
               move 0 to WS-BLK-COUNT
               move "N" to WS-BLK-MATCH
               move 0 to WS-SEP-COUNT
               move "0" to SCAN-EOF-FLAG
               perform until SCAN-EOF-FLAG = "1"
                   read SCAN-FILE
                       at end
                           move "1" to SCAN-EOF-FLAG
                       not at end
                           perform 2210-TEXT-LINE thru 2210-EXIT
                   end-read
               end-perform
               perform 2220-FLUSH-PAGE thru 2220-EXIT
               close SCAN-FILE
               if WS-BESTAND-GEMELD = "Y"
                   add 1 to BR-DOCUMENTEN(BR-IDX)
               end-if.
           2200-EXIT.
               exit.

           2210-TEXT-LINE.
               if BR-MODUS(BR-IDX) = "REGEL"
                   move 0 to WS-TALLY
                   inspect SCAN-REGEL tallying WS-TALLY
                       for all WS-NAAM(1:WS-NAAM-LEN)
                   if WS-TALLY > 0
                       perform 2230-FILE-HEADING thru 2230-EXIT
                       add 1 to BR-AANTAL(BR-IDX)
                       move spaces to BODY-REGEL
                       move SCAN-REGEL(1:132) to BODY-REGEL(5:)
                       write BODY-REGEL
                   end-if
                   go to 2210-EXIT
               end-if
               if SCAN-REGEL(1:5) = "====="
                   perform 2220-FLUSH-PAGE thru 2220-EXIT
                   add 1 to WS-SEP-COUNT
               end-if
               if WS-BLK-COUNT >= 300
                   perform 2220-FLUSH-PAGE thru 2220-EXIT
               end-if
               add 1 to WS-BLK-COUNT
               move SCAN-REGEL(1:132) to BLK-REGEL(WS-BLK-COUNT)
               move 0 to WS-TALLY
               inspect SCAN-REGEL tallying WS-TALLY
                   for all WS-NAAM(1:WS-NAAM-LEN)
               if WS-TALLY > 0
                   move "Y" to WS-BLK-MATCH
               end-if.
           2210-EXIT.
               exit.

      *>    the buffered page out when it carries the name -- whole
      *>    when the document has page lines, else only the lines
      *>    with the name
           2220-FLUSH-PAGE.
               if WS-BLK-MATCH = "Y"
                   perform 2230-FILE-HEADING thru 2230-EXIT
                   if WS-SEP-COUNT > 0
                       add 1 to BR-AANTAL(BR-IDX)
                   end-if
                   perform varying WS-BLK-IDX from 1 by 1
                           until WS-BLK-IDX > WS-BLK-COUNT
                       move 1 to WS-TALLY
                       if WS-SEP-COUNT = 0
                           move 0 to WS-TALLY
                           inspect BLK-REGEL(WS-BLK-IDX) tallying
                               WS-TALLY for all WS-NAAM(1:WS-NAAM-LEN)
                           if WS-TALLY > 0
                               add 1 to BR-AANTAL(BR-IDX)
                           end-if
                       end-if
                       if WS-TALLY > 0
                           move spaces to BODY-REGEL
                           move BLK-REGEL(WS-BLK-IDX) to BODY-REGEL(5:)
                           write BODY-REGEL
                       end-if
                   end-perform
               end-if
               move 0 to WS-BLK-COUNT
               move "N" to WS-BLK-MATCH.
           2220-EXIT.
               exit.

      *>    the document's name once, above its first hit
           2230-FILE-HEADING.
               if WS-BESTAND-GEMELD = "Y"
                   go to 2230-EXIT
               end-if
               move "Y" to WS-BESTAND-GEMELD
               move spaces to BODY-REGEL
               string "  -- " function trim(DYNAMIC-SCANFILE)
                   delimited by size into BODY-REGEL
               end-string
               write BODY-REGEL.
           2230-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2300-WHOLE-FILE: a per-person document, copied whole.
      *>----------------------------------------------------------------
           2300-WHOLE-FILE.
               open input SCAN-FILE
               if WS-SCAN-STATUS not = "00"
                   go to 2300-EXIT
               end-if
               move "N" to WS-BESTAND-GEMELD
               perform 2230-FILE-HEADING thru 2230-EXIT
               add 1 to BR-DOCUMENTEN(BR-IDX)
               move "0" to SCAN-EOF-FLAG
               perform until SCAN-EOF-FLAG = "1"
                   read SCAN-FILE
                       at end
                           move "1" to SCAN-EOF-FLAG
                       not at end
                           move spaces to BODY-REGEL
                           move SCAN-REGEL(1:132) to BODY-REGEL(5:)
                           write BODY-REGEL
                   end-read
               end-perform
               close SCAN-FILE.
           2300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-ASSEMBLE-EXPORT: cover, table of contents, then the
      *> sections as searched.
      *>----------------------------------------------------------------
           3000-ASSEMBLE-EXPORT.
               move spaces to DYNAMIC-EXPORTFILE
               string "Inzage-" function trim(WS-SOORT) "-"
                      function trim(WS-NUMMER) "-"
                      WS-CURRENT-DATETIME(1:8) ".txt"
                   delimited by size into DYNAMIC-EXPORTFILE
               end-string
               open output EXPORT-FILE
               if WS-EXPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-EXPORTFILE) ": "
                       WS-EXPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "INZAGEVERZOEK -- KOPIE VAN DE PERSOONSGEGEVENS"
                   to EXPORT-REGEL
               write EXPORT-REGEL
               move all "=" to EXPORT-REGEL
               move spaces to EXPORT-REGEL(73:)
               write EXPORT-REGEL
               move spaces to EXPORT-REGEL
               string "Betrokkene          : "
                      function trim(WS-SOORT-TEKST) " "
                      function trim(WS-NUMMER) " "
                      function trim(WS-NAAM)
                   delimited by size into EXPORT-REGEL
               end-string
               write EXPORT-REGEL
               if WS-OP-MASTER not = "Y"
                   move spaces to EXPORT-REGEL
                   string "                      (niet meer op "
                          function trim(DYNAMIC-MASTERFILE) ")"
                       delimited by size into EXPORT-REGEL
                   end-string
                   write EXPORT-REGEL
               end-if
               move spaces to EXPORT-REGEL
               string "Verzoek ontvangen   : " WS-ONTVANGEN
                   delimited by size into EXPORT-REGEL
               end-string
               write EXPORT-REGEL
               move spaces to EXPORT-REGEL
               string "Antwoord uiterlijk  : " WS-TERMIJN
                   delimited by size into EXPORT-REGEL
               end-string
               write EXPORT-REGEL
               move spaces to EXPORT-REGEL
               string "Opgemaakt           : " WS-NU " door "
                      function trim(LINK-OPERATOR-ID)
                   delimited by size into EXPORT-REGEL
               end-string
               write EXPORT-REGEL
               move WS-BR-COUNT to DISPLAY-NR
               move WS-TOTAAL-RECORDS to DISPLAY-AANTAL
               move WS-TOTAAL-DOCUMENTEN to DISPLAY-DOCS
               move spaces to EXPORT-REGEL
               string "Doorzocht           : "
                      function trim(DISPLAY-NR) " bronnen, "
                      function trim(DISPLAY-AANTAL) " gegeven(s) in "
                      function trim(DISPLAY-DOCS) " bestand(en)"
                   delimited by size into EXPORT-REGEL
               end-string
               write EXPORT-REGEL
               move spaces to EXPORT-REGEL
               write EXPORT-REGEL
               move "INHOUD" to EXPORT-REGEL
               write EXPORT-REGEL
               perform varying BR-IDX from 1 by 1
                       until BR-IDX > WS-BR-COUNT
                   set WS-SECTIE-NR to BR-IDX
                   move WS-SECTIE-NR to DISPLAY-NR
                   move all "." to WS-TOC-OMSCHRIJVING
                   string function trim(BR-OMSCHRIJVING(BR-IDX)) " "
                       delimited by size into WS-TOC-OMSCHRIJVING
                   end-string
                   move BR-AANTAL(BR-IDX) to DISPLAY-AANTAL
                   move BR-DOCUMENTEN(BR-IDX) to DISPLAY-DOCS
                   move spaces to EXPORT-REGEL
                   if BR-AANTAL(BR-IDX) = 0
                           and BR-DOCUMENTEN(BR-IDX) = 0
                       string "  " DISPLAY-NR ". " WS-TOC-OMSCHRIJVING
                              " geen gegevens"
                           delimited by size into EXPORT-REGEL
                       end-string
                   else
                       if BR-MODUS(BR-IDX) = "BESTAND"
                           string "  " DISPLAY-NR ". "
                                  WS-TOC-OMSCHRIJVING " "
                                  function trim(DISPLAY-DOCS)
                                  " document(en)"
                               delimited by size into EXPORT-REGEL
                           end-string
                       else
                           string "  " DISPLAY-NR ". "
                                  WS-TOC-OMSCHRIJVING " "
                                  function trim(DISPLAY-AANTAL)
                                  " gegeven(s) in "
                                  function trim(DISPLAY-DOCS)
                                  " bestand(en)"
                               delimited by size into EXPORT-REGEL
                           end-string
                       end-if
                   end-if
                   write EXPORT-REGEL
               end-perform
               move spaces to EXPORT-REGEL
               write EXPORT-REGEL

               open input BODY-FILE
               if WS-BODY-STATUS = "00"
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read BODY-FILE
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move BODY-REGEL to EXPORT-REGEL
                               write EXPORT-REGEL
                       end-read
                   end-perform
                   close BODY-FILE
               end-if
               move "-- einde van de export --" to EXPORT-REGEL
               write EXPORT-REGEL
               close EXPORT-FILE
               move WS-TOTAAL-RECORDS to DISPLAY-AANTAL
               move WS-TOTAAL-DOCUMENTEN to DISPLAY-DOCS
               display "Inzage " function trim(WS-SOORT) " "
                   function trim(WS-NUMMER) ": "
                   function trim(DISPLAY-AANTAL) " gegeven(s) in "
                   function trim(DISPLAY-DOCS)
                   " bestand(en) written to "
                   function trim(DYNAMIC-EXPORTFILE)
               if WS-TIJDIG = "N"
                   display "LET OP: de antwoordtermijn liep af op "
                       WS-TERMIJN "."
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-REGISTER: the proof the request was answered, and when.
      *>----------------------------------------------------------------
           4000-REGISTER.
               open extend REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   open output REGISTER-FILE
                   if WS-REGISTER-STATUS not = "00"
                       display "Gdpr-Inzage-Register.csv niet"
                           " beschrijfbaar: " WS-REGISTER-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
                   move spaces to REGISTER-REGEL
                   string "Ontvangen,Soort,Nummer,Naam,Termijn,"
                          "Beantwoord,Operator,Export,Gegevens,"
                          "Bestanden,Tijdig"
                       delimited by size into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-if
               move WS-TOTAAL-RECORDS to DISPLAY-AANTAL
               move WS-TOTAAL-DOCUMENTEN to DISPLAY-DOCS
               inspect WS-NAAM replacing all "," by " "
               move spaces to REGISTER-REGEL
               string WS-ONTVANGEN "," function trim(WS-SOORT) ","
                      function trim(WS-NUMMER) ","
                      function trim(WS-NAAM) "," WS-TERMIJN ","
                      WS-NU "," function trim(LINK-OPERATOR-ID) ","
                      function trim(DYNAMIC-EXPORTFILE) ","
                      function trim(DISPLAY-AANTAL) ","
                      function trim(DISPLAY-DOCS) "," WS-TIJDIG
                   delimited by size into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               close REGISTER-FILE.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail, see RUNLOG.cpy.
      *>----------------------------------------------------------------
           9000-WRITE-RUNLOG.
               move WS-NU(1:10) to LOG-RUN-DATE
               move WS-NU(12:8) to LOG-RUN-TIME
               move "GdprAccessExport" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move spaces to LOG-INPUT-FILE
               string function trim(WS-SOORT) "-"
                      function trim(WS-NUMMER)
                   delimited by size into LOG-INPUT-FILE
               end-string
               move DYNAMIC-EXPORTFILE to LOG-OUTPUT-FILE
               move WS-BR-COUNT to LOG-RECORDS-IN
               move WS-TOTAAL-RECORDS to LOG-RECORDS-OUT
               evaluate true
                   when WS-RETURN-CODE not = 0
                       move "FAILED" to LOG-FINAL-STATUS
                   when WS-TIJDIG = "N"
                       move "LATE" to LOG-FINAL-STATUS
                   when other
                       move "SUCCESS" to LOG-FINAL-STATUS
               end-evaluate
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
