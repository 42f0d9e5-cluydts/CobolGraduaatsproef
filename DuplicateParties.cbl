      *>----------------------------------------------------------------
      *> DuplicateParties -- the same customer or supplier keyed twice
      *> under two numbers (OrderEntry, UBL intake, a hand entry)
      *> splits the aging, the dunning, the klantenlisting and the
      *> 281.50 totals over both. Soort KL works Klanten.csv, soort
      *> LEV Leveranciers.csv:
      *>   ZOEK       propose the likely pairs with their evidence --
      *>              the same BTW number, the same IBAN (the
      *>              supplier's own, a customer's mandate), or a
      *>              name and address in the same postcode that
      *>              differ in at most NAAMAFSTAND / ADRESAFSTAND
      *>              letters (Dubbels-Config.csv, default 2 each)
      *>              once case, punctuation, spacing and the legal
      *>              form (BV, NV, VZW ...) are set aside. New pairs
      *>              go on Relatie-Dubbels.csv as VOORGESTELD, the
      *>              open ones to Dubbels-<soort>-<datum>.txt side by
      *>              side; a pair once decided is not proposed again
      *>   LIJST      the open proposals on screen
      *>   GOEDKEUR   <a> <b>: the pair is one party (a pair the
      *>              search missed may be approved by hand)
      *>   AFWIJS     <a> <b>: two parties after all
      *>   SAMENVOEG  <behoud> <ophef>: an approved pair only. The
      *>              surviving row takes over what it left blank
      *>              from the retired row, which leaves the master
      *>              (both on Tabel-Journaal.csv); every file listed
      *>              on Relatie-Samenvoeg-Bestanden.csv
      *>                Soort,Bestand,Kop,Kolom,Filterkolom,
      *>                Filterwaarde,Omschrijving
      *>              (Bestand an ls pattern; Kop J when the file has
      *>              a header; Kolom a header name or a column
      *>              number; an optional filter, "!" = not equal)
      *>              has the retired number replaced by the
      *>              surviving one -- the open items, mandates,
      *>              contracts and registers -- each rewritten file
      *>              first copied to <file>.bak-<timestamp>. The
      *>              retired number goes on Relatie-Aliassen.csv, so
      *>              archived files and old documents still resolve
      *>              through RelatieAlias.
      *> Every run but LIJST leaves a RUNLOG.TXT line; a merge is
      *> logged MERGED with the number of rows moved.
      *>----------------------------------------------------------------
       identification division.
       program-id. DuplicateParties.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Dubbels-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select MASTER-FILE assign dynamic DYNAMIC-MASTERFILE
               organization is line sequential
               file status is WS-MASTER-STATUS.
           select MANDATE-FILE assign to "Mandaten.csv"
               organization is line sequential
               file status is WS-MANDATE-STATUS.
           select REGISTER-FILE assign to "Relatie-Dubbels.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select BESTANDEN-FILE
               assign to "Relatie-Samenvoeg-Bestanden.csv"
               organization is line sequential
               file status is WS-BESTANDEN-STATUS.
           select ALIAS-FILE assign to "Relatie-Aliassen.csv"
               organization is line sequential
               file status is WS-ALIAS-STATUS.
           select JOURNAAL-FILE assign to "Tabel-Journaal.csv"
               organization is line sequential
               file status is WS-JOURNAAL-STATUS.
           select LIST-FILE assign to "DUBBELS-LIST.TMP"
               organization is line sequential
               file status is WS-LIST-STATUS.
           select SCAN-FILE assign dynamic DYNAMIC-SCANFILE
               organization is line sequential
               file status is WS-SCAN-STATUS.
           select WERK-FILE assign to "DUBBELS-WERK.TMP"
               organization is line sequential
               file status is WS-WERK-STATUS.
           select REPORT-FILE assign dynamic DYNAMIC-REPORTFILE
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd MASTER-FILE.
           01 MASTER-REGEL pic x(300).

           fd MANDATE-FILE.
           01 MANDATE-REGEL pic x(150).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(250).

           fd BESTANDEN-FILE.
           01 BESTANDEN-REGEL pic x(200).

           fd ALIAS-FILE.
           01 ALIAS-REGEL pic x(100).

           fd JOURNAAL-FILE.
           01 JOURNAAL-REGEL pic x(700).

           fd LIST-FILE.
           01 LIST-REGEL pic x(80).

           fd SCAN-FILE.
           01 SCAN-REGEL pic x(500).

           fd WERK-FILE.
           01 WERK-REGEL pic x(500).

           fd REPORT-FILE.
           01 REPORT-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-MASTER-STATUS pic xx.
           01 WS-MANDATE-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-BESTANDEN-STATUS pic xx.
           01 WS-ALIAS-STATUS pic xx.
           01 WS-JOURNAAL-STATUS pic xx.
           01 WS-LIST-STATUS pic xx.
           01 WS-SCAN-STATUS pic xx.
           01 WS-WERK-STATUS pic xx.
           01 WS-REPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 LIST-EOF-FLAG pic x(01).
           01 DYNAMIC-MASTERFILE pic x(30).
           01 DYNAMIC-SCANFILE pic x(80).
           01 DYNAMIC-REPORTFILE pic x(40).
           01 WS-CMD pic x(250).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-NU pic x(19).

           01 WS-ACTIE pic x(10).
           01 WS-SOORT pic x(03).
           01 WS-NUMMER-A pic x(12).
           01 WS-NUMMER-B pic x(12).
           01 WS-LOG-STATUS pic x(12).
           01 WS-LOG-IN pic 9(05) value 0.
           01 WS-LOG-OUT pic 9(05) value 0.

      *>    search thresholds, Dubbels-Config.csv
           01 WS-NAAMAFSTAND pic 9(02) value 2.
           01 WS-ADRESAFSTAND pic 9(02) value 2.
           01 WS-CFG-SLEUTEL pic x(30).
           01 WS-CFG-WAARDE pic x(20).

      *>    the master, as read and as compared
           01 WS-MASTER-HEADER pic x(300).
           01 WS-MS-COUNT pic 9(03) value 0.
           01 MASTER-TABLE.
               05 MS-ENTRY occurs 500 times indexed by MS-IDX MS-IDX2.
                   10 MS-NUMMER pic x(12).
                   10 MS-NAAM pic x(40).
                   10 MS-ADRES pic x(40).
                   10 MS-POSTCODE pic x(10).
                   10 MS-PLAATS pic x(30).
                   10 MS-BTW pic x(20).
                   10 MS-IBAN pic x(34).
                   10 MS-NAAM-N pic x(40).
                   10 MS-ADRES-N pic x(40).
                   10 MS-BTW-N pic x(20).
                   10 MS-IBAN-N pic x(34).
                   10 MS-REGEL pic x(300).
           01 WS-MS-IBAN-S pic x(34).
           01 WS-MS-REST pic x(200).
           01 WS-MS-FOUND pic 9(03).
           01 WS-MS-BEHOUD pic 9(03).
           01 WS-MS-OPHEF pic 9(03).
           01 WS-ZOEK-NR pic x(12).

      *>    one mandate row (a customer's IBAN)
           01 WS-MD-KLANT pic x(12).
           01 WS-MD-ID pic x(20).
           01 WS-MD-DATUM pic x(10).
           01 WS-MD-IBAN pic x(34).

      *>    Relatie-Dubbels.csv, all soorten, rewritten whole
           01 WS-RG-COUNT pic 9(04) value 0.
           01 REGISTER-TABLE.
               05 RG-ENTRY occurs 1000 times indexed by RG-IDX.
                   10 RG-SOORT pic x(03).
                   10 RG-A pic x(12).
                   10 RG-B pic x(12).
                   10 RG-BEWIJS pic x(100).
                   10 RG-STATUS pic x(12).
                   10 RG-VOORGESTELD pic x(10).
                   10 RG-BESLIST-DOOR pic x(12).
                   10 RG-BESLIST-OP pic x(19).
                   10 RG-SAMEN-DOOR pic x(12).
                   10 RG-SAMEN-OP pic x(19).
                   10 RG-NIEUW pic x(01).
           01 WS-PAIR-IDX pic 9(04).
           01 WS-PAAR-A pic x(12).
           01 WS-PAAR-B pic x(12).

      *>    the search
           01 WS-BEWIJS pic x(100).
           01 WS-BEWIJS-PTR pic 9(03).
           01 WS-BEWIJS-DEEL pic x(50).
           01 WS-NIEUW-COUNT pic 9(04) value 0.
           01 WS-OPEN-COUNT pic 9(04) value 0.
           01 WS-NAAM-AFST pic 9(02).
           01 WS-ADRES-AFST pic 9(02).
           01 DISPLAY-NAAM-AFST pic 9.
           01 DISPLAY-ADRES-AFST pic 9.

      *>    normalising a name, an address or a code
           01 WS-NORM-SOORT pic x(01).
           01 WS-NORM-IN pic x(60).
           01 WS-NORM-WERK pic x(60).
           01 WS-NORM-UIT pic x(40).
           01 WS-NORM-PTR pic 9(03).
           01 WS-NORM-C pic 9(03).
           01 WS-NORM-W pic 9(02).
           01 NORM-WOORDEN.
               05 NW-WOORD occurs 10 times pic x(30).

      *>    edit distance between WS-LV-A and WS-LV-B, two rows of
      *>    the classic table
           01 WS-LV-A pic x(40).
           01 WS-LV-B pic x(40).
           01 WS-LV-LA pic 9(03).
           01 WS-LV-LB pic 9(03).
           01 WS-LV-I pic 9(03).
           01 WS-LV-J pic 9(03).
           01 WS-LV-KOST pic 9(03).
           01 WS-LV-MIN pic 9(03).
           01 WS-LV-AFSTAND pic 9(03).
           01 LV-RIJEN.
               05 LV-VORIG occurs 41 times pic 9(03).
               05 LV-HUIDIG occurs 41 times pic 9(03).

      *>    one CSV line split generically
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
           01 BEHOUD-TABLE.
               05 BH-VELD occurs 40 times pic x(80).
           01 WS-KOLOM-NAAM pic x(24).
           01 WS-KOLOM-IDX pic 9(02).
           01 WS-NIEUWE-RIJ pic x(300).
           01 WS-RIJ-PTR pic 9(03).
           01 WS-RIJ-GEWIJZIGD pic x(01).

      *>    the files a merge rewrites
           01 WS-SB-COUNT pic 9(02) value 0.
           01 WS-SB-SOORT pic x(03).
           01 SAMENVOEG-TABLE.
               05 SB-ENTRY occurs 40 times indexed by SB-IDX.
                   10 SB-BESTAND pic x(60).
                   10 SB-KOP pic x(01).
                   10 SB-KOLOM pic x(24).
                   10 SB-FILTERKOLOM pic x(24).
                   10 SB-FILTERWAARDE pic x(30).
                   10 SB-OMSCHRIJVING pic x(50).
                   10 SB-AANTAL pic 9(05).
           01 WS-SLEUTEL-IDX pic 9(02).
           01 WS-FILTER-IDX pic 9(02).
           01 WS-FILTER-NIET pic x(01).
           01 WS-FILTER-WAARDE pic x(30).
           01 WS-FILE-AANTAL pic 9(05).
           01 WS-TOTAAL-VERPLAATST pic 9(06) value 0.
           01 WS-VELD-START pic 9(03).
           01 WS-VELD-LEN pic 9(03).
           01 WS-VELD-NR pic 9(02).
           01 WS-VELD-WAARDE pic x(80).
           01 WS-POS pic 9(03).
           01 WS-NA-START pic 9(03).
           01 WS-NIEUWE-REGEL pic x(500).

      *>    the journal images
           01 WS-JN-ACTIE pic x(10).
           01 WS-JN-SLEUTEL pic x(12).
           01 WS-JN-OUD pic x(300).
           01 WS-JN-NIEUW pic x(300).

           01 DISPLAY-COUNT pic ZZZ9.
           01 DISPLAY-AANTAL pic ZZZZ9.
           01 WS-REPORT-NR pic ZZZ9.

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(10).
           01 LINK-SOORT pic x(03).
           01 LINK-NUMMER-A pic x(12).
           01 LINK-NUMMER-B pic x(12).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-SOORT LINK-NUMMER-A
               LINK-NUMMER-B LINK-OPERATOR-ID.

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
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE
           move function upper-case(function trim(LINK-SOORT))
               to WS-SOORT
           move function trim(LINK-NUMMER-A) to WS-NUMMER-A
           move function trim(LINK-NUMMER-B) to WS-NUMMER-B
           evaluate WS-SOORT
               when "KL"
                   move "Klanten.csv" to DYNAMIC-MASTERFILE
               when "LEV"
                   move "Leveranciers.csv" to DYNAMIC-MASTERFILE
               when other
                   display "Onbekende soort (KL = klanten, LEV ="
                       " leveranciers): " function trim(LINK-SOORT)
                   move 1 to return-code
                   goback
           end-evaluate

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1100-LOAD-MASTER thru 1100-EXIT
           if WS-MS-COUNT = 0
               display function trim(DYNAMIC-MASTERFILE)
                   " not found or empty."
               move 1 to return-code
               goback
           end-if
           if WS-SOORT = "KL"
               perform 1150-LOAD-MANDATEN thru 1150-EXIT
           end-if
           perform 1200-LOAD-REGISTER thru 1200-EXIT

           evaluate WS-ACTIE
               when "ZOEK"
                   perform 2000-DETECT thru 2000-EXIT
               when "LIJST"
                   perform 3000-LIST thru 3000-EXIT
                   goback
               when "GOEDKEUR"
                   perform 4000-DECIDE thru 4000-EXIT
               when "AFWIJS"
                   perform 4000-DECIDE thru 4000-EXIT
               when "SAMENVOEG"
                   perform 5000-MERGE thru 5000-EXIT
               when other
                   display "Onbekende actie (ZOEK / LIJST / GOEDKEUR /"
                       " AFWIJS / SAMENVOEG): "
                       function trim(LINK-ACTIE)
                   move 1 to return-code
                   goback
           end-evaluate
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: how near "nearly identical" is.
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
                           if function test-numval(function trim(
                                   WS-CFG-WAARDE)) = 0
                               evaluate function trim(WS-CFG-SLEUTEL)
                                   when "NAAMAFSTAND"
                                       move function numval(function
                                           trim(WS-CFG-WAARDE))
                                           to WS-NAAMAFSTAND
                                   when "ADRESAFSTAND"
                                       move function numval(function
                                           trim(WS-CFG-WAARDE))
                                           to WS-ADRESAFSTAND
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-MASTER: the rows, whole for a merge and normalised
      *> for the search. Both masters share the first six columns
      *> (number, name, address, postcode, town, BTW number); the
      *> supplier's IBAN is the seventh.
      *>----------------------------------------------------------------
           1100-LOAD-MASTER.
               move 0 to WS-MS-COUNT
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read MASTER-FILE
                   at end
                       close MASTER-FILE
                       go to 1100-EXIT
               end-read
               move MASTER-REGEL to WS-MASTER-HEADER
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if MASTER-REGEL not = spaces
                               and WS-MS-COUNT < 500
                               perform 1110-ONE-MASTER-ROW
                                   thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1100-EXIT.
               exit.

           1110-ONE-MASTER-ROW.
               add 1 to WS-MS-COUNT
               set MS-IDX to WS-MS-COUNT
               move spaces to MS-ENTRY(MS-IDX)
               move MASTER-REGEL to MS-REGEL(MS-IDX)
               move spaces to WS-MS-IBAN-S
               unstring function trim(MASTER-REGEL) delimited by ","
                   into MS-NUMMER(MS-IDX) MS-NAAM(MS-IDX)
                        MS-ADRES(MS-IDX) MS-POSTCODE(MS-IDX)
                        MS-PLAATS(MS-IDX) MS-BTW(MS-IDX)
                        WS-MS-IBAN-S WS-MS-REST
               end-unstring
               move function trim(MS-NUMMER(MS-IDX))
                   to MS-NUMMER(MS-IDX)
               if WS-SOORT = "LEV"
                   move WS-MS-IBAN-S to MS-IBAN(MS-IDX)
               end-if
               move "N" to WS-NORM-SOORT
               move MS-NAAM(MS-IDX) to WS-NORM-IN
               perform 2400-NORMALISEER thru 2400-EXIT
               move WS-NORM-UIT to MS-NAAM-N(MS-IDX)
               move "A" to WS-NORM-SOORT
               move MS-ADRES(MS-IDX) to WS-NORM-IN
               perform 2400-NORMALISEER thru 2400-EXIT
               move WS-NORM-UIT to MS-ADRES-N(MS-IDX)
               move "C" to WS-NORM-SOORT
               move MS-BTW(MS-IDX) to WS-NORM-IN
               perform 2400-NORMALISEER thru 2400-EXIT
               move WS-NORM-UIT to MS-BTW-N(MS-IDX)
               move MS-IBAN(MS-IDX) to WS-NORM-IN
               perform 2400-NORMALISEER thru 2400-EXIT
               move WS-NORM-UIT to MS-IBAN-N(MS-IDX).
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1150-LOAD-MANDATEN: a customer's IBAN is the one on its
      *> domiciliering mandate (the first one, if it has several).
      *>----------------------------------------------------------------
           1150-LOAD-MANDATEN.
               open input MANDATE-FILE
               if WS-MANDATE-STATUS not = "00"
                   go to 1150-EXIT
               end-if
               read MANDATE-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MANDATE-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-MD-KLANT
                           move spaces to WS-MD-IBAN
                           unstring function trim(MANDATE-REGEL)
                               delimited by ","
                               into WS-MD-KLANT WS-MD-ID WS-MD-DATUM
                                    WS-MD-IBAN
                           end-unstring
                           move function trim(WS-MD-KLANT)
                               to WS-ZOEK-NR
                           perform 1400-FIND-MASTER thru 1400-EXIT
                           if WS-MS-FOUND > 0
                               and MS-IBAN(WS-MS-FOUND) = spaces
                               move WS-MD-IBAN to MS-IBAN(WS-MS-FOUND)
                               move "C" to WS-NORM-SOORT
                               move WS-MD-IBAN to WS-NORM-IN
                               perform 2400-NORMALISEER thru 2400-EXIT
                               move WS-NORM-UIT
                                   to MS-IBAN-N(WS-MS-FOUND)
                           end-if
                   end-read
               end-perform
               close MANDATE-FILE.
           1150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-REGISTER: every pair ever proposed or decided.
      *>----------------------------------------------------------------
           1200-LOAD-REGISTER.
               move 0 to WS-RG-COUNT
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read REGISTER-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if REGISTER-REGEL not = spaces
                               and WS-RG-COUNT < 1000
                               add 1 to WS-RG-COUNT
                               set RG-IDX to WS-RG-COUNT
                               move spaces to RG-ENTRY(RG-IDX)
                               unstring function trim(REGISTER-REGEL)
                                   delimited by ","
                                   into RG-SOORT(RG-IDX) RG-A(RG-IDX)
                                        RG-B(RG-IDX)
                                        RG-BEWIJS(RG-IDX)
                                        RG-STATUS(RG-IDX)
                                        RG-VOORGESTELD(RG-IDX)
                                        RG-BESLIST-DOOR(RG-IDX)
                                        RG-BESLIST-OP(RG-IDX)
                                        RG-SAMEN-DOOR(RG-IDX)
                                        RG-SAMEN-OP(RG-IDX)
                               end-unstring
                               move "N" to RG-NIEUW(RG-IDX)
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE.
           1200-EXIT.
               exit.

      *>    WS-PAAR-A / WS-PAAR-B, either order, to WS-PAIR-IDX
           1300-FIND-PAIR.
               move 0 to WS-PAIR-IDX
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   if RG-SOORT(RG-IDX) = WS-SOORT
                       and ((RG-A(RG-IDX) = WS-PAAR-A
                               and RG-B(RG-IDX) = WS-PAAR-B)
                           or (RG-A(RG-IDX) = WS-PAAR-B
                               and RG-B(RG-IDX) = WS-PAAR-A))
                       set WS-PAIR-IDX to RG-IDX
                       go to 1300-EXIT
                   end-if
               end-perform.
           1300-EXIT.
               exit.

      *>    WS-ZOEK-NR to its master row, WS-MS-FOUND (0 = absent)
           1400-FIND-MASTER.
               move 0 to WS-MS-FOUND
               perform varying MS-IDX from 1 by 1
                       until MS-IDX > WS-MS-COUNT
                   if MS-NUMMER(MS-IDX) = WS-ZOEK-NR
                       set WS-MS-FOUND to MS-IDX
                       go to 1400-EXIT
                   end-if
               end-perform.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-DETECT: every pair of the master once, new evidence on
      *> the register, the open pairs on the proposal list.
      *>----------------------------------------------------------------
           2000-DETECT.
               move WS-MS-COUNT to WS-LOG-IN
               perform varying MS-IDX from 1 by 1
                       until MS-IDX >= WS-MS-COUNT
                   set MS-IDX2 to MS-IDX
                   set MS-IDX2 up by 1
                   perform until MS-IDX2 > WS-MS-COUNT
                       perform 2100-COMPARE-PAIR thru 2100-EXIT
                       set MS-IDX2 up by 1
                   end-perform
               end-perform
               perform 6000-WRITE-REGISTER thru 6000-EXIT
               perform 2600-WRITE-REPORT thru 2600-EXIT
               move WS-NIEUW-COUNT to WS-LOG-OUT
               move "SUCCESS" to WS-LOG-STATUS
               move WS-NIEUW-COUNT to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " nieuw(e) voorstel(len)"
               move WS-OPEN-COUNT to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " open paar/paren written to "
                   function trim(DYNAMIC-REPORTFILE).
           2000-EXIT.
               exit.

           2100-COMPARE-PAIR.
               move spaces to WS-BEWIJS
               move 1 to WS-BEWIJS-PTR
               if MS-BTW-N(MS-IDX) not = spaces
                   and MS-BTW-N(MS-IDX) = MS-BTW-N(MS-IDX2)
                   move spaces to WS-BEWIJS-DEEL
                   string "BTW " function trim(MS-BTW-N(MS-IDX))
                       delimited by size into WS-BEWIJS-DEEL
                   end-string
                   perform 2150-ADD-BEWIJS thru 2150-EXIT
               end-if
               if MS-IBAN-N(MS-IDX) not = spaces
                   and MS-IBAN-N(MS-IDX) = MS-IBAN-N(MS-IDX2)
                   move spaces to WS-BEWIJS-DEEL
                   string "IBAN " function trim(MS-IBAN-N(MS-IDX))
                       delimited by size into WS-BEWIJS-DEEL
                   end-string
                   perform 2150-ADD-BEWIJS thru 2150-EXIT
               end-if
      *>        name and address only within one postcode -- that
      *>        keeps the letter-by-letter comparison to a handful
               if MS-POSTCODE(MS-IDX) not = spaces
                   and function trim(MS-POSTCODE(MS-IDX))
                       = function trim(MS-POSTCODE(MS-IDX2))
                   and MS-NAAM-N(MS-IDX) not = spaces
                   and MS-NAAM-N(MS-IDX2) not = spaces
                   move MS-NAAM-N(MS-IDX) to WS-LV-A
                   move MS-NAAM-N(MS-IDX2) to WS-LV-B
                   perform 2500-AFSTAND thru 2500-EXIT
                   move WS-LV-AFSTAND to WS-NAAM-AFST
                   if WS-LV-AFSTAND <= WS-NAAMAFSTAND
                       move MS-ADRES-N(MS-IDX) to WS-LV-A
                       move MS-ADRES-N(MS-IDX2) to WS-LV-B
                       perform 2500-AFSTAND thru 2500-EXIT
                       move WS-LV-AFSTAND to WS-ADRES-AFST
                       if WS-LV-AFSTAND <= WS-ADRESAFSTAND
                           and MS-ADRES-N(MS-IDX) not = spaces
                           move spaces to WS-BEWIJS-DEEL
                           move WS-NAAM-AFST to DISPLAY-NAAM-AFST
                           move WS-ADRES-AFST to DISPLAY-ADRES-AFST
                           string "NAAM/ADRES verschil "
                                  DISPLAY-NAAM-AFST "/"
                                  DISPLAY-ADRES-AFST " in "
                                  function trim(MS-POSTCODE(MS-IDX))
                               delimited by size into WS-BEWIJS-DEEL
                           end-string
                           perform 2150-ADD-BEWIJS thru 2150-EXIT
                       end-if
                   end-if
               end-if
               if WS-BEWIJS = spaces
                   go to 2100-EXIT
               end-if
               move spaces to WS-BEWIJS(WS-BEWIJS-PTR - 2:)

      *>        known already -- proposed, approved, refused or
      *>        merged -- then it stays as it was
               move MS-NUMMER(MS-IDX) to WS-PAAR-A
               move MS-NUMMER(MS-IDX2) to WS-PAAR-B
               perform 1300-FIND-PAIR thru 1300-EXIT
               if WS-PAIR-IDX > 0
                   go to 2100-EXIT
               end-if
               if WS-RG-COUNT >= 1000
                   display "Register vol, paar overgeslagen: "
                       function trim(WS-PAAR-A) " / "
                       function trim(WS-PAAR-B)
                   go to 2100-EXIT
               end-if
               add 1 to WS-RG-COUNT
               set RG-IDX to WS-RG-COUNT
               move spaces to RG-ENTRY(RG-IDX)
               move WS-SOORT to RG-SOORT(RG-IDX)
               move WS-PAAR-A to RG-A(RG-IDX)
               move WS-PAAR-B to RG-B(RG-IDX)
               move WS-BEWIJS to RG-BEWIJS(RG-IDX)
               move "VOORGESTELD" to RG-STATUS(RG-IDX)
               move WS-NU(1:10) to RG-VOORGESTELD(RG-IDX)
               move "J" to RG-NIEUW(RG-IDX)
               add 1 to WS-NIEUW-COUNT.
           2100-EXIT.
               exit.

      *>    WS-BEWIJS-DEEL onto the evidence, "; " between the items
           2150-ADD-BEWIJS.
               string function trim(WS-BEWIJS-DEEL)
                   delimited by size into WS-BEWIJS
                   with pointer WS-BEWIJS-PTR
               end-string
               perform 2160-BEWIJS-SEP thru 2160-EXIT.
           2150-EXIT.
               exit.

           2160-BEWIJS-SEP.
               string "; " delimited by size into WS-BEWIJS
                   with pointer WS-BEWIJS-PTR
               end-string.
           2160-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2400-NORMALISEER: WS-NORM-IN to WS-NORM-UIT, upper case,
      *> without punctuation or spaces. N (a name) also drops the
      *> legal form; A (an address) writes straat / steenweg short.
      *>----------------------------------------------------------------
           2400-NORMALISEER.
               move spaces to WS-NORM-UIT
               move 1 to WS-NORM-PTR
               move function upper-case(WS-NORM-IN) to WS-NORM-WERK
               inspect WS-NORM-WERK replacing all "." by " "
                                              all "," by " "
                                              all "-" by " "
                                              all "&" by " "
                                              all "'" by " "
                                              all "/" by " "
                                              all ";" by " "
                                              all "(" by " "
                                              all ")" by " "
               if WS-NORM-WERK = spaces
                   go to 2400-EXIT
               end-if
               if WS-NORM-SOORT = "A"
                   inspect WS-NORM-WERK
                       replacing all "STRAAT" by "STR   "
                                 all "STEENWEG" by "STWG    "
               end-if
               if WS-NORM-SOORT = "N"
                   move spaces to NORM-WOORDEN
                   unstring function trim(WS-NORM-WERK)
                       delimited by all space
                       into NW-WOORD(1) NW-WOORD(2) NW-WOORD(3)
                            NW-WOORD(4) NW-WOORD(5) NW-WOORD(6)
                            NW-WOORD(7) NW-WOORD(8) NW-WOORD(9)
                            NW-WOORD(10)
                   end-unstring
                   perform varying WS-NORM-W from 1 by 1
                           until WS-NORM-W > 10
                       evaluate NW-WOORD(WS-NORM-W)
                           when spaces
                           when "BV"
                           when "BVBA"
                           when "NV"
                           when "VZW"
                           when "SRL"
                           when "SA"
                           when "SPRL"
                           when "VOF"
                           when "COMMV"
                           when "CV"
                           when "CVBA"
                           when "SCRL"
                               continue
                           when other
                               string function trim(
                                       NW-WOORD(WS-NORM-W))
                                   delimited by size into WS-NORM-UIT
                                   with pointer WS-NORM-PTR
                               end-string
                       end-evaluate
                   end-perform
                   go to 2400-EXIT
               end-if
               perform varying WS-NORM-C from 1 by 1
                       until WS-NORM-C > 60
                   if WS-NORM-WERK(WS-NORM-C:1) not = space
                       string WS-NORM-WERK(WS-NORM-C:1)
                           delimited by size into WS-NORM-UIT
                           with pointer WS-NORM-PTR
                       end-string
                   end-if
               end-perform.
           2400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2500-AFSTAND: the number of letters to insert, drop or
      *> change to turn WS-LV-A into WS-LV-B (Levenshtein), 99 when
      *> the lengths alone already differ too much to matter.
      *>----------------------------------------------------------------
           2500-AFSTAND.
               move 0 to WS-LV-LA
               move 0 to WS-LV-LB
               if WS-LV-A not = spaces
                   move function length(function trim(WS-LV-A))
                       to WS-LV-LA
               end-if
               if WS-LV-B not = spaces
                   move function length(function trim(WS-LV-B))
                       to WS-LV-LB
               end-if
               if WS-LV-LA > WS-LV-LB + 9 or WS-LV-LB > WS-LV-LA + 9
                   move 99 to WS-LV-AFSTAND
                   go to 2500-EXIT
               end-if
               perform varying WS-LV-J from 0 by 1
                       until WS-LV-J > WS-LV-LB
                   move WS-LV-J to LV-VORIG(WS-LV-J + 1)
               end-perform
               perform varying WS-LV-I from 1 by 1
                       until WS-LV-I > WS-LV-LA
                   move WS-LV-I to LV-HUIDIG(1)
                   perform varying WS-LV-J from 1 by 1
                           until WS-LV-J > WS-LV-LB
                       if WS-LV-A(WS-LV-I:1) = WS-LV-B(WS-LV-J:1)
                           move 0 to WS-LV-KOST
                       else
                           move 1 to WS-LV-KOST
                       end-if
                       compute WS-LV-MIN =
                           LV-VORIG(WS-LV-J) + WS-LV-KOST
                       if LV-VORIG(WS-LV-J + 1) + 1 < WS-LV-MIN
                           compute WS-LV-MIN =
                               LV-VORIG(WS-LV-J + 1) + 1
                       end-if
                       if LV-HUIDIG(WS-LV-J) + 1 < WS-LV-MIN
                           compute WS-LV-MIN = LV-HUIDIG(WS-LV-J) + 1
                       end-if
                       move WS-LV-MIN to LV-HUIDIG(WS-LV-J + 1)
                   end-perform
                   perform varying WS-LV-J from 1 by 1
                           until WS-LV-J > WS-LV-LB + 1
                       move LV-HUIDIG(WS-LV-J) to LV-VORIG(WS-LV-J)
                   end-perform
               end-perform
               move LV-VORIG(WS-LV-LB + 1) to WS-LV-AFSTAND.
           2500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2600-WRITE-REPORT: the open pairs side by side, the new ones
      *> marked, for whoever decides them.
      *>----------------------------------------------------------------
           2600-WRITE-REPORT.
               move spaces to DYNAMIC-REPORTFILE
               string "Dubbels-" function trim(WS-SOORT) "-"
                      WS-CURRENT-DATETIME(1:8) ".txt"
                   delimited by size into DYNAMIC-REPORTFILE
               end-string
               open output REPORT-FILE
               if WS-REPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-REPORTFILE) ": "
                       WS-REPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2600-EXIT
               end-if
               move spaces to REPORT-REGEL
               string "MOGELIJKE DUBBELS -- "
                      function trim(DYNAMIC-MASTERFILE)
                      "  (" WS-NU ")"
                   delimited by size into REPORT-REGEL
               end-string
               write REPORT-REGEL
               move all "=" to REPORT-REGEL
               write REPORT-REGEL
               move "Beslissen: GOEDKEUR / AFWIJS <a> <b>;"
                   & " samenvoegen: SAMENVOEG <behoud> <ophef>."
                   to REPORT-REGEL
               write REPORT-REGEL
               move spaces to REPORT-REGEL
               write REPORT-REGEL
               move 0 to WS-OPEN-COUNT
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   if RG-SOORT(RG-IDX) = WS-SOORT
                       and RG-STATUS(RG-IDX) = "VOORGESTELD"
                       perform 2650-REPORT-ONE-PAIR thru 2650-EXIT
                   end-if
               end-perform
               if WS-OPEN-COUNT = 0
                   move "Geen open voorstellen." to REPORT-REGEL
                   write REPORT-REGEL
               end-if
               close REPORT-FILE.
           2600-EXIT.
               exit.

           2650-REPORT-ONE-PAIR.
      *>        a pair one of whose numbers has since left the master
      *>        (merged with a third) is not a proposal any more
               move RG-A(RG-IDX) to WS-ZOEK-NR
               perform 1400-FIND-MASTER thru 1400-EXIT
               move WS-MS-FOUND to WS-MS-BEHOUD
               move RG-B(RG-IDX) to WS-ZOEK-NR
               perform 1400-FIND-MASTER thru 1400-EXIT
               move WS-MS-FOUND to WS-MS-OPHEF
               if WS-MS-BEHOUD = 0 or WS-MS-OPHEF = 0
                   go to 2650-EXIT
               end-if
               add 1 to WS-OPEN-COUNT
               move WS-OPEN-COUNT to WS-REPORT-NR
               move spaces to REPORT-REGEL
               string "Paar " function trim(WS-REPORT-NR) ": "
                      function trim(RG-A(RG-IDX)) " / "
                      function trim(RG-B(RG-IDX)) "   bewijs: "
                      function trim(RG-BEWIJS(RG-IDX))
                   delimited by size into REPORT-REGEL
               end-string
               if RG-NIEUW(RG-IDX) = "J"
                   move "(nieuw)" to REPORT-REGEL(120:7)
               end-if
               write REPORT-REGEL
               move WS-MS-BEHOUD to WS-MS-FOUND
               perform 2660-REPORT-ONE-SIDE thru 2660-EXIT
               move WS-MS-OPHEF to WS-MS-FOUND
               perform 2660-REPORT-ONE-SIDE thru 2660-EXIT
               move spaces to REPORT-REGEL
               write REPORT-REGEL.
           2650-EXIT.
               exit.

           2660-REPORT-ONE-SIDE.
               move spaces to REPORT-REGEL
               move MS-NUMMER(WS-MS-FOUND) to REPORT-REGEL(3:8)
               move MS-NAAM(WS-MS-FOUND) to REPORT-REGEL(11:28)
               move MS-ADRES(WS-MS-FOUND) to REPORT-REGEL(40:24)
               move MS-POSTCODE(WS-MS-FOUND) to REPORT-REGEL(65:6)
               move MS-PLAATS(WS-MS-FOUND) to REPORT-REGEL(72:14)
               move MS-BTW(WS-MS-FOUND) to REPORT-REGEL(87:18)
               move MS-IBAN(WS-MS-FOUND) to REPORT-REGEL(106:27)
               write REPORT-REGEL.
           2660-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-LIST: the open proposals on screen.
      *>----------------------------------------------------------------
           3000-LIST.
               move 0 to WS-OPEN-COUNT
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   if RG-SOORT(RG-IDX) = WS-SOORT
                       and RG-STATUS(RG-IDX) = "VOORGESTELD"
                       add 1 to WS-OPEN-COUNT
                       display function trim(RG-A(RG-IDX)) " / "
                           function trim(RG-B(RG-IDX)) "  "
                           function trim(RG-BEWIJS(RG-IDX))
                           "  (voorgesteld "
                           RG-VOORGESTELD(RG-IDX) ")"
                   end-if
               end-perform
               move WS-OPEN-COUNT to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " open voorstel(len) voor soort " WS-SOORT.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-DECIDE: GOEDKEUR or AFWIJS one pair. An approval of a
      *> pair the search never proposed is taken as a hand entry.
      *>----------------------------------------------------------------
           4000-DECIDE.
               move "REFUSED" to WS-LOG-STATUS
               move WS-NUMMER-A to WS-PAAR-A
               move WS-NUMMER-B to WS-PAAR-B
               perform 1300-FIND-PAIR thru 1300-EXIT
               if WS-PAIR-IDX = 0
                   if WS-ACTIE = "AFWIJS"
                       display "Geen voorstel voor "
                           function trim(WS-NUMMER-A) " / "
                           function trim(WS-NUMMER-B) "."
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
                   perform 4100-CHECK-BOTH thru 4100-EXIT
                   if WS-RETURN-CODE not = 0
                       go to 4000-EXIT
                   end-if
                   if WS-RG-COUNT >= 1000
                       display "Register vol."
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
                   add 1 to WS-RG-COUNT
                   move WS-RG-COUNT to WS-PAIR-IDX
                   move spaces to RG-ENTRY(WS-PAIR-IDX)
                   move WS-SOORT to RG-SOORT(WS-PAIR-IDX)
                   move WS-NUMMER-A to RG-A(WS-PAIR-IDX)
                   move WS-NUMMER-B to RG-B(WS-PAIR-IDX)
                   move "HANDMATIG" to RG-BEWIJS(WS-PAIR-IDX)
                   move "VOORGESTELD" to RG-STATUS(WS-PAIR-IDX)
                   move WS-NU(1:10) to RG-VOORGESTELD(WS-PAIR-IDX)
               end-if
               if RG-STATUS(WS-PAIR-IDX) not = "VOORGESTELD"
                   display "Paar " function trim(WS-NUMMER-A) " / "
                       function trim(WS-NUMMER-B) " is al "
                       function trim(RG-STATUS(WS-PAIR-IDX)) "."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if WS-ACTIE = "GOEDKEUR"
                   perform 4100-CHECK-BOTH thru 4100-EXIT
                   if WS-RETURN-CODE not = 0
                       go to 4000-EXIT
                   end-if
                   move "GOEDGEKEURD" to RG-STATUS(WS-PAIR-IDX)
               else
                   move "AFGEWEZEN" to RG-STATUS(WS-PAIR-IDX)
               end-if
               move LINK-OPERATOR-ID to RG-BESLIST-DOOR(WS-PAIR-IDX)
               move WS-NU to RG-BESLIST-OP(WS-PAIR-IDX)
               perform 6000-WRITE-REGISTER thru 6000-EXIT
               move RG-STATUS(WS-PAIR-IDX) to WS-LOG-STATUS
               move 1 to WS-LOG-OUT
               display "Paar " function trim(WS-NUMMER-A) " / "
                   function trim(WS-NUMMER-B) " "
                   function trim(RG-STATUS(WS-PAIR-IDX)) ".".
           4000-EXIT.
               exit.

      *>    both numbers on the master, and two of them
           4100-CHECK-BOTH.
               move WS-NUMMER-A to WS-ZOEK-NR
               perform 1400-FIND-MASTER thru 1400-EXIT
               move WS-MS-FOUND to WS-MS-BEHOUD
               move WS-NUMMER-B to WS-ZOEK-NR
               perform 1400-FIND-MASTER thru 1400-EXIT
               move WS-MS-FOUND to WS-MS-OPHEF
               if WS-MS-BEHOUD = 0 or WS-MS-OPHEF = 0
                   display "Niet beide op "
                       function trim(DYNAMIC-MASTERFILE) ": "
                       function trim(WS-NUMMER-A) " / "
                       function trim(WS-NUMMER-B)
                   move 1 to WS-RETURN-CODE
                   go to 4100-EXIT
               end-if
               if WS-MS-BEHOUD = WS-MS-OPHEF
                   display "Twee verschillende nummers nodig."
                   move 1 to WS-RETURN-CODE
               end-if.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-MERGE: an approved pair into one -- the master first,
      *> then every listed file, then the alias and the register.
      *>----------------------------------------------------------------
           5000-MERGE.
               move "REFUSED" to WS-LOG-STATUS
               perform 4100-CHECK-BOTH thru 4100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 5000-EXIT
               end-if
               move WS-NUMMER-A to WS-PAAR-A
               move WS-NUMMER-B to WS-PAAR-B
               perform 1300-FIND-PAIR thru 1300-EXIT
               if WS-PAIR-IDX = 0
                   display "MERGE REFUSED: " function trim(WS-NUMMER-A)
                       " / " function trim(WS-NUMMER-B)
                       " is not an approved pair -- GOEDKEUR first."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               if RG-STATUS(WS-PAIR-IDX) not = "GOEDGEKEURD"
                   display "MERGE REFUSED: " function trim(WS-NUMMER-A)
                       " / " function trim(WS-NUMMER-B) " is "
                       function trim(RG-STATUS(WS-PAIR-IDX))
                       ", not GOEDGEKEURD."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if

               perform 5100-MERGE-MASTER thru 5100-EXIT
               if WS-RETURN-CODE not = 0
                   move "FAILED" to WS-LOG-STATUS
                   go to 5000-EXIT
               end-if
               perform 5200-LOAD-BESTANDEN thru 5200-EXIT
               perform varying SB-IDX from 1 by 1
                       until SB-IDX > WS-SB-COUNT
                   perform 5300-MERGE-SOURCE thru 5300-EXIT
               end-perform
               perform 5400-WRITE-ALIAS thru 5400-EXIT
               move "SAMENGEVOEGD" to RG-STATUS(WS-PAIR-IDX)
               move LINK-OPERATOR-ID to RG-SAMEN-DOOR(WS-PAIR-IDX)
               move WS-NU to RG-SAMEN-OP(WS-PAIR-IDX)
               perform 6000-WRITE-REGISTER thru 6000-EXIT
               move WS-TOTAAL-VERPLAATST to WS-LOG-OUT
               if WS-RETURN-CODE = 0
                   move "MERGED" to WS-LOG-STATUS
               else
                   move "FAILED" to WS-LOG-STATUS
               end-if
               move WS-TOTAAL-VERPLAATST to DISPLAY-AANTAL
               display function trim(WS-NUMMER-B) " samengevoegd in "
                   function trim(WS-NUMMER-A) ": "
                   function trim(DISPLAY-AANTAL)
                   " rij(en) overgezet; "
                   function trim(WS-NUMMER-B)
                   " blijft bekend als alias.".
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-MERGE-MASTER: the survivor fills its blank columns from
      *> the retired row; the retired row goes. Both on the journal.
      *>----------------------------------------------------------------
           5100-MERGE-MASTER.
               move "," to WS-DELIM
               move WS-MASTER-HEADER to WS-REGEL
               perform 5150-SPLIT thru 5150-EXIT
               move WS-VELD-COUNT to WS-HDR-COUNT
               move MS-REGEL(WS-MS-BEHOUD) to WS-REGEL
               perform 5150-SPLIT thru 5150-EXIT
               move VELD-TABLE to BEHOUD-TABLE
               move MS-REGEL(WS-MS-OPHEF) to WS-REGEL
               perform 5150-SPLIT thru 5150-EXIT
               move "N" to WS-RIJ-GEWIJZIGD
               perform varying WS-VELD-IDX from 2 by 1
                       until WS-VELD-IDX > WS-HDR-COUNT
                   if BH-VELD(WS-VELD-IDX) = spaces
                       and VELD(WS-VELD-IDX) not = spaces
                       move VELD(WS-VELD-IDX) to BH-VELD(WS-VELD-IDX)
                       move "J" to WS-RIJ-GEWIJZIGD
                   end-if
               end-perform
               move spaces to WS-NIEUWE-RIJ
               move 1 to WS-RIJ-PTR
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > WS-HDR-COUNT
                   if WS-VELD-IDX > 1
                       string "," delimited by size into WS-NIEUWE-RIJ
                           with pointer WS-RIJ-PTR
                       end-string
                   end-if
                   if BH-VELD(WS-VELD-IDX) not = spaces
                       string function trim(BH-VELD(WS-VELD-IDX))
                           delimited by size into WS-NIEUWE-RIJ
                           with pointer WS-RIJ-PTR
                       end-string
                   end-if
               end-perform

               open output WERK-FILE
               if WS-WERK-STATUS not = "00"
                   display "Error opening DUBBELS-WERK.TMP: "
                       WS-WERK-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5100-EXIT
               end-if
               move WS-MASTER-HEADER to WERK-REGEL
               write WERK-REGEL
               perform varying MS-IDX from 1 by 1
                       until MS-IDX > WS-MS-COUNT
                   evaluate true
                       when MS-IDX = WS-MS-OPHEF
                           continue
                       when MS-IDX = WS-MS-BEHOUD
                           and WS-RIJ-GEWIJZIGD = "J"
                           move WS-NIEUWE-RIJ to WERK-REGEL
                           write WERK-REGEL
                       when other
                           move MS-REGEL(MS-IDX) to WERK-REGEL
                           write WERK-REGEL
                   end-evaluate
               end-perform
               close WERK-FILE
               move DYNAMIC-MASTERFILE to DYNAMIC-SCANFILE
               perform 5500-REPLACE-FILE thru 5500-EXIT
               add 1 to WS-TOTAAL-VERPLAATST

               if WS-RIJ-GEWIJZIGD = "J"
                   move "WIJZIGEN" to WS-JN-ACTIE
                   move WS-NUMMER-A to WS-JN-SLEUTEL
                   move MS-REGEL(WS-MS-BEHOUD) to WS-JN-OUD
                   move WS-NIEUWE-RIJ to WS-JN-NIEUW
                   perform 5600-JOURNAL-LINE thru 5600-EXIT
                   display function trim(WS-NUMMER-A)
                       " neemt lege velden over van "
                       function trim(WS-NUMMER-B) "."
               end-if
               move "SCHRAPPEN" to WS-JN-ACTIE
               move WS-NUMMER-B to WS-JN-SLEUTEL
               move MS-REGEL(WS-MS-OPHEF) to WS-JN-OUD
               move spaces to WS-JN-NIEUW
               string "samengevoegd in " function trim(WS-NUMMER-A)
                   delimited by size into WS-JN-NIEUW
               end-string
               perform 5600-JOURNAL-LINE thru 5600-EXIT.
           5100-EXIT.
               exit.

      *>    WS-REGEL split on WS-DELIM into VELD(1..WS-VELD-COUNT)
           5150-SPLIT.
               move spaces to VELD-TABLE
               move 0 to WS-VELD-COUNT
               if WS-REGEL = spaces
                   go to 5150-EXIT
               end-if
               move function length(function trim(WS-REGEL trailing))
                   to WS-REGEL-LEN
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
           5150-EXIT.
               exit.

      *>    WS-KOLOM-NAAM, a header name or a column number, to
      *>    WS-KOLOM-IDX (0 = not there)
           5160-COLUMN.
               move 0 to WS-KOLOM-IDX
               if WS-KOLOM-NAAM = spaces
                   go to 5160-EXIT
               end-if
               if function test-numval(function trim(WS-KOLOM-NAAM))
                       = 0
                   move function numval(function trim(WS-KOLOM-NAAM))
                       to WS-KOLOM-IDX
                   if WS-KOLOM-IDX > 40
                       move 0 to WS-KOLOM-IDX
                   end-if
                   go to 5160-EXIT
               end-if
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > WS-HDR-COUNT
                   if function upper-case(function trim(
                           HDR-VELD(WS-VELD-IDX)))
                       = function upper-case(function trim(
                           WS-KOLOM-NAAM))
                       move WS-VELD-IDX to WS-KOLOM-IDX
                       go to 5160-EXIT
                   end-if
               end-perform.
           5160-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5200-LOAD-BESTANDEN: the files of this soort a merge moves.
      *>----------------------------------------------------------------
           5200-LOAD-BESTANDEN.
               move 0 to WS-SB-COUNT
               open input BESTANDEN-FILE
               if WS-BESTANDEN-STATUS not = "00"
                   display "Relatie-Samenvoeg-Bestanden.csv not found"
                       " -- only the master was merged."
                   go to 5200-EXIT
               end-if
               read BESTANDEN-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BESTANDEN-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-SB-SOORT
                           unstring BESTANDEN-REGEL delimited by ","
                               into WS-SB-SOORT
                           end-unstring
                           if function upper-case(function trim(
                                   WS-SB-SOORT)) = WS-SOORT
                               and WS-SB-COUNT < 40
                               add 1 to WS-SB-COUNT
                               set SB-IDX to WS-SB-COUNT
                               move spaces to SB-ENTRY(SB-IDX)
                               unstring function trim(BESTANDEN-REGEL)
                                   delimited by ","
                                   into WS-SB-SOORT
                                        SB-BESTAND(SB-IDX)
                                        SB-KOP(SB-IDX)
                                        SB-KOLOM(SB-IDX)
                                        SB-FILTERKOLOM(SB-IDX)
                                        SB-FILTERWAARDE(SB-IDX)
                                        SB-OMSCHRIJVING(SB-IDX)
                               end-unstring
                               move function upper-case(SB-KOP(SB-IDX))
                                   to SB-KOP(SB-IDX)
                               move 0 to SB-AANTAL(SB-IDX)
                           end-if
                   end-read
               end-perform
               close BESTANDEN-FILE.
           5200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5300-MERGE-SOURCE: every file one configuration row lists.
      *>----------------------------------------------------------------
           5300-MERGE-SOURCE.
               move spaces to WS-CMD
               string "ls -1d " function trim(SB-BESTAND(SB-IDX))
                      " 2>/dev/null > DUBBELS-LIST.TMP"
                   delimited by size into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD
               open input LIST-FILE
               if WS-LIST-STATUS not = "00"
                   go to 5300-EXIT
               end-if
               move "0" to LIST-EOF-FLAG
               perform until LIST-EOF-FLAG = "1"
                   read LIST-FILE
                       at end
                           move "1" to LIST-EOF-FLAG
                       not at end
                           move LIST-REGEL to DYNAMIC-SCANFILE
                           perform 5310-REWRITE-FILE thru 5310-EXIT
                   end-read
               end-perform
               close LIST-FILE
               call "SYSTEM" using "rm -f DUBBELS-LIST.TMP"
               if SB-AANTAL(SB-IDX) > 0
                   move SB-AANTAL(SB-IDX) to DISPLAY-AANTAL
                   display "  " function trim(SB-OMSCHRIJVING(SB-IDX))
                       ": " function trim(DISPLAY-AANTAL) " rij(en)"
               end-if.
           5300-EXIT.
               exit.

      *>    one file through DUBBELS-WERK.TMP, the number column
      *>    rewritten where it holds the retired number
           5310-REWRITE-FILE.
               open input SCAN-FILE
               if WS-SCAN-STATUS not = "00"
                   go to 5310-EXIT
               end-if
               open output WERK-FILE
               if WS-WERK-STATUS not = "00"
                   close SCAN-FILE
                   display "Error opening DUBBELS-WERK.TMP: "
                       WS-WERK-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5310-EXIT
               end-if
               move 0 to WS-FILE-AANTAL
               move "," to WS-DELIM
               move 0 to WS-HDR-COUNT
               move "0" to EOF-FLAG
               if SB-KOP(SB-IDX) = "J"
                   read SCAN-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move SCAN-REGEL to WERK-REGEL
                           write WERK-REGEL
                           move 0 to WS-VELD-NR
                           inspect SCAN-REGEL tallying WS-VELD-NR
                               for all ";"
                           if WS-VELD-NR > 0
                               move ";" to WS-DELIM
                           end-if
                           move SCAN-REGEL to WS-REGEL
                           perform 5150-SPLIT thru 5150-EXIT
                           move WS-VELD-COUNT to WS-HDR-COUNT
                           perform varying WS-VELD-IDX from 1 by 1
                                   until WS-VELD-IDX > 40
                               move VELD(WS-VELD-IDX)
                                   to HDR-VELD(WS-VELD-IDX)
                           end-perform
                   end-read
               end-if
               move SB-KOLOM(SB-IDX) to WS-KOLOM-NAAM
               perform 5160-COLUMN thru 5160-EXIT
               move WS-KOLOM-IDX to WS-SLEUTEL-IDX
               move 0 to WS-FILTER-IDX
               move "N" to WS-FILTER-NIET
               move SB-FILTERWAARDE(SB-IDX) to WS-FILTER-WAARDE
               if WS-FILTER-WAARDE(1:1) = "!"
                   move "J" to WS-FILTER-NIET
                   move SB-FILTERWAARDE(SB-IDX)(2:) to WS-FILTER-WAARDE
               end-if
               if SB-FILTERKOLOM(SB-IDX) not = spaces
                   move SB-FILTERKOLOM(SB-IDX) to WS-KOLOM-NAAM
                   perform 5160-COLUMN thru 5160-EXIT
                   move WS-KOLOM-IDX to WS-FILTER-IDX
                   if WS-FILTER-IDX = 0
                       move 0 to WS-SLEUTEL-IDX
                   end-if
               end-if
               if WS-SLEUTEL-IDX = 0
                   display "  " function trim(DYNAMIC-SCANFILE)
                       ": kolom " function trim(SB-KOLOM(SB-IDX))
                       " / " function trim(SB-FILTERKOLOM(SB-IDX))
                       " niet gevonden -- ongewijzigd."
                   move "1" to EOF-FLAG
               end-if
               perform until EOF-FLAG = "1"
                   read SCAN-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 5320-REWRITE-ROW thru 5320-EXIT
                           move WS-NIEUWE-REGEL to WERK-REGEL
                           write WERK-REGEL
                   end-read
               end-perform
               close SCAN-FILE
               close WERK-FILE
               if WS-FILE-AANTAL = 0
                   call "SYSTEM" using "rm -f DUBBELS-WERK.TMP"
                   go to 5310-EXIT
               end-if
               perform 5500-REPLACE-FILE thru 5500-EXIT
               add WS-FILE-AANTAL to SB-AANTAL(SB-IDX)
               add WS-FILE-AANTAL to WS-TOTAAL-VERPLAATST.
           5310-EXIT.
               exit.

      *>    SCAN-REGEL to WS-NIEUWE-REGEL -- the same line, or the
      *>    line with the retired number swapped for the surviving
      *>    one in place, every other byte untouched
           5320-REWRITE-ROW.
               move SCAN-REGEL to WS-NIEUWE-REGEL
               if SCAN-REGEL = spaces
                   go to 5320-EXIT
               end-if
               if WS-FILTER-IDX > 0
                   move WS-FILTER-IDX to WS-VELD-NR
                   perform 5350-LOCATE-FIELD thru 5350-EXIT
                   if WS-FILTER-NIET = "J"
                       if WS-VELD-WAARDE = WS-FILTER-WAARDE
                           go to 5320-EXIT
                       end-if
                   else
                       if WS-VELD-WAARDE not = WS-FILTER-WAARDE
                           go to 5320-EXIT
                       end-if
                   end-if
               end-if
               move WS-SLEUTEL-IDX to WS-VELD-NR
               perform 5350-LOCATE-FIELD thru 5350-EXIT
               if WS-VELD-START = 0
                   or WS-VELD-WAARDE not = WS-NUMMER-B
                   go to 5320-EXIT
               end-if
               move spaces to WS-NIEUWE-REGEL
               move 1 to WS-PTR
               if WS-VELD-START > 1
                   string SCAN-REGEL(1:WS-VELD-START - 1)
                       delimited by size into WS-NIEUWE-REGEL
                       with pointer WS-PTR
                   end-string
               end-if
               string function trim(WS-NUMMER-A)
                   delimited by size into WS-NIEUWE-REGEL
                   with pointer WS-PTR
               end-string
               compute WS-NA-START = WS-VELD-START + WS-VELD-LEN
               if WS-NA-START <= WS-REGEL-LEN
                   string SCAN-REGEL(WS-NA-START:
                           WS-REGEL-LEN - WS-NA-START + 1)
                       delimited by size into WS-NIEUWE-REGEL
                       with pointer WS-PTR
                   end-string
               end-if
               add 1 to WS-FILE-AANTAL.
           5320-EXIT.
               exit.

      *>    field WS-VELD-NR of SCAN-REGEL: where it starts, how long
      *>    it is, and its trimmed value (start 0 = the row is short)
           5350-LOCATE-FIELD.
               move 0 to WS-VELD-START
               move 0 to WS-VELD-LEN
               move spaces to WS-VELD-WAARDE
               move function length(function trim(SCAN-REGEL trailing))
                   to WS-REGEL-LEN
               move 1 to WS-VELD-IDX
               move 1 to WS-NA-START
               perform varying WS-POS from 1 by 1
                       until WS-POS > WS-REGEL-LEN
                   if SCAN-REGEL(WS-POS:1) = WS-DELIM
                       if WS-VELD-IDX = WS-VELD-NR
                           move WS-NA-START to WS-VELD-START
                           compute WS-VELD-LEN = WS-POS - WS-NA-START
                           exit perform
                       end-if
                       add 1 to WS-VELD-IDX
                       compute WS-NA-START = WS-POS + 1
                   end-if
               end-perform
      *>        the last field has no delimiter after it
               if WS-VELD-START = 0 and WS-VELD-IDX = WS-VELD-NR
                   move WS-NA-START to WS-VELD-START
                   compute WS-VELD-LEN =
                       WS-REGEL-LEN - WS-NA-START + 1
               end-if
               if WS-VELD-START > 0 and WS-VELD-LEN > 0
                   move function trim(SCAN-REGEL(WS-VELD-START:
                       WS-VELD-LEN)) to WS-VELD-WAARDE
               end-if.
           5350-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5400-WRITE-ALIAS: the retired number stays resolvable.
      *>----------------------------------------------------------------
           5400-WRITE-ALIAS.
               open extend ALIAS-FILE
               if WS-ALIAS-STATUS not = "00"
                   open output ALIAS-FILE
                   if WS-ALIAS-STATUS not = "00"
                       display "Relatie-Aliassen.csv niet beschrijfbaar"
                           ": " WS-ALIAS-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 5400-EXIT
                   end-if
                   move "Soort,OudNummer,NieuwNummer,SamengevoegdOp,"
                       & "Operator" to ALIAS-REGEL
                   write ALIAS-REGEL
               end-if
               move spaces to ALIAS-REGEL
               string function trim(WS-SOORT) ","
                      function trim(WS-NUMMER-B) ","
                      function trim(WS-NUMMER-A) "," WS-NU ","
                      function trim(LINK-OPERATOR-ID)
                   delimited by size into ALIAS-REGEL
               end-string
               write ALIAS-REGEL
               close ALIAS-FILE.
           5400-EXIT.
               exit.

      *>    DUBBELS-WERK.TMP over DYNAMIC-SCANFILE, the old version
      *>    kept as <file>.bak-<timestamp> the way TableMaintenance
      *>    keeps it
           5500-REPLACE-FILE.
               move spaces to WS-CMD
               string "cp -p " function trim(DYNAMIC-SCANFILE) " "
                      function trim(DYNAMIC-SCANFILE) ".bak-"
                      WS-CURRENT-DATETIME(1:14)
                      " && mv DUBBELS-WERK.TMP "
                      function trim(DYNAMIC-SCANFILE)
                   delimited by size into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD
               if return-code not = 0
                   display "Vervangen mislukt: "
                       function trim(DYNAMIC-SCANFILE)
                   move 1 to WS-RETURN-CODE
               end-if.
           5500-EXIT.
               exit.

      *>    one before/after image on Tabel-Journaal.csv, in the
      *>    layout TableMaintenance writes
           5600-JOURNAL-LINE.
               open extend JOURNAAL-FILE
               if WS-JOURNAAL-STATUS not = "00"
                   open output JOURNAAL-FILE
                   if WS-JOURNAAL-STATUS not = "00"
                       display "Journaal niet schrijfbaar: "
                           WS-JOURNAAL-STATUS
                       go to 5600-EXIT
                   end-if
                   move spaces to JOURNAAL-REGEL
                   string "DatumTijd;Operator;Tabel;Actie;Sleutel;"
                          "Oud;Nieuw" delimited by size
                       into JOURNAAL-REGEL
                   end-string
                   write JOURNAAL-REGEL
               end-if
               move spaces to JOURNAAL-REGEL
               string WS-NU ";" function trim(LINK-OPERATOR-ID) ";"
                      function trim(DYNAMIC-MASTERFILE) ";"
                      function trim(WS-JN-ACTIE) ";"
                      function trim(WS-JN-SLEUTEL) ";"
                      function trim(WS-JN-OUD) ";"
                      function trim(WS-JN-NIEUW)
                   delimited by size into JOURNAAL-REGEL
               end-string
               write JOURNAAL-REGEL
               close JOURNAAL-FILE.
           5600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-WRITE-REGISTER: Relatie-Dubbels.csv rewritten whole.
      *>----------------------------------------------------------------
           6000-WRITE-REGISTER.
               open output REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   display "Relatie-Dubbels.csv niet beschrijfbaar: "
                       WS-REGISTER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move spaces to REGISTER-REGEL
               string "Soort,NummerA,NummerB,Bewijs,Status,"
                      "VoorgesteldOp,BeslistDoor,BeslistOp,"
                      "SamengevoegdDoor,SamengevoegdOp"
                   delimited by size into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   move spaces to REGISTER-REGEL
                   string function trim(RG-SOORT(RG-IDX)) ","
                          function trim(RG-A(RG-IDX)) ","
                          function trim(RG-B(RG-IDX)) ","
                          function trim(RG-BEWIJS(RG-IDX)) ","
                          function trim(RG-STATUS(RG-IDX)) ","
                          function trim(RG-VOORGESTELD(RG-IDX)) ","
                          function trim(RG-BESLIST-DOOR(RG-IDX)) ","
                          function trim(RG-BESLIST-OP(RG-IDX)) ","
                          function trim(RG-SAMEN-DOOR(RG-IDX)) ","
                          function trim(RG-SAMEN-OP(RG-IDX))
                       delimited by size into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-perform
               close REGISTER-FILE.
           6000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail, see RUNLOG.cpy.
      *>----------------------------------------------------------------
           9000-WRITE-RUNLOG.
               move WS-NU(1:10) to LOG-RUN-DATE
               move WS-NU(12:8) to LOG-RUN-TIME
               move "DuplicateParties" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move spaces to LOG-INPUT-FILE
               string function trim(WS-ACTIE) " "
                      function trim(WS-SOORT) " "
                      function trim(WS-NUMMER-A) " "
                      function trim(WS-NUMMER-B)
                   delimited by size into LOG-INPUT-FILE
               end-string
               if WS-ACTIE = "ZOEK"
                   move DYNAMIC-REPORTFILE to LOG-OUTPUT-FILE
               else
                   move "Relatie-Dubbels.csv" to LOG-OUTPUT-FILE
               end-if
               move WS-LOG-IN to LOG-RECORDS-IN
               move WS-LOG-OUT to LOG-RECORDS-OUT
               move WS-LOG-STATUS to LOG-FINAL-STATUS
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
