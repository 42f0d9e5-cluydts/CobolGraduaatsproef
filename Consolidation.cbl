      *>----------------------------------------------------------------
      *> Consolidation -- the group figures across the firm codes.
      *> Every firm keeps its own books in its own directory (HOOFD in
      *> the base directory, any other firm in Firma-<code>/, the way
      *> MainProgram enters a firm); for one period (YYYY-MM) this run
      *>   1. adds up the firms' trial balances out of their
      *>      GL-Saldi.csv -- per firm the rows from <jaar>-00 up to
      *>      the period once that year was opened by YearEndClose,
      *>      every row up to the period otherwise (GlPost's slot);
      *>   2. finds the intercompany invoices: a sales row (VERKOOP /
      *>      VERLEGD / VOORSCHOT / SLOT) on a customer whose
      *>      Klanten.csv GroepFirma names another firm of the group,
      *>      and the AANKOOP row in that firm on a supplier whose
      *>      Leveranciers.csv GroepFirma names the selling firm. A
      *>      pair is the same Factuurdatum and the same amount excl.
      *>      BTW;
      *>   3. eliminates every agreeing pair -- the revenue against
      *>      the cost (OMZET / AANKOPEN) for the pairs dated inside
      *>      both firms' trial balance as in 1., and, while the invoice
      *>      is still open on both sides at the period's end, the
      *>      receivable against the payable incl. BTW (LEVERANCIERS
      *>      / KLANTEN; open after Payments.csv at the seller,
      *>      after Ap-Betaald.csv at the buyer);
      *>   4. lists every pair that does not agree: a sale without
      *>      its purchase, a purchase without its sale, a different
      *>      amount on the same date, one side paid and the other
      *>      not, a GroepFirma outside the group. A disagreeing
      *>      pair is not eliminated -- the auditor sees it instead.
      *> The group comes from Groep-Config.csv ("Sleutel,Waarde"):
      *> one FIRMA row per firm code (blank = HOOFD plus every
      *> Firma-* directory) and PATROON for the VAT Output files
      *> (blank = Output-*.csv). The accounts are the VAT ones of
      *> the base directory's GL-Mapping.csv. Runs from the base
      *> directory only, i.e. as firm HOOFD. Output:
      *>   Consolidatie-<periode>.txt   firms, consolidated trial
      *>                                balance, the differences
      *>   Consolidatie-<periode>.csv   Rekening, one column per firm,
      *>                                Eliminatie, Geconsolideerd
      *>   GL-Consolidatie-<periode>.csv
      *>                                the elimination journal in
      *>                                the GL-Journal.csv layout with
      *>                                its TOTAAL line -- for the
      *>                                auditor; it is posted in no
      *>                                firm's ledger.
      *>----------------------------------------------------------------
       identification division.
       program-id. Consolidation.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Groep-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select MAPPING-FILE assign to "GL-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select FILE-LIST-FILE assign to "GC-FILELIST.TMP"
               organization is line sequential
               file status is WS-FILELIST-STATUS.
           select INPUT-FILE assign dynamic DYNAMIC-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select JOURNAL-FILE assign dynamic DYNAMIC-JOURNALFILE
               organization is line sequential
               file status is WS-JOURNAL-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select CSV-FILE assign dynamic DYNAMIC-CSVFILE
               organization is line sequential
               file status is WS-CSV-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(100).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(80).

           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd INPUT-FILE.
           01 INPUT-REGEL pic x(250).

           fd JOURNAL-FILE.
           01 JOURNAL-REGEL pic x(120).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd CSV-FILE.
           01 CSV-REGEL pic x(250).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-FILELIST-STATUS pic xx.
           01 WS-INPUT-STATUS pic xx.
           01 WS-JOURNAL-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-CSV-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 FILELIST-EOF-FLAG pic x(01).
           01 WS-LS-COMMAND pic x(160).
           01 DYNAMIC-INFILE pic x(80).
           01 DYNAMIC-JOURNALFILE pic x(40).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 DYNAMIC-CSVFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-PERIODE pic x(07).
           01 WS-JAAR-VAN pic x(07).
           01 WS-PATROON pic x(60) value spaces.
           01 WS-RUN-FIRMA pic x(10).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(60).
           01 WS-MAP-TYPE pic x(10).
           01 WS-MAP-KIND pic x(16).
           01 WS-MAP-REKENING pic x(10).

      *>    the four VAT accounts the eliminations book on
           01 WS-REK-OMZET pic x(10) value spaces.
           01 WS-REK-AANKOPEN pic x(10) value spaces.
           01 WS-REK-KLANTEN pic x(10) value spaces.
           01 WS-REK-LEVERANCIERS pic x(10) value spaces.

      *>    the firms of the group
           01 WS-FRM-COUNT pic 9(02) value 0.
           01 WS-FRM-IDX pic 9(02).
           01 WS-FRM-ZOEK pic 9(02).
           01 WS-FRM-CODE-IN pic x(10).
           01 FRM-TABLE.
               05 FRM-ENTRY occurs 10 times.
                   10 FRM-CODE pic x(10).
                   10 FRM-PAD pic x(20).
                   10 FRM-VAN pic x(07).
                   10 FRM-DEBET pic s9(11)v99.
                   10 FRM-CREDIT pic s9(11)v99.
                   10 FRM-IC-VERKOOP pic 9(05).
                   10 FRM-IC-AANKOOP pic 9(05).

      *>    per account: each firm's balance, the elimination
           01 WS-TB-COUNT pic 9(03) value 0.
           01 WS-TB-IDX pic 9(03).
           01 WS-TB-REKENING-IN pic x(10).
           01 TB-TABLE.
               05 TB-ENTRY occurs 500 times.
                   10 TB-REKENING pic x(10).
                   10 TB-SALDO pic s9(11)v99 occurs 10 times.
                   10 TB-SOM pic s9(11)v99.
                   10 TB-ELIM pic s9(11)v99.
           01 TB-HOLD pic x(166).

      *>    this firm's group customers (K) and suppliers (L)
           01 WS-REL-COUNT pic 9(03) value 0.
           01 WS-REL-IDX pic 9(03).
           01 WS-REL-SOORT-IN pic x(01).
           01 WS-REL-FIRMA-IN pic x(10).
           01 REL-TABLE.
               05 REL-ENTRY occurs 300 times.
                   10 REL-SOORT pic x(01).
                   10 REL-NUMMER pic x(10).
                   10 REL-FIRMA pic x(10).
           01 F-VELD-TABLE.
               05 F-VELD occurs 14 times pic x(40).
           01 WS-VELD-IDX pic 9(02).

      *>    one GL-Saldi row
           01 S-PERIODE pic x(07).
           01 S-REKENING pic x(10).
           01 S-DEBET-S pic x(15).
           01 S-CREDIT-S pic x(15).
           01 WS-DEBET pic s9(11)v99.
           01 WS-CREDIT pic s9(11)v99.

      *>    one VAT Output row
           01 R-PRIJS-S pic x(10).
           01 R-TARIEF-S pic x(4).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(12).

      *>    one Payments.csv / Ap-Betaald.csv row
           01 P-FAKTUURNR-S pic x(12).
           01 P-DATUM-S pic x(10).
           01 P-BEDRAG-S pic x(15).
           01 P-DATUM2-S pic x(10).
           01 WS-BEDRAG pic s9(9)v99.

      *>    the intercompany sales rows (seller side)
           01 WS-ICV-COUNT pic 9(04) value 0.
           01 WS-ICV-IDX pic 9(04).
           01 ICV-TABLE.
               05 ICV-ENTRY occurs 2000 times.
                   10 ICV-FIRMA pic 9(02).
                   10 ICV-PARTNER pic x(10).
                   10 ICV-KLANTNR pic x(10).
                   10 ICV-FAKTUURNR pic x(12).
                   10 ICV-DATUM pic x(10).
                   10 ICV-PRIJS pic s9(9)v99.
                   10 ICV-TOTAAL pic s9(9)v99.
                   10 ICV-BETAALD pic s9(9)v99.

      *>    the intercompany purchase rows (buyer side)
           01 WS-ICA-COUNT pic 9(04) value 0.
           01 WS-ICA-IDX pic 9(04).
           01 ICA-TABLE.
               05 ICA-ENTRY occurs 2000 times.
                   10 ICA-FIRMA pic 9(02).
                   10 ICA-PARTNER pic x(10).
                   10 ICA-LEVNR pic x(10).
                   10 ICA-DATUM pic x(10).
                   10 ICA-PRIJS pic s9(9)v99.
                   10 ICA-TOTAAL pic s9(9)v99.
                   10 ICA-BETAALD pic x(01).
                   10 ICA-GEBRUIKT pic x(01).

      *>    matching
           01 WS-KOPER pic 9(02).
           01 WS-GEVONDEN pic 9(04).
           01 WS-AFWIJKEND pic 9(04).
           01 WS-OPEN-VERKOPER pic x(01).
           01 WS-OPEN-KOPER pic x(01).
           01 WS-ELIM-VAN pic x(07).
           01 WS-PAIRS-OK pic 9(05) value 0.

      *>    the differences for the auditor
           01 WS-DIF-COUNT pic 9(03) value 0.
           01 WS-DIF-IDX pic 9(03).
           01 WS-DIF-REDEN pic x(40).
           01 DIF-TABLE.
               05 DIF-ENTRY occurs 500 times.
                   10 DIF-VERKOPER pic x(10).
                   10 DIF-KOPER pic x(10).
                   10 DIF-DATUM pic x(10).
                   10 DIF-FAKTUURNR pic x(12).
                   10 DIF-VERKOOP pic s9(9)v99.
                   10 DIF-AANKOOP pic s9(9)v99.
                   10 DIF-REDEN pic x(40).

      *>    the elimination journal
           01 WS-JRN-REKENING pic x(10).
           01 WS-JRN-OMSCHRIJVING pic x(40).
           01 WS-JRN-BEDRAG pic s9(9)v99.
           01 WS-JRN-KANT pic x(01).
               88 JRN-DEBET value "D".
               88 JRN-CREDIT value "C".
           01 WS-JRN-DEBET pic s9(11)v99 value 0.
           01 WS-JRN-CREDIT pic s9(11)v99 value 0.
           01 WS-JRN-LINES pic 9(05) value 0.

      *>    the report
           01 WS-TOT-SOM pic s9(11)v99.
           01 WS-TOT-ELIM pic s9(11)v99.
           01 WS-TOT-CONS pic s9(11)v99.
           01 WS-CONS pic s9(11)v99.
           01 WS-PTR pic 9(03).
           01 DISPLAY-AMT pic -(11)9.99.
           01 DISPLAY-AMT-2 pic -(11)9.99.
           01 DISPLAY-AMT-3 pic -(11)9.99.
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 DISPLAY-BEDRAG-2 pic -(8)9.99.
           01 DISPLAY-TELLER pic z(4)9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PERIODE pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PERIODE LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move 0 to WS-RETURN-CODE
           move spaces to DYNAMIC-LIJSTFILE

           move LINK-PERIODE to WS-PERIODE
           move spaces to WS-RUN-FIRMA
           accept WS-RUN-FIRMA from environment "FIRMA"
           if WS-PERIODE(5:1) not = "-"
               or WS-PERIODE(1:4) not numeric
               or WS-PERIODE(6:2) not numeric
               display "Ongeldige periode (YYYY-MM verwacht): "
                   LINK-PERIODE
               move 1 to WS-RETURN-CODE
           else
               if WS-RUN-FIRMA not = spaces
                   and function trim(WS-RUN-FIRMA) not = "HOOFD"
                   display "Consolidatie draait vanuit de"
                       " basisdirectory -- kies firma HOOFD."
                   move 1 to WS-RETURN-CODE
               end-if
           end-if
           if WS-RETURN-CODE = 0
               perform 1000-LOAD-CONFIG thru 1000-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 1100-LOAD-MAPPING thru 1100-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform varying WS-FRM-IDX from 1 by 1
                       until WS-FRM-IDX > WS-FRM-COUNT
                   perform 2000-ONE-FIRM thru 2000-EXIT
               end-perform
           end-if
           if WS-RETURN-CODE = 0
               perform 3000-MATCH-AND-ELIMINATE thru 3000-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 4000-REPORT thru 4000-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the firm codes and the Output pattern. No
      *> FIRMA rows means HOOFD plus every Firma-* directory.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE into CONFIG-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read CONFIG-FILE into CONFIG-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CONFIG-SLEUTEL
                               move spaces to WS-CONFIG-WAARDE
                               unstring function trim(CONFIG-REGEL)
                                   delimited by ","
                                   into WS-CONFIG-SLEUTEL
                                        WS-CONFIG-WAARDE
                               end-unstring
                               evaluate function trim(
                                       WS-CONFIG-SLEUTEL)
                                   when "FIRMA"
                                       move function upper-case(
                                           WS-CONFIG-WAARDE(1:10))
                                           to WS-FRM-CODE-IN
                                       perform 1050-ADD-FIRM
                                           thru 1050-EXIT
                                   when "PATROON"
                                       move WS-CONFIG-WAARDE
                                           to WS-PATROON
                               end-evaluate
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if
               if WS-PATROON = spaces
                   move "Output-*.csv" to WS-PATROON
               end-if
               if WS-FRM-COUNT = 0
                   perform 1060-DISCOVER-FIRMS thru 1060-EXIT
               end-if
               if WS-FRM-COUNT < 2
                   display "Consolidatie vraagt minstens twee firma's"
                       " -- zie Groep-Config.csv."
                   move 1 to WS-RETURN-CODE
               end-if.
           1000-EXIT.
               exit.

      *>    WS-FRM-CODE-IN onto the group, once
           1050-ADD-FIRM.
               move function trim(WS-FRM-CODE-IN) to WS-FRM-CODE-IN
               if WS-FRM-CODE-IN = spaces
                   go to 1050-EXIT
               end-if
               perform 1070-FIND-FIRM thru 1070-EXIT
               if WS-FRM-ZOEK not = 0
                   go to 1050-EXIT
               end-if
               if WS-FRM-COUNT >= 10
                   display "Meer dan 10 firma's -- overgeslagen: "
                       function trim(WS-FRM-CODE-IN)
                   go to 1050-EXIT
               end-if
               add 1 to WS-FRM-COUNT
               move spaces to FRM-ENTRY(WS-FRM-COUNT)
               move WS-FRM-CODE-IN to FRM-CODE(WS-FRM-COUNT)
               if WS-FRM-CODE-IN not = "HOOFD"
                   string "Firma-" delimited by size
                          function trim(WS-FRM-CODE-IN)
                              delimited by size
                          "/" delimited by size
                       into FRM-PAD(WS-FRM-COUNT)
                   end-string
               end-if
               move 0 to FRM-DEBET(WS-FRM-COUNT)
               move 0 to FRM-CREDIT(WS-FRM-COUNT)
               move 0 to FRM-IC-VERKOOP(WS-FRM-COUNT)
               move 0 to FRM-IC-AANKOOP(WS-FRM-COUNT).
           1050-EXIT.
               exit.

           1060-DISCOVER-FIRMS.
               move "HOOFD" to WS-FRM-CODE-IN
               perform 1050-ADD-FIRM thru 1050-EXIT
               call "SYSTEM" using
                   "ls -1d Firma-* 2>/dev/null > GC-FILELIST.TMP"
               move "0" to FILELIST-EOF-FLAG
               open input FILE-LIST-FILE
               if WS-FILELIST-STATUS = "00"
                   perform until FILELIST-EOF-FLAG = "1"
                       read FILE-LIST-FILE into FILE-LIST-REGEL
                           at end
                               move "1" to FILELIST-EOF-FLAG
                           not at end
                               move spaces to WS-FRM-CODE-IN
                               unstring FILE-LIST-REGEL(7:)
                                   delimited by "/" or space
                                   into WS-FRM-CODE-IN
                               end-unstring
                               move function upper-case(
                                   WS-FRM-CODE-IN) to WS-FRM-CODE-IN
                               perform 1050-ADD-FIRM thru 1050-EXIT
                       end-read
                   end-perform
                   close FILE-LIST-FILE
               end-if
               call "SYSTEM" using "rm -f GC-FILELIST.TMP".
           1060-EXIT.
               exit.

      *>    WS-FRM-ZOEK = the index of WS-FRM-CODE-IN, 0 if none
           1070-FIND-FIRM.
               move 0 to WS-FRM-ZOEK
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > WS-FRM-COUNT
                   if FRM-CODE(WS-VELD-IDX) = WS-FRM-CODE-IN
                       move WS-VELD-IDX to WS-FRM-ZOEK
                       exit perform
                   end-if
               end-perform.
           1070-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-MAPPING: the VAT accounts of the base directory's
      *> GL-Mapping.csv -- without all four nothing is eliminated.
      *>----------------------------------------------------------------
           1100-LOAD-MAPPING.
               open input MAPPING-FILE
               if WS-MAPPING-STATUS not = "00"
                   display "GL-Mapping.csv not found."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read MAPPING-FILE into MAPPING-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MAPPING-FILE into MAPPING-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-MAP-TYPE
                           move spaces to WS-MAP-KIND
                           move spaces to WS-MAP-REKENING
                           unstring function trim(MAPPING-REGEL)
                               delimited by ","
                               into WS-MAP-TYPE WS-MAP-KIND
                                    WS-MAP-REKENING
                           end-unstring
                           if function trim(WS-MAP-TYPE) = "VAT"
                               evaluate function trim(WS-MAP-KIND)
                                   when "OMZET"
                                       move WS-MAP-REKENING
                                           to WS-REK-OMZET
                                   when "AANKOPEN"
                                       move WS-MAP-REKENING
                                           to WS-REK-AANKOPEN
                                   when "KLANTEN"
                                       move WS-MAP-REKENING
                                           to WS-REK-KLANTEN
                                   when "LEVERANCIERS"
                                       move WS-MAP-REKENING
                                           to WS-REK-LEVERANCIERS
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close MAPPING-FILE
               if WS-REK-OMZET = spaces or WS-REK-AANKOPEN = spaces
                   or WS-REK-KLANTEN = spaces
                   or WS-REK-LEVERANCIERS = spaces
                   display "GL-Mapping.csv mist VAT OMZET, AANKOPEN,"
                       " KLANTEN of LEVERANCIERS."
                   move 1 to WS-RETURN-CODE
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-FIRM: the firm's trial balance, its group relations,
      *> its intercompany rows and what has been paid on them.
      *>----------------------------------------------------------------
           2000-ONE-FIRM.
               perform 2100-FIRM-SALDI thru 2100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 2000-EXIT
               end-if
               perform 2200-FIRM-RELATIONS thru 2200-EXIT
               perform 2300-FIRM-OUTPUT thru 2300-EXIT
               perform 2400-FIRM-PAYMENTS thru 2400-EXIT
               perform 2500-FIRM-AP-BETAALD thru 2500-EXIT.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-FIRM-SALDI: first pass -- has the period's year been
      *> opened (a <jaar>-00 row)? Second pass -- the rows from there
      *> (or from the start) up to the period, per account.
      *>----------------------------------------------------------------
           2100-FIRM-SALDI.
               move spaces to DYNAMIC-INFILE
               string function trim(FRM-PAD(WS-FRM-IDX))
                          delimited by size
                      "GL-Saldi.csv" delimited by size
                   into DYNAMIC-INFILE
               end-string
               move spaces to WS-JAAR-VAN
               string WS-PERIODE(1:4) "-00" delimited by size
                   into WS-JAAR-VAN
               end-string
               move "0000-00" to FRM-VAN(WS-FRM-IDX)
               open input INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   display "Geen grootboek voor firma "
                       function trim(FRM-CODE(WS-FRM-IDX)) ": "
                       function trim(DYNAMIC-INFILE)
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               read INPUT-FILE into INPUT-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INPUT-FILE into INPUT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if INPUT-REGEL(1:7) = WS-JAAR-VAN
                               move WS-JAAR-VAN
                                   to FRM-VAN(WS-FRM-IDX)
                           end-if
                   end-read
               end-perform
               close INPUT-FILE

               open input INPUT-FILE
               read INPUT-FILE into INPUT-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INPUT-FILE into INPUT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2150-ONE-SALDI-ROW thru 2150-EXIT
                   end-read
               end-perform
               close INPUT-FILE.
           2100-EXIT.
               exit.

           2150-ONE-SALDI-ROW.
               move spaces to S-PERIODE
               move spaces to S-REKENING
               move spaces to S-DEBET-S
               move spaces to S-CREDIT-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into S-PERIODE S-REKENING S-DEBET-S S-CREDIT-S
               end-unstring
               if S-PERIODE < FRM-VAN(WS-FRM-IDX)
                   or S-PERIODE > WS-PERIODE
                   or S-REKENING = spaces
                   go to 2150-EXIT
               end-if
               move 0 to WS-DEBET
               move 0 to WS-CREDIT
               if function test-numval-c(function trim(S-DEBET-S))
                       = 0
                   move function numval-c(function trim(S-DEBET-S))
                       to WS-DEBET
               end-if
               if function test-numval-c(function trim(S-CREDIT-S))
                       = 0
                   move function numval-c(function trim(S-CREDIT-S))
                       to WS-CREDIT
               end-if
               add 1 to WS-RECORDS-IN
               add WS-DEBET to FRM-DEBET(WS-FRM-IDX)
               add WS-CREDIT to FRM-CREDIT(WS-FRM-IDX)
               move S-REKENING to WS-TB-REKENING-IN
               perform 5000-FIND-ACCOUNT thru 5000-EXIT
               if WS-TB-IDX = 0
                   go to 2150-EXIT
               end-if
               compute TB-SALDO(WS-TB-IDX, WS-FRM-IDX) =
                   TB-SALDO(WS-TB-IDX, WS-FRM-IDX)
                   + WS-DEBET - WS-CREDIT
               compute TB-SOM(WS-TB-IDX) = TB-SOM(WS-TB-IDX)
                   + WS-DEBET - WS-CREDIT.
           2150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-FIRM-RELATIONS: the customers (Klanten.csv column 14)
      *> and suppliers (Leveranciers.csv column 9) that are a firm of
      *> the group.
      *>----------------------------------------------------------------
           2200-FIRM-RELATIONS.
               move 0 to WS-REL-COUNT
               move spaces to DYNAMIC-INFILE
               string function trim(FRM-PAD(WS-FRM-IDX))
                          delimited by size
                      "Klanten.csv" delimited by size
                   into DYNAMIC-INFILE
               end-string
               open input INPUT-FILE
               if WS-INPUT-STATUS = "00"
                   read INPUT-FILE into INPUT-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read INPUT-FILE into INPUT-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               perform 2210-SPLIT-ROW thru 2210-EXIT
                               if F-VELD(14) not = spaces
                                   move "K" to WS-REL-SOORT-IN
                                   move F-VELD(14) to WS-REL-FIRMA-IN
                                   perform 2250-ADD-RELATION
                                       thru 2250-EXIT
                               end-if
                       end-read
                   end-perform
                   close INPUT-FILE
               end-if
               move spaces to DYNAMIC-INFILE
               string function trim(FRM-PAD(WS-FRM-IDX))
                          delimited by size
                      "Leveranciers.csv" delimited by size
                   into DYNAMIC-INFILE
               end-string
               open input INPUT-FILE
               if WS-INPUT-STATUS = "00"
                   read INPUT-FILE into INPUT-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read INPUT-FILE into INPUT-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               perform 2210-SPLIT-ROW thru 2210-EXIT
                               if F-VELD(9) not = spaces
                                   move "L" to WS-REL-SOORT-IN
                                   move F-VELD(9) to WS-REL-FIRMA-IN
                                   perform 2250-ADD-RELATION
                                       thru 2250-EXIT
                               end-if
                       end-read
                   end-perform
                   close INPUT-FILE
               end-if.
           2200-EXIT.
               exit.

           2210-SPLIT-ROW.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 14
                   move spaces to F-VELD(WS-VELD-IDX)
               end-perform
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into F-VELD(1) F-VELD(2) F-VELD(3) F-VELD(4)
                        F-VELD(5) F-VELD(6) F-VELD(7) F-VELD(8)
                        F-VELD(9) F-VELD(10) F-VELD(11) F-VELD(12)
                        F-VELD(13) F-VELD(14)
               end-unstring.
           2210-EXIT.
               exit.

      *>    the number is F-VELD(1)
           2250-ADD-RELATION.
               if WS-REL-COUNT >= 300
                   display "Te veel groepsrelaties -- overgeslagen: "
                       function trim(F-VELD(1))
                   go to 2250-EXIT
               end-if
               add 1 to WS-REL-COUNT
               move WS-REL-SOORT-IN to REL-SOORT(WS-REL-COUNT)
               move function upper-case(WS-REL-FIRMA-IN)
                   to REL-FIRMA(WS-REL-COUNT)
               move function trim(F-VELD(1))
                   to REL-NUMMER(WS-REL-COUNT).
           2250-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2300-FIRM-OUTPUT: the firm's VAT Output rows up to the
      *> period's end on a group customer or supplier.
      *>----------------------------------------------------------------
           2300-FIRM-OUTPUT.
               if WS-REL-COUNT = 0
                   go to 2300-EXIT
               end-if
               move spaces to WS-LS-COMMAND
               string "ls -1 " delimited by size
                      function trim(FRM-PAD(WS-FRM-IDX))
                          delimited by size
                      function trim(WS-PATROON) delimited by size
                      " 2>/dev/null > GC-FILELIST.TMP"
                          delimited by size
                   into WS-LS-COMMAND
               end-string
               call "SYSTEM" using WS-LS-COMMAND
               move "0" to FILELIST-EOF-FLAG
               open input FILE-LIST-FILE
               if WS-FILELIST-STATUS = "00"
                   perform until FILELIST-EOF-FLAG = "1"
                       read FILE-LIST-FILE into FILE-LIST-REGEL
                           at end
                               move "1" to FILELIST-EOF-FLAG
                           not at end
                               move FILE-LIST-REGEL to DYNAMIC-INFILE
                               perform 2310-ONE-OUTPUT-FILE
                                   thru 2310-EXIT
                       end-read
                   end-perform
                   close FILE-LIST-FILE
               end-if
               call "SYSTEM" using "rm -f GC-FILELIST.TMP".
           2300-EXIT.
               exit.

           2310-ONE-OUTPUT-FILE.
               open input INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-INFILE) ": "
                       WS-INPUT-STATUS
                   go to 2310-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INPUT-FILE into INPUT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2320-ONE-OUTPUT-ROW thru 2320-EXIT
                   end-read
               end-perform
               close INPUT-FILE.
           2310-EXIT.
               exit.

           2320-ONE-OUTPUT-ROW.
               move spaces to R-RICHTING-S
               move spaces to R-KLANTNR-S
               move spaces to R-DATUM-S
               move spaces to R-FAKTUURNR-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
                        R-FAKTUURNR-S
               end-unstring
               if function test-numval-c(function trim(R-PRIJS-S))
                       not = 0
                   or function test-numval-c(function trim(
                       R-TOTAAL-S)) not = 0
                   go to 2320-EXIT
               end-if
               if R-DATUM-S(1:7) > WS-PERIODE
                   go to 2320-EXIT
               end-if
               evaluate function trim(R-RICHTING-S)
                   when "VERKOOP"
                   when "VERLEGD"
                   when "VOORSCHOT"
                   when "SLOT"
                       move "K" to WS-REL-SOORT-IN
                   when "AANKOOP"
                       move "L" to WS-REL-SOORT-IN
                   when other
                       go to 2320-EXIT
               end-evaluate
      *>        a group customer or supplier?
               move 0 to WS-GEVONDEN
               perform varying WS-REL-IDX from 1 by 1
                       until WS-REL-IDX > WS-REL-COUNT
                   if REL-SOORT(WS-REL-IDX) = WS-REL-SOORT-IN
                       and REL-NUMMER(WS-REL-IDX)
                           = function trim(R-KLANTNR-S)
                       move WS-REL-IDX to WS-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-GEVONDEN = 0
                   go to 2320-EXIT
               end-if
               move WS-GEVONDEN to WS-REL-IDX
               add 1 to WS-RECORDS-IN
               if WS-REL-SOORT-IN = "L"
                   if WS-ICA-COUNT >= 2000
                       display "Te veel IC-aankopen -- overgeslagen."
                       go to 2320-EXIT
                   end-if
                   add 1 to WS-ICA-COUNT
                   move WS-ICA-COUNT to WS-ICA-IDX
                   move WS-FRM-IDX to ICA-FIRMA(WS-ICA-IDX)
                   move REL-FIRMA(WS-REL-IDX)
                       to ICA-PARTNER(WS-ICA-IDX)
                   move R-KLANTNR-S to ICA-LEVNR(WS-ICA-IDX)
                   move R-DATUM-S to ICA-DATUM(WS-ICA-IDX)
                   move function numval-c(function trim(R-PRIJS-S))
                       to ICA-PRIJS(WS-ICA-IDX)
                   move function numval-c(function trim(R-TOTAAL-S))
                       to ICA-TOTAAL(WS-ICA-IDX)
                   move "N" to ICA-BETAALD(WS-ICA-IDX)
                   move "N" to ICA-GEBRUIKT(WS-ICA-IDX)
                   add 1 to FRM-IC-AANKOOP(WS-FRM-IDX)
               else
                   if WS-ICV-COUNT >= 2000
                       display "Te veel IC-verkopen -- overgeslagen."
                       go to 2320-EXIT
                   end-if
                   add 1 to WS-ICV-COUNT
                   move WS-ICV-COUNT to WS-ICV-IDX
                   move WS-FRM-IDX to ICV-FIRMA(WS-ICV-IDX)
                   move REL-FIRMA(WS-REL-IDX)
                       to ICV-PARTNER(WS-ICV-IDX)
                   move R-KLANTNR-S to ICV-KLANTNR(WS-ICV-IDX)
                   move R-FAKTUURNR-S to ICV-FAKTUURNR(WS-ICV-IDX)
                   move R-DATUM-S to ICV-DATUM(WS-ICV-IDX)
                   move function numval-c(function trim(R-PRIJS-S))
                       to ICV-PRIJS(WS-ICV-IDX)
                   move function numval-c(function trim(R-TOTAAL-S))
                       to ICV-TOTAAL(WS-ICV-IDX)
                   move 0 to ICV-BETAALD(WS-ICV-IDX)
                   add 1 to FRM-IC-VERKOOP(WS-FRM-IDX)
               end-if.
           2320-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2400-FIRM-PAYMENTS: what the seller has received on its
      *> intercompany invoices by the period's end. A row without an
      *> amount settles the invoice in full.
      *>----------------------------------------------------------------
           2400-FIRM-PAYMENTS.
               if FRM-IC-VERKOOP(WS-FRM-IDX) = 0
                   go to 2400-EXIT
               end-if
               move spaces to DYNAMIC-INFILE
               string function trim(FRM-PAD(WS-FRM-IDX))
                          delimited by size
                      "Payments.csv" delimited by size
                   into DYNAMIC-INFILE
               end-string
               open input INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   go to 2400-EXIT
               end-if
               read INPUT-FILE into INPUT-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INPUT-FILE into INPUT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2410-ONE-PAYMENT thru 2410-EXIT
                   end-read
               end-perform
               close INPUT-FILE.
           2400-EXIT.
               exit.

           2410-ONE-PAYMENT.
               move spaces to P-FAKTUURNR-S
               move spaces to P-DATUM-S
               move spaces to P-BEDRAG-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into P-FAKTUURNR-S P-DATUM-S P-BEDRAG-S
               end-unstring
               if P-FAKTUURNR-S = spaces
                   or P-DATUM-S(1:7) > WS-PERIODE
                   go to 2410-EXIT
               end-if
               perform varying WS-ICV-IDX from 1 by 1
                       until WS-ICV-IDX > WS-ICV-COUNT
                   if ICV-FIRMA(WS-ICV-IDX) = WS-FRM-IDX
                       and ICV-FAKTUURNR(WS-ICV-IDX) = P-FAKTUURNR-S
                       if P-BEDRAG-S = spaces
                           or function test-numval-c(function trim(
                               P-BEDRAG-S)) not = 0
                           move ICV-TOTAAL(WS-ICV-IDX)
                               to ICV-BETAALD(WS-ICV-IDX)
                       else
                           add function numval-c(function trim(
                               P-BEDRAG-S)) to ICV-BETAALD(WS-ICV-IDX)
                       end-if
                   end-if
               end-perform.
           2410-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2500-FIRM-AP-BETAALD: which intercompany purchases the buyer
      *> has paid by the period's end -- the ApPaymentRun match on
      *> supplier, invoice date and amount incl. BTW.
      *>----------------------------------------------------------------
           2500-FIRM-AP-BETAALD.
               if FRM-IC-AANKOOP(WS-FRM-IDX) = 0
                   go to 2500-EXIT
               end-if
               move spaces to DYNAMIC-INFILE
               string function trim(FRM-PAD(WS-FRM-IDX))
                          delimited by size
                      "Ap-Betaald.csv" delimited by size
                   into DYNAMIC-INFILE
               end-string
               open input INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   go to 2500-EXIT
               end-if
               read INPUT-FILE into INPUT-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INPUT-FILE into INPUT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2510-ONE-AP-BETAALD thru 2510-EXIT
                   end-read
               end-perform
               close INPUT-FILE.
           2500-EXIT.
               exit.

           2510-ONE-AP-BETAALD.
               move spaces to P-FAKTUURNR-S
               move spaces to P-DATUM-S
               move spaces to P-BEDRAG-S
               move spaces to P-DATUM2-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into P-FAKTUURNR-S P-DATUM-S P-BEDRAG-S P-DATUM2-S
               end-unstring
               if P-DATUM2-S(1:7) > WS-PERIODE
                   or function test-numval-c(function trim(
                       P-BEDRAG-S)) not = 0
                   go to 2510-EXIT
               end-if
               move function numval-c(function trim(P-BEDRAG-S))
                   to WS-BEDRAG
               perform varying WS-ICA-IDX from 1 by 1
                       until WS-ICA-IDX > WS-ICA-COUNT
                   if ICA-FIRMA(WS-ICA-IDX) = WS-FRM-IDX
                       and function trim(ICA-LEVNR(WS-ICA-IDX))
                           = function trim(P-FAKTUURNR-S)
                       and ICA-DATUM(WS-ICA-IDX) = P-DATUM-S
                       and ICA-TOTAAL(WS-ICA-IDX) = WS-BEDRAG
                       move "Y" to ICA-BETAALD(WS-ICA-IDX)
                   end-if
               end-perform.
           2510-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-MATCH-AND-ELIMINATE: every intercompany sale against the
      *> purchases of its buyer; what agrees is eliminated in the
      *> journal, what does not goes on the difference list; then
      *> every purchase no sale claimed.
      *>----------------------------------------------------------------
           3000-MATCH-AND-ELIMINATE.
               move spaces to DYNAMIC-JOURNALFILE
               string "GL-Consolidatie-" delimited by size
                      WS-PERIODE delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-JOURNALFILE
               end-string
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-JOURNALFILE) ": "
                       WS-JOURNAL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               perform varying WS-ICV-IDX from 1 by 1
                       until WS-ICV-IDX > WS-ICV-COUNT
                   perform 3100-ONE-SALE thru 3100-EXIT
               end-perform
               perform varying WS-ICA-IDX from 1 by 1
                       until WS-ICA-IDX > WS-ICA-COUNT
                   if ICA-GEBRUIKT(WS-ICA-IDX) = "N"
                       perform 3300-UNMATCHED-PURCHASE thru 3300-EXIT
                   end-if
               end-perform
               move WS-JRN-DEBET to DISPLAY-AMT
               move WS-JRN-CREDIT to DISPLAY-AMT-2
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-2) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE
               if WS-JRN-DEBET not = WS-JRN-CREDIT
                   display "Eliminatiejournaal sluit niet -- debet "
                       WS-JRN-DEBET " / credit " WS-JRN-CREDIT
                   move 1 to WS-RETURN-CODE
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-ONE-SALE: the buyer's purchase on the same date for the
      *> same amount; one on the same date for another amount is a
      *> difference, none at all is one too.
      *>----------------------------------------------------------------
           3100-ONE-SALE.
               move ICV-PARTNER(WS-ICV-IDX) to WS-FRM-CODE-IN
               perform 1070-FIND-FIRM thru 1070-EXIT
               move WS-FRM-ZOEK to WS-KOPER
               if WS-KOPER = 0 or WS-KOPER = ICV-FIRMA(WS-ICV-IDX)
                   move "GROEPFIRMA NIET IN DE GROEP" to WS-DIF-REDEN
                   move 0 to WS-ICA-IDX
                   perform 3200-ADD-DIFFERENCE thru 3200-EXIT
                   go to 3100-EXIT
               end-if
               move 0 to WS-GEVONDEN
               move 0 to WS-AFWIJKEND
               perform varying WS-ICA-IDX from 1 by 1
                       until WS-ICA-IDX > WS-ICA-COUNT
                   if ICA-FIRMA(WS-ICA-IDX) = WS-KOPER
                       and ICA-PARTNER(WS-ICA-IDX)
                           = FRM-CODE(ICV-FIRMA(WS-ICV-IDX))
                       and ICA-GEBRUIKT(WS-ICA-IDX) = "N"
                       and ICA-DATUM(WS-ICA-IDX)
                           = ICV-DATUM(WS-ICV-IDX)
                       if ICA-PRIJS(WS-ICA-IDX)
                               = ICV-PRIJS(WS-ICV-IDX)
                           move WS-ICA-IDX to WS-GEVONDEN
                           exit perform
                       end-if
                       if WS-AFWIJKEND = 0
                           move WS-ICA-IDX to WS-AFWIJKEND
                       end-if
                   end-if
               end-perform
               if WS-GEVONDEN = 0
                   if WS-AFWIJKEND not = 0
                       move WS-AFWIJKEND to WS-ICA-IDX
                       move "Y" to ICA-GEBRUIKT(WS-ICA-IDX)
                       move "BEDRAG WIJKT AF" to WS-DIF-REDEN
                   else
                       move 0 to WS-ICA-IDX
                       move "GEEN AANKOOP BIJ DE KOPER"
                           to WS-DIF-REDEN
                   end-if
                   perform 3200-ADD-DIFFERENCE thru 3200-EXIT
                   go to 3100-EXIT
               end-if
               move WS-GEVONDEN to WS-ICA-IDX
               move "Y" to ICA-GEBRUIKT(WS-ICA-IDX)
               add 1 to WS-PAIRS-OK

               move spaces to WS-JRN-OMSCHRIJVING
               string "IC " delimited by size
                      function trim(FRM-CODE(ICV-FIRMA(WS-ICV-IDX)))
                          delimited by size
                      "/" delimited by size
                      function trim(FRM-CODE(WS-KOPER))
                          delimited by size
                      " " delimited by size
                      function trim(ICV-FAKTUURNR(WS-ICV-IDX))
                          delimited by size
                   into WS-JRN-OMSCHRIJVING
               end-string
      *>        revenue against cost, when both trial balances still
      *>        carry the invoice
               move FRM-VAN(ICV-FIRMA(WS-ICV-IDX)) to WS-ELIM-VAN
               if FRM-VAN(WS-KOPER) > WS-ELIM-VAN
                   move FRM-VAN(WS-KOPER) to WS-ELIM-VAN
               end-if
               if ICV-DATUM(WS-ICV-IDX)(1:7) >= WS-ELIM-VAN
                   move WS-REK-OMZET to WS-JRN-REKENING
                   move ICV-PRIJS(WS-ICV-IDX) to WS-JRN-BEDRAG
                   set JRN-DEBET to true
                   perform 3150-JOURNAL-LINE thru 3150-EXIT
                   move WS-REK-AANKOPEN to WS-JRN-REKENING
                   move ICV-PRIJS(WS-ICV-IDX) to WS-JRN-BEDRAG
                   set JRN-CREDIT to true
                   perform 3150-JOURNAL-LINE thru 3150-EXIT
               end-if
      *>        receivable against payable, when open on both sides
               evaluate true
                   when ICV-BETAALD(WS-ICV-IDX) = 0
                       move "Y" to WS-OPEN-VERKOPER
                   when ICV-TOTAAL(WS-ICV-IDX) < 0
                   when ICV-BETAALD(WS-ICV-IDX)
                           >= ICV-TOTAAL(WS-ICV-IDX)
                       move "N" to WS-OPEN-VERKOPER
                   when other
                       move "D" to WS-OPEN-VERKOPER
               end-evaluate
               move "Y" to WS-OPEN-KOPER
               if ICA-BETAALD(WS-ICA-IDX) = "Y"
                   move "N" to WS-OPEN-KOPER
               end-if
               evaluate true
                   when WS-OPEN-VERKOPER = "Y" and WS-OPEN-KOPER = "Y"
                       move WS-REK-LEVERANCIERS to WS-JRN-REKENING
                       move ICV-TOTAAL(WS-ICV-IDX) to WS-JRN-BEDRAG
                       set JRN-DEBET to true
                       perform 3150-JOURNAL-LINE thru 3150-EXIT
                       move WS-REK-KLANTEN to WS-JRN-REKENING
                       move ICV-TOTAAL(WS-ICV-IDX) to WS-JRN-BEDRAG
                       set JRN-CREDIT to true
                       perform 3150-JOURNAL-LINE thru 3150-EXIT
                   when WS-OPEN-VERKOPER = "N" and WS-OPEN-KOPER = "N"
                       continue
                   when WS-OPEN-VERKOPER = "D"
                       move "DEELS ONTVANGEN BIJ DE VERKOPER"
                           to WS-DIF-REDEN
                       perform 3200-ADD-DIFFERENCE thru 3200-EXIT
                   when WS-OPEN-VERKOPER = "Y"
                       move "BETAALD BIJ KOPER, OPEN BIJ VERKOPER"
                           to WS-DIF-REDEN
                       perform 3200-ADD-DIFFERENCE thru 3200-EXIT
                   when other
                       move "ONTVANGEN BIJ VERKOPER, OPEN BIJ KOPER"
                           to WS-DIF-REDEN
                       perform 3200-ADD-DIFFERENCE thru 3200-EXIT
               end-evaluate.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3150-JOURNAL-LINE: one elimination line, onto the journal and
      *> onto the account's Eliminatie column. A credit note's
      *> negative amount swaps the side.
      *>----------------------------------------------------------------
           3150-JOURNAL-LINE.
               if WS-JRN-BEDRAG = 0
                   go to 3150-EXIT
               end-if
               if WS-JRN-BEDRAG < 0
                   compute WS-JRN-BEDRAG = 0 - WS-JRN-BEDRAG
                   if JRN-DEBET
                       set JRN-CREDIT to true
                   else
                       set JRN-DEBET to true
                   end-if
               end-if
               move WS-JRN-BEDRAG to DISPLAY-BEDRAG
               move spaces to JOURNAL-REGEL
               if JRN-DEBET
                   string "CONSOL," delimited by size
                          function trim(WS-JRN-REKENING)
                              delimited by size
                          "," delimited by size
                          function trim(WS-JRN-OMSCHRIJVING)
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-BEDRAG)
                              delimited by size
                          "," delimited by size
                       into JOURNAL-REGEL
                   end-string
                   add WS-JRN-BEDRAG to WS-JRN-DEBET
               else
                   string "CONSOL," delimited by size
                          function trim(WS-JRN-REKENING)
                              delimited by size
                          "," delimited by size
                          function trim(WS-JRN-OMSCHRIJVING)
                              delimited by size
                          ",," delimited by size
                          function trim(DISPLAY-BEDRAG)
                              delimited by size
                       into JOURNAL-REGEL
                   end-string
                   add WS-JRN-BEDRAG to WS-JRN-CREDIT
               end-if
               write JOURNAL-REGEL
               add 1 to WS-JRN-LINES
               move WS-JRN-REKENING to WS-TB-REKENING-IN
               perform 5000-FIND-ACCOUNT thru 5000-EXIT
               if WS-TB-IDX = 0
                   go to 3150-EXIT
               end-if
               if JRN-DEBET
                   add WS-JRN-BEDRAG to TB-ELIM(WS-TB-IDX)
               else
                   subtract WS-JRN-BEDRAG from TB-ELIM(WS-TB-IDX)
               end-if.
           3150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-ADD-DIFFERENCE: the sale WS-ICV-IDX (0 = none) against
      *> the purchase WS-ICA-IDX (0 = none), with WS-DIF-REDEN.
      *>----------------------------------------------------------------
           3200-ADD-DIFFERENCE.
               if WS-DIF-COUNT >= 500
                   display "Verschillenlijst vol -- overgeslagen: "
                       function trim(WS-DIF-REDEN)
                   go to 3200-EXIT
               end-if
               add 1 to WS-DIF-COUNT
               move WS-DIF-COUNT to WS-DIF-IDX
               move spaces to DIF-ENTRY(WS-DIF-IDX)
               move 0 to DIF-VERKOOP(WS-DIF-IDX)
               move 0 to DIF-AANKOOP(WS-DIF-IDX)
               move WS-DIF-REDEN to DIF-REDEN(WS-DIF-IDX)
               if WS-ICV-IDX not = 0
                   move FRM-CODE(ICV-FIRMA(WS-ICV-IDX))
                       to DIF-VERKOPER(WS-DIF-IDX)
                   move ICV-PARTNER(WS-ICV-IDX)
                       to DIF-KOPER(WS-DIF-IDX)
                   move ICV-DATUM(WS-ICV-IDX) to DIF-DATUM(WS-DIF-IDX)
                   move ICV-FAKTUURNR(WS-ICV-IDX)
                       to DIF-FAKTUURNR(WS-DIF-IDX)
                   move ICV-PRIJS(WS-ICV-IDX)
                       to DIF-VERKOOP(WS-DIF-IDX)
               end-if
               if WS-ICA-IDX not = 0
                   move ICA-PARTNER(WS-ICA-IDX)
                       to DIF-VERKOPER(WS-DIF-IDX)
                   move FRM-CODE(ICA-FIRMA(WS-ICA-IDX))
                       to DIF-KOPER(WS-DIF-IDX)
                   move ICA-DATUM(WS-ICA-IDX) to DIF-DATUM(WS-DIF-IDX)
                   move ICA-PRIJS(WS-ICA-IDX)
                       to DIF-AANKOOP(WS-DIF-IDX)
               end-if.
           3200-EXIT.
               exit.

      *>    a purchase on a group supplier that no sale claimed
           3300-UNMATCHED-PURCHASE.
               move ICA-PARTNER(WS-ICA-IDX) to WS-FRM-CODE-IN
               perform 1070-FIND-FIRM thru 1070-EXIT
               if WS-FRM-ZOEK = 0
                   or WS-FRM-ZOEK = ICA-FIRMA(WS-ICA-IDX)
                   move "GROEPFIRMA NIET IN DE GROEP" to WS-DIF-REDEN
               else
                   move "GEEN VERKOOP BIJ DE VERKOPER" to WS-DIF-REDEN
               end-if
               move 0 to WS-ICV-IDX
               perform 3200-ADD-DIFFERENCE thru 3200-EXIT.
           3300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-REPORT: the accounts in order, then the listing and the
      *> CSV.
      *>----------------------------------------------------------------
           4000-REPORT.
               perform 4050-SORT-ACCOUNTS thru 4050-EXIT
               move spaces to DYNAMIC-LIJSTFILE
               string "Consolidatie-" delimited by size
                      WS-PERIODE delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to LIJST-REGEL
               string "GROEPSCONSOLIDATIE     Periode: "
                          delimited by size
                      WS-PERIODE delimited by size
                      "     Datum: " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               perform 4100-FIRMS thru 4100-EXIT
               perform 4200-TRIAL-BALANCE thru 4200-EXIT
               perform 4300-DIFFERENCES thru 4300-EXIT
               close LIJST-FILE
               perform 4400-CSV thru 4400-EXIT
               display "Consolidatie geschreven: "
                   function trim(DYNAMIC-LIJSTFILE) ", "
                   function trim(DYNAMIC-CSVFILE) ", "
                   function trim(DYNAMIC-JOURNALFILE)
               move WS-PAIRS-OK to DISPLAY-TELLER
               display "Geelimineerde IC-paren: "
                   function trim(DISPLAY-TELLER)
               if WS-DIF-COUNT > 0
                   move WS-DIF-COUNT to DISPLAY-TELLER
                   display "WAARSCHUWING: "
                       function trim(DISPLAY-TELLER)
                       " IC-verschil(len) -- zie de lijst."
               end-if.
           4000-EXIT.
               exit.

      *>    a plain exchange sort on the account number
           4050-SORT-ACCOUNTS.
               perform varying WS-TB-IDX from 1 by 1
                       until WS-TB-IDX >= WS-TB-COUNT
                   perform varying WS-VELD-IDX from 1 by 1
                           until WS-VELD-IDX > WS-TB-COUNT - WS-TB-IDX
                       if TB-REKENING(WS-VELD-IDX)
                               > TB-REKENING(WS-VELD-IDX + 1)
                           move TB-ENTRY(WS-VELD-IDX) to TB-HOLD
                           move TB-ENTRY(WS-VELD-IDX + 1)
                               to TB-ENTRY(WS-VELD-IDX)
                           move TB-HOLD to TB-ENTRY(WS-VELD-IDX + 1)
                       end-if
                   end-perform
               end-perform.
           4050-EXIT.
               exit.

      *>    per firm: where its books are, from which period on, and
      *>    whether its own trial balance closes
           4100-FIRMS.
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Firma      Directory            Vanaf   "
                          delimited by size
                      "          Debet          Credit"
                          delimited by size
                      "  IC-verk.  IC-aank." delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying WS-FRM-IDX from 1 by 1
                       until WS-FRM-IDX > WS-FRM-COUNT
                   move FRM-DEBET(WS-FRM-IDX) to DISPLAY-AMT
                   move FRM-CREDIT(WS-FRM-IDX) to DISPLAY-AMT-2
                   move spaces to LIJST-REGEL
                   move FRM-CODE(WS-FRM-IDX) to LIJST-REGEL(1:10)
                   if FRM-PAD(WS-FRM-IDX) = spaces
                       move "." to LIJST-REGEL(12:20)
                   else
                       move FRM-PAD(WS-FRM-IDX) to LIJST-REGEL(12:20)
                   end-if
                   if FRM-VAN(WS-FRM-IDX) = "0000-00"
                       move "begin" to LIJST-REGEL(33:7)
                   else
                       move FRM-VAN(WS-FRM-IDX) to LIJST-REGEL(33:7)
                   end-if
                   move DISPLAY-AMT to LIJST-REGEL(41:15)
                   move DISPLAY-AMT-2 to LIJST-REGEL(57:15)
                   move FRM-IC-VERKOOP(WS-FRM-IDX) to DISPLAY-TELLER
                   move DISPLAY-TELLER to LIJST-REGEL(75:5)
                   move FRM-IC-AANKOOP(WS-FRM-IDX) to DISPLAY-TELLER
                   move DISPLAY-TELLER to LIJST-REGEL(85:5)
                   if FRM-DEBET(WS-FRM-IDX)
                           not = FRM-CREDIT(WS-FRM-IDX)
                       move "*** sluit niet" to LIJST-REGEL(92:14)
                   end-if
                   write LIJST-REGEL
               end-perform.
           4100-EXIT.
               exit.

      *>    the consolidated trial balance: per account the firms'
      *>    sum, the elimination, what remains for the group
           4200-TRIAL-BALANCE.
               move 0 to WS-TOT-SOM
               move 0 to WS-TOT-ELIM
               move 0 to WS-TOT-CONS
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move "GECONSOLIDEERDE PROEFBALANS (saldo debet - credit)"
                   to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Rekening        Som firma's      Eliminatie"
                          delimited by size
                      "  Geconsolideerd" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying WS-TB-IDX from 1 by 1
                       until WS-TB-IDX > WS-TB-COUNT
                   if TB-SOM(WS-TB-IDX) not = 0
                       or TB-ELIM(WS-TB-IDX) not = 0
                       compute WS-CONS = TB-SOM(WS-TB-IDX)
                           + TB-ELIM(WS-TB-IDX)
                       add TB-SOM(WS-TB-IDX) to WS-TOT-SOM
                       add TB-ELIM(WS-TB-IDX) to WS-TOT-ELIM
                       add WS-CONS to WS-TOT-CONS
                       move TB-SOM(WS-TB-IDX) to DISPLAY-AMT
                       move TB-ELIM(WS-TB-IDX) to DISPLAY-AMT-2
                       move WS-CONS to DISPLAY-AMT-3
                       move spaces to LIJST-REGEL
                       string TB-REKENING(WS-TB-IDX) delimited by size
                              DISPLAY-AMT delimited by size
                              " " delimited by size
                              DISPLAY-AMT-2 delimited by size
                              " " delimited by size
                              DISPLAY-AMT-3 delimited by size
                           into LIJST-REGEL
                       end-string
                       write LIJST-REGEL
                       add 1 to WS-RECORDS-OUT
                   end-if
               end-perform
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               move WS-TOT-SOM to DISPLAY-AMT
               move WS-TOT-ELIM to DISPLAY-AMT-2
               move WS-TOT-CONS to DISPLAY-AMT-3
               move spaces to LIJST-REGEL
               string "TOTAAL    " delimited by size
                      DISPLAY-AMT delimited by size
                      " " delimited by size
                      DISPLAY-AMT-2 delimited by size
                      " " delimited by size
                      DISPLAY-AMT-3 delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move WS-PAIRS-OK to DISPLAY-TELLER
               move WS-JRN-DEBET to DISPLAY-AMT
               move spaces to LIJST-REGEL
               string "Eliminaties: " delimited by size
                      function trim(DISPLAY-TELLER) delimited by size
                      " IC-paren, journaal " delimited by size
                      function trim(DYNAMIC-JOURNALFILE)
                          delimited by size
                      " -- debet = credit = " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL.
           4200-EXIT.
               exit.

      *>    every intercompany pair that does not agree
           4300-DIFFERENCES.
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move WS-DIF-COUNT to DISPLAY-TELLER
               move spaces to LIJST-REGEL
               string "INTERCOMPANY-VERSCHILLEN: " delimited by size
                      function trim(DISPLAY-TELLER) delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               if WS-DIF-COUNT = 0
                   go to 4300-EXIT
               end-if
               move spaces to LIJST-REGEL
               string "Verkoper   Koper      Datum      Faktuurnr   "
                          delimited by size
                      "      Verkoop      Aankoop  Reden"
                          delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying WS-DIF-IDX from 1 by 1
                       until WS-DIF-IDX > WS-DIF-COUNT
                   move DIF-VERKOOP(WS-DIF-IDX) to DISPLAY-BEDRAG
                   move DIF-AANKOOP(WS-DIF-IDX) to DISPLAY-BEDRAG-2
                   move spaces to LIJST-REGEL
                   string DIF-VERKOPER(WS-DIF-IDX) delimited by size
                          " " delimited by size
                          DIF-KOPER(WS-DIF-IDX) delimited by size
                          " " delimited by size
                          DIF-DATUM(WS-DIF-IDX) delimited by size
                          " " delimited by size
                          DIF-FAKTUURNR(WS-DIF-IDX) delimited by size
                          " " delimited by size
                          DISPLAY-BEDRAG delimited by size
                          " " delimited by size
                          DISPLAY-BEDRAG-2 delimited by size
                          "  " delimited by size
                          DIF-REDEN(WS-DIF-IDX) delimited by size
                       into LIJST-REGEL
                   end-string
                   write LIJST-REGEL
               end-perform.
           4300-EXIT.
               exit.

      *>    Rekening, one column per firm, Eliminatie, Geconsolideerd
           4400-CSV.
               move spaces to DYNAMIC-CSVFILE
               string "Consolidatie-" delimited by size
                      WS-PERIODE delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-CSVFILE
               end-string
               open output CSV-FILE
               if WS-CSV-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-CSVFILE) ": "
                       WS-CSV-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4400-EXIT
               end-if
               move spaces to CSV-REGEL
               move 1 to WS-PTR
               string "Rekening" delimited by size
                   into CSV-REGEL with pointer WS-PTR
               end-string
               perform varying WS-FRM-IDX from 1 by 1
                       until WS-FRM-IDX > WS-FRM-COUNT
                   string "," delimited by size
                          function trim(FRM-CODE(WS-FRM-IDX))
                              delimited by size
                       into CSV-REGEL with pointer WS-PTR
                   end-string
               end-perform
               string ",Eliminatie,Geconsolideerd" delimited by size
                   into CSV-REGEL with pointer WS-PTR
               end-string
               write CSV-REGEL
               perform varying WS-TB-IDX from 1 by 1
                       until WS-TB-IDX > WS-TB-COUNT
                   if TB-SOM(WS-TB-IDX) not = 0
                       or TB-ELIM(WS-TB-IDX) not = 0
                       perform 4410-CSV-LINE thru 4410-EXIT
                   end-if
               end-perform
               close CSV-FILE.
           4400-EXIT.
               exit.

           4410-CSV-LINE.
               move spaces to CSV-REGEL
               move 1 to WS-PTR
               string function trim(TB-REKENING(WS-TB-IDX))
                          delimited by size
                   into CSV-REGEL with pointer WS-PTR
               end-string
               perform varying WS-FRM-IDX from 1 by 1
                       until WS-FRM-IDX > WS-FRM-COUNT
                   move TB-SALDO(WS-TB-IDX, WS-FRM-IDX) to DISPLAY-AMT
                   string "," delimited by size
                          function trim(DISPLAY-AMT) delimited by size
                       into CSV-REGEL with pointer WS-PTR
                   end-string
               end-perform
               compute WS-CONS = TB-SOM(WS-TB-IDX) + TB-ELIM(WS-TB-IDX)
               move TB-ELIM(WS-TB-IDX) to DISPLAY-AMT
               move WS-CONS to DISPLAY-AMT-2
               string "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-2) delimited by size
                   into CSV-REGEL with pointer WS-PTR
               end-string
               write CSV-REGEL.
           4410-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-FIND-ACCOUNT: WS-TB-IDX for WS-TB-REKENING-IN, added
      *> when new -- 0 when the table is full.
      *>----------------------------------------------------------------
           5000-FIND-ACCOUNT.
               perform varying WS-TB-IDX from 1 by 1
                       until WS-TB-IDX > WS-TB-COUNT
                   if TB-REKENING(WS-TB-IDX) = WS-TB-REKENING-IN
                       go to 5000-EXIT
                   end-if
               end-perform
               if WS-TB-COUNT >= 500
                   display "Rekeningtabel vol -- overgeslagen: "
                       function trim(WS-TB-REKENING-IN)
                   move 1 to WS-RETURN-CODE
                   move 0 to WS-TB-IDX
                   go to 5000-EXIT
               end-if
               add 1 to WS-TB-COUNT
               move WS-TB-COUNT to WS-TB-IDX
               initialize TB-ENTRY(WS-TB-IDX)
               move WS-TB-REKENING-IN to TB-REKENING(WS-TB-IDX).
           5000-EXIT.
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
               move "Consolidation" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "GL-Saldi.csv" to LOG-INPUT-FILE
               move DYNAMIC-LIJSTFILE to LOG-OUTPUT-FILE
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
