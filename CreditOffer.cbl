      *>----------------------------------------------------------------
      *> CreditOffer -- the borrower must legally receive the European
      *> Standardised Information Sheet (ESIS) and a signed credit
      *> offer, and both were typed by hand from MorgageCalculation's
      *> output. This takes one loan row of a MorgageCalculation input
      *> file and writes both documents for one customer:
      *>     call "CreditOffer" using <file> <row> <klant> <operator>
      *> <row> counts the loan rows of the file from 1, header,
      *> scenario (EXTRA/AFLOSSING) and TRAILER rows not counted. The
      *> row is read the way MorgageCalculation reads it --
      *> Capital,Rate,Years, then Valuta/Datum or, for a variable
      *> offer, Formule/Cap (a formula like 3/3/3 in the 4th column
      *> marks the row variable), then the dossier, notary and
      *> account fees and the schuldsaldoverzekering premium (flat
      *> per year and/or a rate on the balance) -- and the figures
      *> are those of its amortization schedule ("A" mode): the
      *> level instalment, the interest and premiums month by month
      *> against the balance, and the JKP by the same annualized
      *> growth MorgageCalculation discloses. A variable offer also
      *> shows its formula, the capped maximum rate (inside the cap
      *> and never above double the initial rate) and the
      *> instalment at that maximum.
      *> The document, Kredietaanbod-<nr>-<klant>.txt, carries the
      *> ESIS sections, the representative example and the numbered
      *> offer with its validity date (Kredietaanbod-Config.csv,
      *> GELDIGDAGEN) and signature block, in the customer's Taal
      *> off Klanten.csv (Teksten.csv, NL literals as fallback, the
      *> way ContractIndexation writes its letters). The lender is
      *> the firm of Intervat-Config.csv. The offer is numbered and
      *> kept in Kredietaanbod-Register.csv, filed under Archive/
      *> <date> with an Archive-Catalog.csv row for ArchiveRetrieve,
      *> and put in the Verzend-Register.csv queue for DispatchRun
      *> against the customer's Bezorging preference.
      *>----------------------------------------------------------------
       identification division.
       program-id. CreditOffer.
       environment division.
       input-output section.
       file-control.
           select INPUT-FILE assign dynamic DYNAMIC-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select KLANT-FILE assign to "Klanten.csv"
               organization is line sequential
               file status is WS-KLANT-STATUS.
           select TEKSTEN-FILE assign to "Teksten.csv"
               organization is line sequential
               file status is WS-TEKSTEN-STATUS.
           select FIRMA-FILE assign to "Intervat-Config.csv"
               organization is line sequential
               file status is WS-FIRMA-STATUS.
           select CONFIG-FILE assign to "Kredietaanbod-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select AANBOD-FILE assign to "Kredietaanbod-Register.csv"
               organization is line sequential
               file status is WS-AANBOD-STATUS.
           select DOC-FILE assign dynamic DYNAMIC-DOCFILE
               organization is line sequential
               file status is WS-DOC-STATUS.
           select CATALOG-FILE assign to "Archive-Catalog.csv"
               organization is line sequential
               file status is WS-CATALOG-STATUS.
           select REGISTER-FILE assign to "Verzend-Register.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd INPUT-FILE.
           01 INPUT-REGEL pic x(200).

           fd KLANT-FILE.
           01 KLANT-REGEL pic x(200).

           fd TEKSTEN-FILE.
           01 TEKSTEN-REGEL pic x(60).

           fd FIRMA-FILE.
           01 FIRMA-REGEL pic x(60).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd AANBOD-FILE.
           01 AANBOD-REGEL pic x(200).

           fd DOC-FILE.
           01 DOC-REGEL pic x(120).

           fd CATALOG-FILE.
           01 CATALOG-REGEL pic x(400).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(180).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-INPUT-STATUS pic xx.
           01 WS-KLANT-STATUS pic xx.
           01 WS-FIRMA-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-AANBOD-STATUS pic xx.
           01 WS-DOC-STATUS pic xx.
           01 WS-CATALOG-STATUS pic xx.
           01 WS-SEAL-ACTIE pic x(01) value "S".
           01 WS-SEAL-REGEL pic x(400).
           01 WS-SEAL-BESTANDEN pic x(200).
           01 WS-SEAL-STATUS pic x(12).
           01 WS-REGISTER-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-INFILE pic x(30).
           01 DYNAMIC-DOCFILE pic x(40).
           01 WS-CMD pic x(200).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-VANDAAG pic x(10).
           01 WS-ARCHIVE-DATE pic x(08).

      *>    the chosen loan row, the columns MorgageCalculation reads
           01 WS-REGELNR pic 9(04) value 0.
           01 WS-LENINGREGELS pic 9(04) value 0.
           01 WS-GEVONDEN pic x(01) value "N".
           01 WS-VELD1-UPPER pic x(10).
           01 CAPITAL-S pic x(12).
           01 RATE-S pic x(08).
           01 YEARS-S pic x(04).
           01 WS-KOLOM4-S pic x(12).
           01 WS-KOLOM5-S pic x(12).
           01 WS-DOSSIER-S pic x(10).
           01 WS-NOTARIS-S pic x(10).
           01 WS-REKENING-S pic x(10).
           01 WS-SSV-JAAR-S pic x(10).
           01 WS-SSV-PCT-S pic x(08).
           01 WS-VARIABEL pic x(01) value "N".

      *>    the offer's figures
           01 CAPITAL-N pic 9(8)V99.
           01 RATE-N pic 9(2)V99.
           01 YEARS-N pic 9(2).
           01 WS-DOSSIER pic 9(6)V99.
           01 WS-NOTARIS pic 9(6)V99.
           01 WS-REKENING-JAAR pic 9(5)V99.
           01 WS-SSV-JAAR pic 9(5)V99.
           01 WS-SSV-PCT pic 9(2)V9999.
           01 WS-V-CAP pic 9(02)V99.
           01 WS-V-RATE-MAX pic 9(02)V99.
           01 WS-CALC-RATE pic 9(02)V99.
           01 WS-CALC-PAYMENT pic 9(8)V99.
           01 WS-MONTHLY-RATE pic 9(1)V9(6).
           01 WS-NUM-MONTHS pic 9(4).
           01 WS-MONTH-IDX pic 9(4).
           01 WS-AMORT-FACTOR pic 9(6)V9(6).
           01 WS-PAYMENT-NUMERATOR pic 9(10)V9(6).
           01 WS-PAYMENT-DENOMINATOR pic 9(6)V9(6).
           01 WS-MONTHLY-PAYMENT pic 9(8)V99.
           01 WS-MAX-PAYMENT pic 9(8)V99.
           01 WS-BALANCE pic 9(8)V99.
           01 WS-MONTH-INTEREST pic 9(8)V99.
           01 WS-MONTH-PRINCIPAL pic 9(8)V99.
           01 WS-SSV-MAAND-PREMIE pic 9(6)V99.
           01 WS-SSV-MAAND-PCT pic 9(6)V99.
           01 WS-SSV-TOTAL pic 9(9)V99.
           01 WS-INTEREST pic 9(9)V99.
           01 WS-FEES-TOTAL pic 9(8)V99.
           01 WS-TOTCOST pic 9(9)V99.
           01 WS-TOTAAL-TERUG pic 9(9)V99.
           01 WS-JKP pic 9(3)V99.
           01 WS-JKP-EXP pic 9V9(6).
           01 WS-JKP-GROEI pic 9(3)V9(6).
           01 WS-JAAR-IDX pic 9(02).
           01 WS-JAAR-RENTE pic 9(8)V99.
           01 WS-JAAR-AFLOSSING pic 9(8)V99.
           01 WS-WEDERBELEGGING pic 9(8)V99.

      *>    Kredietaanbod-Config.csv and the lender
           01 WS-GELDIGDAGEN pic 9(03) value 30.
           01 WS-WEDERBEL-MND pic 9(02) value 3.
           01 WS-TOEZICHT pic x(40) value "FSMA".
           01 WS-KLACHTEN pic x(40) value "Ombudsfin".
           01 WS-CFG-SLEUTEL pic x(20).
           01 WS-CFG-WAARDE pic x(40).
           01 WS-FIRM-NAAM pic x(40) value spaces.
           01 WS-FIRM-BTWNUMMER pic x(14) value spaces.
           01 WS-FIRM-ADRES pic x(40) value spaces.
           01 WS-FIRM-POSTCODE pic x(06) value spaces.
           01 WS-FIRM-GEMEENTE pic x(30) value spaces.
           01 WS-GELDIG-TOT pic x(10).
           01 WS-DATUM-INT pic 9(07).
           01 WS-DATUM-YMD pic 9(08).
           01 WS-DATUM-YMD-X redefines WS-DATUM-YMD pic x(08).

      *>    the customer
           01 WS-KLANT pic x(10).
           01 WS-KL-GEVONDEN pic x(01) value "N".
           01 WS-KL-NAAM pic x(40).
           01 WS-KL-ADRES pic x(40).
           01 WS-KL-POSTCODE pic x(06).
           01 WS-KL-PLAATS pic x(30).
           01 WS-KL-BEZORGING pic x(08).
           01 WS-KL-EMAIL pic x(40).
           01 K-VELD-TABLE.
               05 K-VELD occurs 11 times pic x(40).
           01 WS-VELD-IDX pic 9(02).

      *>    the offer number off the register
           01 WS-AANBOD-MAX pic 9(06) value 0.
           01 WS-AANBOD-SEQ pic 9(06).
           01 WS-AANBOD-NR pic x(08).
           01 WS-AANBOD-OUD pic x(10).

      *>    per-language document texts -- see TEKSTEN.cpy. The NL
      *>    literal set before each lookup is the fallback.
           copy "TEKSTEN.cpy".
           01 CO-TEKST pic x(30).
           01 CO-WAARDE pic x(80).
           01 CO-REGEL pic x(200).

           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT2 pic Z(8)9.99.
           01 DISPLAY-AMT3 pic Z(8)9.99.
           01 DISPLAY-PCT pic ZZ9.99.
           01 DISPLAY-PCT4 pic Z9.9999.
           01 DISPLAY-JAAR pic Z9.
           01 DISPLAY-MND pic ZZZ9.
           01 DISPLAY-REGELNR pic ZZZ9.

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-INPUT-FILE pic x(30).
           01 LINK-REGEL pic x(04).
           01 LINK-KLANT pic x(10).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-INPUT-FILE LINK-REGEL LINK-KLANT
               LINK-OPERATOR-ID.

           move 0 to WS-RETURN-CODE
           move "N" to WS-GEVONDEN
           move "N" to WS-KL-GEVONDEN
           move "N" to WS-VARIABEL
           move 0 to WS-LENINGREGELS
           move spaces to DYNAMIC-DOCFILE
           move function current-date to WS-CURRENT-DATETIME
           move WS-CURRENT-DATETIME(1:8) to WS-ARCHIVE-DATE
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-VANDAAG
           end-string
           move LINK-INPUT-FILE to DYNAMIC-INFILE
           move function trim(LINK-KLANT) to WS-KLANT
           if function test-numval(function trim(LINK-REGEL)) not = 0
               display "Ongeldig regelnummer: " LINK-REGEL
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           move function numval(function trim(LINK-REGEL))
               to WS-REGELNR
           if WS-REGELNR = 0
               display "Regelnummer 0 -- de leningregels tellen"
                   " vanaf 1."
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if

           perform 1000-READ-LOAN-ROW thru 1000-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           perform 1100-LOAD-KLANT thru 1100-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           perform 1200-LOAD-CONFIG thru 1200-EXIT
           perform 1300-LOAD-TEKSTEN thru 1300-EXIT
           perform 1400-NEXT-AANBOD-NR thru 1400-EXIT

           perform 2000-COMPUTE-SCHEDULE thru 2000-EXIT
           perform 3000-WRITE-DOCUMENT thru 3000-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           perform 5000-REGISTER-AANBOD thru 5000-EXIT
           perform 5100-ARCHIVE-DOCUMENT thru 5100-EXIT
           perform 5200-QUEUE-DISPATCH thru 5200-EXIT

           move WS-JKP to DISPLAY-PCT
           display "Kredietaanbod " WS-AANBOD-NR " voor klant "
               function trim(WS-KLANT) ": JKP "
               function trim(DISPLAY-PCT) "%, geldig tot "
               WS-GELDIG-TOT
           display "Document " function trim(DYNAMIC-DOCFILE)
               " gearchiveerd en in de verzendrij gezet.".

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-READ-LOAN-ROW: the WS-REGELNR-th loan row of the input
      *> file, parsed and validated the way MorgageCalculation does.
      *>----------------------------------------------------------------
           1000-READ-LOAN-ROW.
               open input INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   display "Invoerbestand niet gevonden: "
                       function trim(DYNAMIC-INFILE)
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read INPUT-FILE into INPUT-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INPUT-FILE into INPUT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-VELD1-UPPER
                           unstring function trim(INPUT-REGEL)
                               delimited by ","
                               into WS-VELD1-UPPER
                           end-unstring
                           move function upper-case(WS-VELD1-UPPER)
                               to WS-VELD1-UPPER
                           if WS-VELD1-UPPER not = "EXTRA"
                               and WS-VELD1-UPPER not = "AFLOSSING"
                               and WS-VELD1-UPPER not = "TRAILER"
                               and INPUT-REGEL not = spaces
                               add 1 to WS-LENINGREGELS
                               if WS-LENINGREGELS = WS-REGELNR
                                   move "Y" to WS-GEVONDEN
                                   move "1" to EOF-FLAG
                               end-if
                           end-if
                   end-read
               end-perform
               close INPUT-FILE
               if WS-GEVONDEN not = "Y"
                   move WS-REGELNR to DISPLAY-REGELNR
                   display "Leningregel " function trim(DISPLAY-REGELNR)
                       " niet gevonden in "
                       function trim(DYNAMIC-INFILE)
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if

               move spaces to CAPITAL-S RATE-S YEARS-S WS-KOLOM4-S
                   WS-KOLOM5-S WS-DOSSIER-S WS-NOTARIS-S
                   WS-REKENING-S WS-SSV-JAAR-S WS-SSV-PCT-S
               unstring function trim(INPUT-REGEL)
                   delimited by "," or ", "
                   into CAPITAL-S RATE-S YEARS-S WS-KOLOM4-S
                        WS-KOLOM5-S WS-DOSSIER-S WS-NOTARIS-S
                        WS-REKENING-S WS-SSV-JAAR-S WS-SSV-PCT-S
               end-unstring
               if function test-numval-c(function trim(CAPITAL-S))
                       not = 0
                   or function test-numval-c(function trim(RATE-S))
                       not = 0
                   or function test-numval-c(function trim(YEARS-S))
                       not = 0
                   display "Leningregel onleesbaar: "
                       function trim(INPUT-REGEL)
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               move function numval-c(function trim(CAPITAL-S))
                   to CAPITAL-N
               move function numval-c(function trim(RATE-S)) to RATE-N
               move function numval-c(function trim(YEARS-S))
                   to YEARS-N
               if YEARS-N < 1 or YEARS-N > 30
                   or RATE-N > 15.00 or CAPITAL-N = 0
                   display "Leningregel buiten bereik (1-30 jaar,"
                       " 0-15%): " function trim(INPUT-REGEL)
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               if function trim(WS-KOLOM4-S) not = spaces
                   and WS-KOLOM4-S(2:1) = "/"
                   move "Y" to WS-VARIABEL
                   move 0 to WS-V-CAP
                   if function trim(WS-KOLOM5-S) not = spaces
                       and function test-numval(function trim(
                           WS-KOLOM5-S)) = 0
                       move function numval(function trim(
                           WS-KOLOM5-S)) to WS-V-CAP
                   end-if
               end-if

               move 0 to WS-DOSSIER WS-NOTARIS WS-REKENING-JAAR
                   WS-SSV-JAAR WS-SSV-PCT
               if function trim(WS-DOSSIER-S) not = spaces
                   and function test-numval-c(function trim(
                       WS-DOSSIER-S)) = 0
                   move function numval-c(function trim(WS-DOSSIER-S))
                       to WS-DOSSIER
               end-if
               if function trim(WS-NOTARIS-S) not = spaces
                   and function test-numval-c(function trim(
                       WS-NOTARIS-S)) = 0
                   move function numval-c(function trim(WS-NOTARIS-S))
                       to WS-NOTARIS
               end-if
               if function trim(WS-REKENING-S) not = spaces
                   and function test-numval-c(function trim(
                       WS-REKENING-S)) = 0
                   move function numval-c(function trim(
                       WS-REKENING-S)) to WS-REKENING-JAAR
               end-if
               if function trim(WS-SSV-JAAR-S) not = spaces
                   and function test-numval-c(function trim(
                       WS-SSV-JAAR-S)) = 0
                   move function numval-c(function trim(
                       WS-SSV-JAAR-S)) to WS-SSV-JAAR
               end-if
               if function trim(WS-SSV-PCT-S) not = spaces
                   and function test-numval-c(function trim(
                       WS-SSV-PCT-S)) = 0
                   move function numval-c(function trim(
                       WS-SSV-PCT-S)) to WS-SSV-PCT
               end-if.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-KLANT: name, address, Taal and delivery preference
      *> off Klanten.csv (Klantnummer,Naam,Adres,Postcode,Plaats,
      *> BTWNummer,Landcode,BetalingstermijnDagen,Taal,Bezorging,
      *> Email,...).
      *>----------------------------------------------------------------
           1100-LOAD-KLANT.
               move "NL" to WS-DOC-TAAL
               open input KLANT-FILE
               if WS-KLANT-STATUS not = "00"
                   display "Klanten.csv not found -- geen aanbod."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read KLANT-FILE into KLANT-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read KLANT-FILE into KLANT-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform varying WS-VELD-IDX from 1 by 1
                                   until WS-VELD-IDX > 11
                               move spaces to K-VELD(WS-VELD-IDX)
                           end-perform
                           unstring function trim(KLANT-REGEL)
                               delimited by ","
                               into K-VELD(1) K-VELD(2) K-VELD(3)
                                    K-VELD(4) K-VELD(5) K-VELD(6)
                                    K-VELD(7) K-VELD(8) K-VELD(9)
                                    K-VELD(10) K-VELD(11)
                           end-unstring
                           if function trim(K-VELD(1)) = WS-KLANT
                               move "Y" to WS-KL-GEVONDEN
                               move K-VELD(2) to WS-KL-NAAM
                               move K-VELD(3) to WS-KL-ADRES
                               move K-VELD(4) to WS-KL-POSTCODE
                               move K-VELD(5) to WS-KL-PLAATS
                               if K-VELD(9) not = spaces
                                   move function upper-case(
                                       K-VELD(9)(1:2)) to WS-DOC-TAAL
                               end-if
                               move function upper-case(K-VELD(10))
                                   to WS-KL-BEZORGING
                               move K-VELD(11) to WS-KL-EMAIL
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close KLANT-FILE
               if WS-KL-GEVONDEN not = "Y"
                   display "Klant " function trim(WS-KLANT)
                       " niet gevonden in Klanten.csv."
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               if function trim(WS-KL-BEZORGING) = spaces
                   move "PRINT" to WS-KL-BEZORGING
               end-if
      *>        an EMAIL preference without an address goes on
      *>        paper, as DispatchRun decides it
               if WS-KL-BEZORGING = "EMAIL"
                   and function trim(WS-KL-EMAIL) = spaces
                   move "PRINT" to WS-KL-BEZORGING
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-CONFIG: validity, early-repayment months and the
      *> supervisor/complaints lines; the lender off Intervat-Config.
      *>----------------------------------------------------------------
           1200-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE into CONFIG-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read CONFIG-FILE into CONFIG-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CFG-SLEUTEL
                                   WS-CFG-WAARDE
                               unstring function trim(CONFIG-REGEL)
                                   delimited by ","
                                   into WS-CFG-SLEUTEL WS-CFG-WAARDE
                               end-unstring
                               evaluate function trim(WS-CFG-SLEUTEL)
                                   when "GELDIGDAGEN"
                                       if function test-numval(
                                           function trim(
                                               WS-CFG-WAARDE)) = 0
                                           move function numval(
                                               function trim(
                                                   WS-CFG-WAARDE))
                                               to WS-GELDIGDAGEN
                                       end-if
                                   when "WEDERBELEGGINGMND"
                                       if function test-numval(
                                           function trim(
                                               WS-CFG-WAARDE)) = 0
                                           move function numval(
                                               function trim(
                                                   WS-CFG-WAARDE))
                                               to WS-WEDERBEL-MND
                                       end-if
                                   when "TOEZICHTHOUDER"
                                       move WS-CFG-WAARDE
                                           to WS-TOEZICHT
                                   when "KLACHTENDIENST"
                                       move WS-CFG-WAARDE
                                           to WS-KLACHTEN
                               end-evaluate
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if

               open input FIRMA-FILE
               if WS-FIRMA-STATUS = "00"
                   read FIRMA-FILE into FIRMA-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read FIRMA-FILE into FIRMA-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CFG-SLEUTEL
                                   WS-CFG-WAARDE
                               unstring function trim(FIRMA-REGEL)
                                   delimited by ","
                                   into WS-CFG-SLEUTEL WS-CFG-WAARDE
                               end-unstring
                               evaluate function trim(WS-CFG-SLEUTEL)
                                   when "NAAM"
                                       move WS-CFG-WAARDE
                                           to WS-FIRM-NAAM
                                   when "BTWNUMMER"
                                       move WS-CFG-WAARDE
                                           to WS-FIRM-BTWNUMMER
                                   when "ADRES"
                                       move WS-CFG-WAARDE
                                           to WS-FIRM-ADRES
                                   when "POSTCODE"
                                       move WS-CFG-WAARDE
                                           to WS-FIRM-POSTCODE
                                   when "GEMEENTE"
                                       move WS-CFG-WAARDE
                                           to WS-FIRM-GEMEENTE
                               end-evaluate
                       end-read
                   end-perform
                   close FIRMA-FILE
               end-if

               compute WS-DATUM-INT = function integer-of-date(
                   function numval(WS-CURRENT-DATETIME(1:8)))
                   + WS-GELDIGDAGEN
               compute WS-DATUM-YMD =
                   function date-of-integer(WS-DATUM-INT)
               move spaces to WS-GELDIG-TOT
               string WS-DATUM-YMD-X(1:4) "-" WS-DATUM-YMD-X(5:2) "-"
                      WS-DATUM-YMD-X(7:2) delimited by size
                   into WS-GELDIG-TOT
               end-string.
           1200-EXIT.
               exit.

           1300-LOAD-TEKSTEN.
               move 0 to WS-TEKST-COUNT
               open input TEKSTEN-FILE
               if WS-TEKSTEN-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read TEKSTEN-FILE into WS-TEKST-LEESREGEL *> header
               move "0" to WS-TEKSTEN-EOF
               perform until WS-TEKSTEN-EOF = "1"
                   read TEKSTEN-FILE into WS-TEKST-LEESREGEL
                       at end
                           move "1" to WS-TEKSTEN-EOF
                       not at end
                           if WS-TEKST-COUNT < 300
                               add 1 to WS-TEKST-COUNT
                               move spaces
                                   to TEKST-ENTRY(WS-TEKST-COUNT)
                               unstring function trim(
                                       WS-TEKST-LEESREGEL)
                                   delimited by ","
                                   into TXT-TAAL(WS-TEKST-COUNT)
                                        TXT-SLEUTEL(WS-TEKST-COUNT)
                                        TXT-TEKST(WS-TEKST-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close TEKSTEN-FILE.
           1300-EXIT.
               exit.

      *>    the next offer number, KA + six digits, one past the
      *>    highest on the register
           1400-NEXT-AANBOD-NR.
               move 0 to WS-AANBOD-MAX
               open input AANBOD-FILE
               if WS-AANBOD-STATUS = "00"
                   read AANBOD-FILE into AANBOD-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read AANBOD-FILE into AANBOD-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-AANBOD-OUD
                               unstring AANBOD-REGEL delimited by ","
                                   into WS-AANBOD-OUD
                               end-unstring
                               if WS-AANBOD-OUD(3:6) numeric
                                   move WS-AANBOD-OUD(3:6)
                                       to WS-AANBOD-SEQ
                                   if WS-AANBOD-SEQ > WS-AANBOD-MAX
                                       move WS-AANBOD-SEQ
                                           to WS-AANBOD-MAX
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close AANBOD-FILE
               end-if
               compute WS-AANBOD-SEQ = WS-AANBOD-MAX + 1
               move spaces to WS-AANBOD-NR
               string "KA" WS-AANBOD-SEQ delimited by size
                   into WS-AANBOD-NR
               end-string
               string "Kredietaanbod-" delimited by size
                      WS-AANBOD-NR delimited by size
                      "-" delimited by size
                      function trim(WS-KLANT) delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-DOCFILE
               end-string.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-COMPUTE-SCHEDULE: the level instalment and the month-by-
      *> month schedule of MorgageCalculation's "A" mode -- interest
      *> and premium against the balance -- then the JKP by its
      *> annualized growth and, for a variable offer, the instalment
      *> at the capped maximum rate.
      *>----------------------------------------------------------------
           2000-COMPUTE-SCHEDULE.
               compute WS-NUM-MONTHS = YEARS-N * 12
               move RATE-N to WS-CALC-RATE
               move CAPITAL-N to WS-BALANCE
               perform 2100-ANNUITY thru 2100-EXIT
               move WS-CALC-PAYMENT to WS-MONTHLY-PAYMENT
               compute WS-MONTHLY-RATE = RATE-N / 100 / 12
               move 0 to WS-INTEREST
               move 0 to WS-SSV-TOTAL
               perform varying WS-MONTH-IDX from 1 by 1
                       until WS-MONTH-IDX > WS-NUM-MONTHS
                   compute WS-SSV-MAAND-PCT rounded =
                       WS-BALANCE * WS-SSV-PCT / 100
                   compute WS-SSV-MAAND-PREMIE rounded =
                       (WS-SSV-JAAR + WS-SSV-MAAND-PCT) / 12
                   add WS-SSV-MAAND-PREMIE to WS-SSV-TOTAL
                   compute WS-MONTH-INTEREST rounded =
                       WS-BALANCE * WS-MONTHLY-RATE
                   compute WS-MONTH-PRINCIPAL =
                       WS-MONTHLY-PAYMENT - WS-MONTH-INTEREST
                   if WS-MONTH-PRINCIPAL > WS-BALANCE
                       move WS-BALANCE to WS-MONTH-PRINCIPAL
                   end-if
                   subtract WS-MONTH-PRINCIPAL from WS-BALANCE
                   add WS-MONTH-INTEREST to WS-INTEREST
               end-perform

               compute WS-FEES-TOTAL =
                   WS-DOSSIER + WS-NOTARIS
                   + (WS-REKENING-JAAR * YEARS-N)
               compute WS-JKP-EXP = 1 / YEARS-N
               compute WS-JKP-GROEI =
                   (CAPITAL-N + WS-INTEREST + WS-FEES-TOTAL)
                   / CAPITAL-N
               compute WS-JKP rounded =
                   ((WS-JKP-GROEI ** WS-JKP-EXP) - 1) * 100
               compute WS-TOTCOST =
                   WS-INTEREST + WS-FEES-TOTAL + WS-SSV-TOTAL
               compute WS-TOTAAL-TERUG = CAPITAL-N + WS-TOTCOST

      *>        the legal clamp of a variable formula: inside the
      *>        offer's cap and never more than double the start rate
               move 0 to WS-MAX-PAYMENT
               if WS-VARIABEL = "Y"
                   compute WS-V-RATE-MAX = RATE-N + WS-V-CAP
                   if WS-V-RATE-MAX > RATE-N * 2
                       compute WS-V-RATE-MAX = RATE-N * 2
                   end-if
                   move WS-V-RATE-MAX to WS-CALC-RATE
                   move CAPITAL-N to WS-BALANCE
                   perform 2100-ANNUITY thru 2100-EXIT
                   move WS-CALC-PAYMENT to WS-MAX-PAYMENT
               end-if.
           2000-EXIT.
               exit.

      *>    level instalment for WS-BALANCE over WS-NUM-MONTHS at
      *>    WS-CALC-RATE -- numerator and denominator apart, the way
      *>    MorgageCalculation computes it
           2100-ANNUITY.
               if WS-CALC-RATE = 0
                   compute WS-CALC-PAYMENT rounded =
                       WS-BALANCE / WS-NUM-MONTHS
                   go to 2100-EXIT
               end-if
               compute WS-MONTHLY-RATE = WS-CALC-RATE / 100 / 12
               compute WS-AMORT-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-NUM-MONTHS
               compute WS-PAYMENT-NUMERATOR =
                   WS-BALANCE * WS-MONTHLY-RATE * WS-AMORT-FACTOR
               compute WS-PAYMENT-DENOMINATOR = WS-AMORT-FACTOR - 1
               compute WS-CALC-PAYMENT rounded =
                   WS-PAYMENT-NUMERATOR / WS-PAYMENT-DENOMINATOR.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-DOCUMENT: the ESIS sections, the yearly repayment
      *> table, the representative example and the numbered offer.
      *>----------------------------------------------------------------
           3000-WRITE-DOCUMENT.
               open output DOC-FILE
               if WS-DOC-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-DOCFILE) ": "
                       WS-DOC-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move spaces to DOC-REGEL
               move all "=" to DOC-REGEL(1:72)
               write DOC-REGEL
               move "EUROPEES STANDAARD INFOBLAD" to CO-TEKST
               move "ESISTITEL" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move spaces to DOC-REGEL
               move CO-TEKST to DOC-REGEL
               write DOC-REGEL
               move "Datum:" to CO-TEKST
               move "DATUM" to WS-TEKST-SLEUTEL
               move WS-VANDAAG to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Aanbod nr.:" to CO-TEKST
               move "AANBODNR" to WS-TEKST-SLEUTEL
               move WS-AANBOD-NR to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Klant:" to CO-TEKST
               move "KLANT" to WS-TEKST-SLEUTEL
               move spaces to CO-WAARDE
               string function trim(WS-KLANT) " " delimited by size
                      function trim(WS-KL-NAAM) delimited by size
                   into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move spaces to DOC-REGEL
               string function trim(WS-KL-ADRES) ", " delimited by size
                      function trim(WS-KL-POSTCODE) " "
                          delimited by size
                      function trim(WS-KL-PLAATS) delimited by size
                   into DOC-REGEL(35:80)
               end-string
               write DOC-REGEL

      *>        1. the lender
               move "1. Kredietgever" to CO-TEKST
               move "ES1" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move "BTW" to CO-TEKST
               move "BTWNR" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move spaces to DOC-REGEL
               string function trim(WS-FIRM-NAAM) delimited by size
                      "   " delimited by size
                      function trim(CO-TEKST) delimited by size
                      " " delimited by size
                      function trim(WS-FIRM-BTWNUMMER)
                          delimited by size
                   into DOC-REGEL(3:100)
               end-string
               write DOC-REGEL
               move spaces to DOC-REGEL
               string function trim(WS-FIRM-ADRES) ", "
                          delimited by size
                      function trim(WS-FIRM-POSTCODE) " "
                          delimited by size
                      function trim(WS-FIRM-GEMEENTE) delimited by size
                   into DOC-REGEL(3:100)
               end-string
               write DOC-REGEL

      *>        2. the main features of the loan
               move "2. Voornaamste kenmerken" to CO-TEKST
               move "ES2" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move "Kredietbedrag:" to CO-TEKST
               move "BEDRAG" to WS-TEKST-SLEUTEL
               move CAPITAL-N to DISPLAY-AMT
               move spaces to CO-WAARDE
               string function trim(DISPLAY-AMT) " EUR"
                   delimited by size into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Looptijd (jaar):" to CO-TEKST
               move "LOOPTIJD" to WS-TEKST-SLEUTEL
               move YEARS-N to DISPLAY-JAAR
               move function trim(DISPLAY-JAAR) to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               if WS-VARIABEL = "Y"
                   move "Variabele rentevoet" to CO-TEKST
                   move "VARIABEL" to WS-TEKST-SLEUTEL
               else
                   move "Vaste rentevoet" to CO-TEKST
                   move "VAST" to WS-TEKST-SLEUTEL
               end-if
               perform 4000-GET-TEKST thru 4000-EXIT
               move CO-TEKST to CO-WAARDE
               move "Rentetype:" to CO-TEKST
               move "RENTETYPE" to WS-TEKST-SLEUTEL
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Totaal terug te betalen:" to CO-TEKST
               move "TOTAALTERUG" to WS-TEKST-SLEUTEL
               move WS-TOTAAL-TERUG to DISPLAY-AMT
               move spaces to CO-WAARDE
               string function trim(DISPLAY-AMT) " EUR"
                   delimited by size into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT

      *>        3. interest rate and costs
               move "3. Rentevoet en kosten" to CO-TEKST
               move "ES3" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move "Debetrentevoet:" to CO-TEKST
               move "RENTE" to WS-TEKST-SLEUTEL
               move RATE-N to DISPLAY-PCT
               move spaces to CO-WAARDE
               string function trim(DISPLAY-PCT) " %"
                   delimited by size into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "JKP:" to CO-TEKST
               move "JKP" to WS-TEKST-SLEUTEL
               move WS-JKP to DISPLAY-PCT
               move spaces to CO-WAARDE
               string function trim(DISPLAY-PCT) " %"
                   delimited by size into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               if WS-VARIABEL = "Y"
                   move "Formule:" to CO-TEKST
                   move "FORMULE" to WS-TEKST-SLEUTEL
                   move WS-V-CAP to DISPLAY-PCT
                   move spaces to CO-WAARDE
                   string function trim(WS-KOLOM4-S) delimited by size
                          "  cap +/- " delimited by size
                          function trim(DISPLAY-PCT) delimited by size
                          " %" delimited by size
                       into CO-WAARDE
                   end-string
                   perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
                   move "Maximale rentevoet:" to CO-TEKST
                   move "MAXRENTE" to WS-TEKST-SLEUTEL
                   move WS-V-RATE-MAX to DISPLAY-PCT
                   move spaces to CO-WAARDE
                   string function trim(DISPLAY-PCT) " %"
                       delimited by size into CO-WAARDE
                   end-string
                   perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               end-if
               move "Dossier- en notariskosten:" to CO-TEKST
               move "KOSTEN" to WS-TEKST-SLEUTEL
               move WS-DOSSIER to DISPLAY-AMT
               move WS-NOTARIS to DISPLAY-AMT2
               move spaces to CO-WAARDE
               string function trim(DISPLAY-AMT) " + "
                          delimited by size
                      function trim(DISPLAY-AMT2) " EUR"
                          delimited by size
                   into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Rekeningkosten per jaar:" to CO-TEKST
               move "REKKOST" to WS-TEKST-SLEUTEL
               move WS-REKENING-JAAR to DISPLAY-AMT
               move spaces to CO-WAARDE
               string function trim(DISPLAY-AMT) " EUR"
                   delimited by size into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Totale kosten krediet:" to CO-TEKST
               move "TOTAALKOST" to WS-TEKST-SLEUTEL
               move WS-TOTCOST to DISPLAY-AMT
               move spaces to CO-WAARDE
               string function trim(DISPLAY-AMT) " EUR"
                   delimited by size into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT

      *>        4. the repayments
               move "4. Aflossingen" to CO-TEKST
               move "ES4" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move "Aantal aflossingen:" to CO-TEKST
               move "AANTALTERMIJN" to WS-TEKST-SLEUTEL
               move WS-NUM-MONTHS to DISPLAY-MND
               move function trim(DISPLAY-MND) to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Maandelijkse aflossing:" to CO-TEKST
               move "TERMIJN" to WS-TEKST-SLEUTEL
               move WS-MONTHLY-PAYMENT to DISPLAY-AMT
               move spaces to CO-WAARDE
               string function trim(DISPLAY-AMT) " EUR"
                   delimited by size into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               if WS-VARIABEL = "Y"
                   move "Maximale aflossing:" to CO-TEKST
                   move "MAXTERMIJN" to WS-TEKST-SLEUTEL
                   move WS-MAX-PAYMENT to DISPLAY-AMT
                   move spaces to CO-WAARDE
                   string function trim(DISPLAY-AMT) " EUR"
                       delimited by size into CO-WAARDE
                   end-string
                   perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               end-if

      *>        5. the repayment table, year by year
               move "5. Aflossingstabel" to CO-TEKST
               move "ES5" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move spaces to DOC-REGEL
               move "Jaar" to CO-TEKST
               move "TABJAAR" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move CO-TEKST(1:6) to DOC-REGEL(3:6)
               move "Rente" to CO-TEKST
               move "TABRENTE" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move CO-TEKST(1:10) to DOC-REGEL(9:10)
               move "Aflossing" to CO-TEKST
               move "TABAFLOS" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move CO-TEKST(1:10) to DOC-REGEL(21:10)
               move "Saldo" to CO-TEKST
               move "TABSALDO" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move CO-TEKST(1:10) to DOC-REGEL(34:10)
               write DOC-REGEL
               perform 3100-WRITE-TABEL thru 3100-EXIT

      *>        6. additional obligations -- the insurance
               move "6. Bijkomende verplichtingen" to CO-TEKST
               move "ES6" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move "Schuldsaldoverzekering:" to CO-TEKST
               move "SSV" to WS-TEKST-SLEUTEL
               move WS-SSV-JAAR to DISPLAY-AMT
               move WS-SSV-PCT to DISPLAY-PCT4
               move WS-SSV-TOTAL to DISPLAY-AMT2
               move spaces to CO-WAARDE
               string function trim(DISPLAY-AMT) " EUR + "
                          delimited by size
                      function trim(DISPLAY-PCT4) " % = "
                          delimited by size
                      function trim(DISPLAY-AMT2) " EUR"
                          delimited by size
                   into CO-WAARDE
               end-string
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT

      *>        7. early repayment
               move "7. Vervroegde terugbetaling" to CO-TEKST
               move "ES7" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move "Vergoeding (maanden rente):" to CO-TEKST
               move "WEDERBEL" to WS-TEKST-SLEUTEL
               move WS-WEDERBEL-MND to DISPLAY-JAAR
               move function trim(DISPLAY-JAAR) to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT

      *>        8. complaints and supervision
               move "8. Klachten en toezicht" to CO-TEKST
               move "ES8" to WS-TEKST-SLEUTEL
               perform 4200-WRITE-KOP thru 4200-EXIT
               move "Klachtendienst:" to CO-TEKST
               move "KLACHTEN" to WS-TEKST-SLEUTEL
               move WS-KLACHTEN to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move "Toezichthouder:" to CO-TEKST
               move "TOEZICHT" to WS-TEKST-SLEUTEL
               move WS-TOEZICHT to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT

      *>        the representative example, then the offer itself
               move spaces to DOC-REGEL
               write DOC-REGEL
               move "Representatief voorbeeld:" to CO-TEKST
               move "VOORBEELD" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move spaces to DOC-REGEL
               move CO-TEKST to DOC-REGEL
               write DOC-REGEL
               perform 3200-WRITE-VOORBEELD thru 3200-EXIT

               move spaces to DOC-REGEL
               write DOC-REGEL
               move all "=" to DOC-REGEL(1:72)
               write DOC-REGEL
               move "KREDIETAANBOD" to CO-TEKST
               move "AANBODTITEL" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move spaces to DOC-REGEL
               string function trim(CO-TEKST) "  " delimited by size
                      WS-AANBOD-NR delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move "Geldig tot:" to CO-TEKST
               move "GELDIGTOT" to WS-TEKST-SLEUTEL
               move WS-GELDIG-TOT to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move spaces to DOC-REGEL
               write DOC-REGEL
               move "Voor akkoord de kredietnemer:" to CO-TEKST
               move "HANDTEKENING" to WS-TEKST-SLEUTEL
               move "______________________________" to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move spaces to DOC-REGEL
               write DOC-REGEL
               move "Voor de kredietgever:" to CO-TEKST
               move "KREDIETGEVER" to WS-TEKST-SLEUTEL
               move "______________________________" to CO-WAARDE
               perform 4100-WRITE-LABEL-REGEL thru 4100-EXIT
               move all "=" to DOC-REGEL(1:72)
               write DOC-REGEL
               close DOC-FILE.
           3000-EXIT.
               exit.

      *>    year by year: the interest and principal of its twelve
      *>    instalments and the balance at its end
           3100-WRITE-TABEL.
               move CAPITAL-N to WS-BALANCE
               compute WS-MONTHLY-RATE = RATE-N / 100 / 12
               move 0 to WS-JAAR-RENTE
               move 0 to WS-JAAR-AFLOSSING
               move 1 to WS-JAAR-IDX
               perform varying WS-MONTH-IDX from 1 by 1
                       until WS-MONTH-IDX > WS-NUM-MONTHS
                   compute WS-MONTH-INTEREST rounded =
                       WS-BALANCE * WS-MONTHLY-RATE
                   compute WS-MONTH-PRINCIPAL =
                       WS-MONTHLY-PAYMENT - WS-MONTH-INTEREST
                   if WS-MONTH-PRINCIPAL > WS-BALANCE
                       or WS-MONTH-IDX = WS-NUM-MONTHS
                       move WS-BALANCE to WS-MONTH-PRINCIPAL
                   end-if
                   subtract WS-MONTH-PRINCIPAL from WS-BALANCE
                   add WS-MONTH-INTEREST to WS-JAAR-RENTE
                   add WS-MONTH-PRINCIPAL to WS-JAAR-AFLOSSING
                   if function mod(WS-MONTH-IDX 12) = 0
                       move WS-JAAR-IDX to DISPLAY-JAAR
                       move WS-JAAR-RENTE to DISPLAY-AMT
                       move WS-JAAR-AFLOSSING to DISPLAY-AMT2
                       move WS-BALANCE to DISPLAY-AMT3
                       move spaces to DOC-REGEL
                       string "  " DISPLAY-JAAR " " DISPLAY-AMT " "
                              DISPLAY-AMT2 " " DISPLAY-AMT3
                           delimited by size into DOC-REGEL
                       end-string
                       write DOC-REGEL
                       add 1 to WS-JAAR-IDX
                       move 0 to WS-JAAR-RENTE
                       move 0 to WS-JAAR-AFLOSSING
                   end-if
               end-perform.
           3100-EXIT.
               exit.

      *>    the representative example: amount, term, rate, the
      *>    instalment, the JKP and the total, on three lines
           3200-WRITE-VOORBEELD.
               move "Kredietbedrag:" to CO-TEKST
               move "BEDRAG" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move CAPITAL-N to DISPLAY-AMT
               move YEARS-N to DISPLAY-JAAR
               move RATE-N to DISPLAY-PCT
               move spaces to DOC-REGEL
               string "  " function trim(CO-TEKST) " "
                          delimited by size
                      function trim(DISPLAY-AMT) " EUR / "
                          delimited by size
                      function trim(DISPLAY-JAAR) " x 12 / "
                          delimited by size
                      function trim(DISPLAY-PCT) " %"
                          delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL
               move "Maandelijkse aflossing:" to CO-TEKST
               move "TERMIJN" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move WS-MONTHLY-PAYMENT to DISPLAY-AMT
               move WS-JKP to DISPLAY-PCT
               move spaces to DOC-REGEL
               string "  " function trim(CO-TEKST) " "
                          delimited by size
                      function trim(DISPLAY-AMT) " EUR / "
                          delimited by size
                   into DOC-REGEL
               end-string
               move "JKP:" to CO-TEKST
               move "JKP" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               string function trim(DOC-REGEL) " " delimited by size
                      function trim(CO-TEKST) " " delimited by size
                      function trim(DISPLAY-PCT) " %"
                          delimited by size
                   into CO-WAARDE
               end-string
               move spaces to DOC-REGEL
               string "  " function trim(CO-WAARDE)
                   delimited by size into DOC-REGEL
               end-string
               write DOC-REGEL
               move "Totaal terug te betalen:" to CO-TEKST
               move "TOTAALTERUG" to WS-TEKST-SLEUTEL
               perform 4000-GET-TEKST thru 4000-EXIT
               move WS-TOTAAL-TERUG to DISPLAY-AMT
               move spaces to DOC-REGEL
               string "  " function trim(CO-TEKST) " "
                          delimited by size
                      function trim(DISPLAY-AMT) " EUR"
                          delimited by size
                   into DOC-REGEL
               end-string
               write DOC-REGEL.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-GET-TEKST: CO-TEKST holds the NL text; a row for
      *> WS-DOC-TAAL and WS-TEKST-SLEUTEL replaces it.
      *>----------------------------------------------------------------
           4000-GET-TEKST.
               if WS-DOC-TAAL = "NL" or WS-TEKST-COUNT = 0
                   go to 4000-EXIT
               end-if
               perform varying TEKST-IDX from 1 by 1
                       until TEKST-IDX > WS-TEKST-COUNT
                   if TXT-TAAL(TEKST-IDX) = WS-DOC-TAAL
                       and function trim(TXT-SLEUTEL(TEKST-IDX))
                           = function trim(WS-TEKST-SLEUTEL)
                       move TXT-TEKST(TEKST-IDX) to CO-TEKST
                       exit perform
                   end-if
               end-perform.
           4000-EXIT.
               exit.

      *>    one "label ... value" line, the label translated
           4100-WRITE-LABEL-REGEL.
               perform 4000-GET-TEKST thru 4000-EXIT
               move spaces to DOC-REGEL
               move CO-TEKST to DOC-REGEL(3:30)
               move CO-WAARDE to DOC-REGEL(35:80)
               write DOC-REGEL.
           4100-EXIT.
               exit.

      *>    a section heading, a blank line above it
           4200-WRITE-KOP.
               perform 4000-GET-TEKST thru 4000-EXIT
               move spaces to DOC-REGEL
               write DOC-REGEL
               move CO-TEKST to DOC-REGEL
               write DOC-REGEL.
           4200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-REGISTER-AANBOD: the offer on Kredietaanbod-Register.csv
      *> (AanbodNr,Klant,InputFile,Regel,Kapitaal,Rente,Jaren,
      *> Termijn,JKP,Datum,GeldigTot,Document,Operator).
      *>----------------------------------------------------------------
           5000-REGISTER-AANBOD.
               open extend AANBOD-FILE
               if WS-AANBOD-STATUS not = "00"
                   open output AANBOD-FILE
                   move spaces to AANBOD-REGEL
                   string "AanbodNr,Klant,InputFile,Regel,Kapitaal,"
                          "Rente,Jaren,Termijn,JKP,Datum,GeldigTot,"
                          "Document,Operator" delimited by size
                       into AANBOD-REGEL
                   end-string
                   write AANBOD-REGEL
               end-if
               move CAPITAL-N to DISPLAY-AMT
               move RATE-N to DISPLAY-PCT
               move YEARS-N to DISPLAY-JAAR
               move WS-MONTHLY-PAYMENT to DISPLAY-AMT2
               move WS-REGELNR to DISPLAY-REGELNR
               move spaces to AANBOD-REGEL CO-REGEL
               string WS-AANBOD-NR "," delimited by size
                      function trim(WS-KLANT) "," delimited by size
                      function trim(DYNAMIC-INFILE) ","
                          delimited by size
                      function trim(DISPLAY-REGELNR) ","
                          delimited by size
                      function trim(DISPLAY-AMT) "," delimited by size
                      function trim(DISPLAY-PCT) "," delimited by size
                      function trim(DISPLAY-JAAR) "," delimited by size
                      function trim(DISPLAY-AMT2) ","
                          delimited by size
                   into AANBOD-REGEL
               end-string
               move WS-JKP to DISPLAY-PCT
               string function trim(AANBOD-REGEL) delimited by size
                      function trim(DISPLAY-PCT) "," delimited by size
                      WS-VANDAAG "," WS-GELDIG-TOT ","
                          delimited by size
                      function trim(DYNAMIC-DOCFILE) ","
                          delimited by size
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into CO-REGEL
               end-string
               move CO-REGEL to AANBOD-REGEL
               write AANBOD-REGEL
               close AANBOD-FILE.
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-ARCHIVE-DOCUMENT: the document filed under Archive/
      *> <date> and catalogued, the way MorgageCalculation files its
      *> runs -- ArchiveRetrieve brings it back as a Reprint- copy.
      *>----------------------------------------------------------------
           5100-ARCHIVE-DOCUMENT.
               move spaces to WS-CMD
               string "mkdir -p Archive/" delimited by size
                      WS-ARCHIVE-DATE delimited by size
                      " && cp -p " delimited by size
                      function trim(DYNAMIC-DOCFILE) delimited by size
                      " Archive/" delimited by size
                      WS-ARCHIVE-DATE delimited by size
                      "/" delimited by size
                   into WS-CMD
               end-string
               call "SYSTEM" using WS-CMD
               move CAPITAL-N to DISPLAY-AMT
               move spaces to WS-SEAL-REGEL
               string WS-ARCHIVE-DATE delimited by size
                      ",CreditOffer," delimited by size
                      function trim(DYNAMIC-DOCFILE)
                          delimited by size
                      ",1,1," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      ",Archive/" delimited by size
                      WS-ARCHIVE-DATE delimited by size
                   into WS-SEAL-REGEL
               end-string
      *>    seal the row -- the checksum of every archived file,
      *>    chained to the catalog row before it (see ArchiveSeal).
               move spaces to WS-SEAL-BESTANDEN
               string function trim(DYNAMIC-DOCFILE)
                   delimited by size into WS-SEAL-BESTANDEN
               end-string
               call "ArchiveSeal" using WS-SEAL-ACTIE WS-SEAL-REGEL
                   WS-SEAL-BESTANDEN WS-SEAL-STATUS LINK-OPERATOR-ID
               end-call
               cancel "ArchiveSeal"
               move 0 to return-code
               open extend CATALOG-FILE
               if WS-CATALOG-STATUS not = "00"
                   open output CATALOG-FILE
                   if WS-CATALOG-STATUS = "00"
                       move spaces to CATALOG-REGEL
                       string "RunDatum,Programma,InputFile,RecordsIn,"
                              "RecordsOut,BatchTotaal,ArchiefPad,"
                              "Bestanden,Keten"
                                  delimited by size
                           into CATALOG-REGEL
                       end-string
                       write CATALOG-REGEL
                   end-if
               end-if
               if WS-CATALOG-STATUS = "00"
                   move WS-SEAL-REGEL to CATALOG-REGEL
                   write CATALOG-REGEL
                   close CATALOG-FILE
               end-if.
           5100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5200-QUEUE-DISPATCH: the document on DispatchRun's queue,
      *> WACHTEND, against the customer's Bezorging and Email.
      *>----------------------------------------------------------------
           5200-QUEUE-DISPATCH.
               open extend REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   open output REGISTER-FILE
                   move spaces to REGISTER-REGEL
                   string "Document,OntvangerSoort,OntvangerNr,"
                          "Bezorging,Adres,Status,Aangemaakt,"
                          "VerzondenOp,Operator" delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-if
               move spaces to REGISTER-REGEL
               string function trim(DYNAMIC-DOCFILE) delimited by size
                      ",KLANT," delimited by size
                      function trim(WS-KLANT) delimited by size
                      "," delimited by size
                      function trim(WS-KL-BEZORGING) delimited by size
                      "," delimited by size
                      function trim(WS-KL-EMAIL) delimited by size
                      ",WACHTEND," delimited by size
                      WS-VANDAAG delimited by size
                      ",," delimited by size
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               close REGISTER-FILE.
           5200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: one line on the shared audit trail.
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
               move "CreditOffer" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move DYNAMIC-INFILE to LOG-INPUT-FILE
               move DYNAMIC-DOCFILE to LOG-OUTPUT-FILE
               move WS-LENINGREGELS to LOG-RECORDS-IN
               if WS-RETURN-CODE = 0
                   move 1 to LOG-RECORDS-OUT
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move 0 to LOG-RECORDS-OUT
                   move "FAILED" to LOG-FINAL-STATUS
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
