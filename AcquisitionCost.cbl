      *>----------------------------------------------------------------
      *> AcquisitionCost -- the loan a property purchase actually needs.
      *> MorgageCalculation and the affordability check both start
      *> from a loan amount; the customer first asks how much to
      *> borrow once the registratierechten, the notary and the
      *> mortgage deed are paid and the own funds are put in. Per
      *> purchase row of the input file
      *>     Dossier,Prijs,Gewest,Status,EigenMiddelen,Rente,Jaren
      *>     [,DossierKost,SsvJaar,SsvPct]
      *> (Gewest VL / WA / BR; Status STANDAARD, EIGENWONING for the
      *> enige eigen woning, EERSTEWONING for a first own home) it
      *> works out, off the maintained table Aankoopkosten-Tarieven.csv:
      *>   - the registratierechten at the region's rate for that
      *>     status, less the region's abattement where the price is
      *>     within its ceiling (an EERSTEWONING without a row of its
      *>     own takes EIGENWONING, a status without a row STANDAARD);
      *>   - the notary's fee on the sale deed (EREAKTE scale, slice
      *>     by slice) plus the deed's fixed costs (AKTEKOST), VAT on
      *>     both;
      *>   - the mortgage deed: fee on the loan (EREHYPO scale), fixed
      *>     costs (HYPOKOST) with VAT, and the registration and
      *>     inscription duties on the loan plus its accessories
      *>     (HYPOREGISTRATIE, HYPOINSCHRIJVING, HYPOACCESSOIRES);
      *>   - the required loan: price plus all costs less own funds.
      *>     The mortgage deed costs are themselves financed, so the
      *>     loan is settled over a few passes until it stands still.
      *> Results go to Aankoopkosten-<file>. The loans go straight on
      *> as a MorgageCalculation input, Hypotheek-<file> (one
      *> Capital,Rate,Years row per purchase, the mortgage deed costs
      *> in the Notaris column so the JKP counts them), which is run
      *> at once; given an employee and a net-income source, the
      *> resulting Output-Hypotheek-<file> also goes through
      *> AffordabilityReport.
      *>     call "AcquisitionCost" using <file> <werknemer>
      *>         <net source> <operator>
      *>----------------------------------------------------------------
       identification division.
       program-id. AcquisitionCost.
       environment division.
       input-output section.
       file-control.
           select INPUT-FILE assign dynamic DYNAMIC-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select TARIEF-FILE assign to "Aankoopkosten-Tarieven.csv"
               organization is line sequential
               file status is WS-TARIEF-STATUS.
           select RESULT-FILE assign dynamic DYNAMIC-RESULTFILE
               organization is line sequential
               file status is WS-RESULT-STATUS.
           select HYPO-FILE assign dynamic DYNAMIC-HYPOFILE
               organization is line sequential
               file status is WS-HYPO-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd INPUT-FILE.
           01 INPUT-REGEL pic x(200).

           fd TARIEF-FILE.
           01 TARIEF-REGEL pic x(80).

           fd RESULT-FILE.
           01 RESULT-REGEL pic x(250).

           fd HYPO-FILE.
           01 HYPO-REGEL pic x(120).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-INPUT-STATUS pic xx.
           01 WS-TARIEF-STATUS pic xx.
           01 WS-RESULT-STATUS pic xx.
           01 WS-HYPO-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-INFILE pic x(30).
           01 DYNAMIC-RESULTFILE pic x(40).
           01 DYNAMIC-HYPOFILE pic x(30).
           01 WS-INFILE-REV pic x(30).
           01 WS-BASE-REV pic x(30).
           01 WS-BASE-NAME pic x(30).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-RECORDS-IN pic 9(07) value 0.
           01 WS-RECORDS-OUT pic 9(07) value 0.
           01 WS-REJECTS pic 9(07) value 0.

      *>    Aankoopkosten-Tarieven.csv (Soort,Gewest,Status,Grens,Pct,
      *>    Bedrag): REGISTRATIE rows per region and status (Grens =
      *>    price ceiling of the abattement, 0 = none; Bedrag = the
      *>    abattement), EREAKTE/EREHYPO fee-scale slices (Grens =
      *>    slice upper bound, ascending), AKTEKOST/HYPOKOST fixed
      *>    deed costs (Bedrag), HYPOREGISTRATIE/HYPOINSCHRIJVING/
      *>    HYPOACCESSOIRES/BTW percentages (Pct)
           01 T-SOORT pic x(20).
           01 T-GEWEST pic x(04).
           01 T-STATUS pic x(14).
           01 T-GRENS-S pic x(12).
           01 T-PCT-S pic x(10).
           01 T-BEDRAG-S pic x(12).
           01 WS-REG-COUNT pic 9(02) value 0.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY occurs 30 times.
                   10 REG-GEWEST pic x(04).
                   10 REG-STATUS pic x(14).
                   10 REG-PLAFOND pic 9(9)V99.
                   10 REG-PCT pic 9(2)V9999.
                   10 REG-ABATTEMENT pic 9(9)V99.
           01 WS-AKTE-COUNT pic 9(02) value 0.
           01 WS-AKTE-TABLE.
               05 WS-AKTE-ENTRY occurs 15 times.
                   10 AKTE-GRENS pic 9(9)V99.
                   10 AKTE-PCT pic 9(2)V9999.
           01 WS-HYPO-COUNT pic 9(02) value 0.
           01 WS-HYPO-TABLE.
               05 WS-HYPO-ENTRY occurs 15 times.
                   10 HYPO-GRENS pic 9(9)V99.
                   10 HYPO-PCT pic 9(2)V9999.
           01 WS-AKTEKOST pic 9(7)V99 value 0.
           01 WS-HYPOKOST pic 9(7)V99 value 0.
           01 WS-HYPOREG-PCT pic 9(2)V9999 value 0.
           01 WS-HYPOINS-PCT pic 9(2)V9999 value 0.
           01 WS-ACCESSOIRE-PCT pic 9(2)V9999 value 0.
           01 WS-BTW-PCT pic 9(2)V99 value 21.00.

      *>    one purchase row
           01 P-DOSSIER pic x(12).
           01 P-PRIJS-S pic x(12).
           01 P-GEWEST pic x(04).
           01 P-STATUS pic x(14).
           01 P-EIGEN-S pic x(12).
           01 P-RENTE-S pic x(08).
           01 P-JAREN-S pic x(04).
           01 P-DOSSIERKOST-S pic x(10).
           01 P-SSV-JAAR-S pic x(10).
           01 P-SSV-PCT-S pic x(08).
           01 P-PRIJS pic 9(9)V99.
           01 P-EIGEN pic 9(9)V99.
           01 P-RENTE pic 9(2)V99.
           01 P-JAREN pic 9(02).
           01 P-DOSSIERKOST pic 9(6)V99.
           01 WS-ROW-OK pic x(01).
           01 WS-REDEN pic x(40).

      *>    the costs of one purchase
           01 WS-REG-IDX pic 9(02).
           01 WS-REG-GEVONDEN pic 9(02).
           01 WS-ZOEK-STATUS pic x(14).
           01 WS-REG-BASIS pic 9(9)V99.
           01 WS-REGISTRATIE pic 9(9)V99.
           01 WS-EREAKTE pic 9(7)V99.
           01 WS-EREHYPO pic 9(7)V99.
           01 WS-BTW-AKTE pic 9(7)V99.
           01 WS-BTW-HYPO pic 9(7)V99.
           01 WS-HYPO-BASIS pic 9(9)V99.
           01 WS-HYPO-RECHTEN pic 9(7)V99.
           01 WS-HYPO-INSCHR pic 9(7)V99.
           01 WS-KOSTEN-AKTE pic 9(9)V99.
           01 WS-KOSTEN-HYPO pic 9(9)V99.
           01 WS-KOSTEN-TOTAAL pic 9(9)V99.
           01 WS-BENODIGD pic S9(9)V99.
           01 WS-LENING pic 9(9)V99.
           01 WS-VORIGE-LENING pic 9(9)V99.
           01 WS-PASS pic 9(02).
           01 WS-TUSSEN pic 9(11)V9(6).

      *>    one fee scale, slice by slice
           01 WS-SCHAAL-BEDRAG pic 9(9)V99.
           01 WS-SCHAAL-EREL pic 9(7)V99.
           01 WS-SCHAAL-IDX pic 9(02).
           01 WS-SCHAAL-VORIG pic 9(9)V99.
           01 WS-SCHIJF pic 9(9)V99.
           01 WS-SCHIJF-EREL pic 9(7)V99.

      *>    handed on to MorgageCalculation / AffordabilityReport
           01 WS-HYPO-MODE pic x(01) value "L".
           01 WS-AFFORD-PATTERN pic x(60).

           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT2 pic Z(8)9.99.
           01 DISPLAY-AMT3 pic Z(8)9.99.
           01 DISPLAY-AMT4 pic Z(8)9.99.
           01 DISPLAY-AMT5 pic Z(8)9.99.
           01 DISPLAY-AMT6 pic Z(8)9.99.
           01 DISPLAY-PCT pic Z9.99.
           01 DISPLAY-PCT4 pic Z9.9999.
           01 DISPLAY-JAAR pic Z9.
           01 DISPLAY-COUNT pic Z(6)9.
           01 WS-REGEL pic x(250).

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-INPUT-FILE pic x(30).
           01 LINK-WERKNEMER pic x(30).
           01 LINK-NET-SOURCE pic x(30).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-INPUT-FILE LINK-WERKNEMER
               LINK-NET-SOURCE LINK-OPERATOR-ID.

           move 0 to WS-RETURN-CODE
           move 0 to WS-RECORDS-IN WS-RECORDS-OUT WS-REJECTS
           move function current-date to WS-CURRENT-DATETIME
           move LINK-INPUT-FILE to DYNAMIC-INFILE
      *>    output names off the bare file name, path stripped
           move function reverse(function trim(DYNAMIC-INFILE))
               to WS-INFILE-REV
           move spaces to WS-BASE-REV
           unstring WS-INFILE-REV delimited by "/"
               into WS-BASE-REV
           end-unstring
           move function reverse(function trim(WS-BASE-REV))
               to WS-BASE-NAME
           move spaces to DYNAMIC-RESULTFILE DYNAMIC-HYPOFILE
           string "Aankoopkosten-" function trim(WS-BASE-NAME)
               delimited by size into DYNAMIC-RESULTFILE
           end-string
           string "Hypotheek-" function trim(WS-BASE-NAME)
               delimited by size into DYNAMIC-HYPOFILE
           end-string

           perform 1000-LOAD-TARIEVEN thru 1000-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if

           open input INPUT-FILE
           if WS-INPUT-STATUS not = "00"
               display "Invoerbestand niet gevonden: "
                   function trim(DYNAMIC-INFILE)
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           open output RESULT-FILE
           move spaces to RESULT-REGEL
           string "Dossier,Prijs,Gewest,Status,Registratie,"
                  "EreloonAkte,KostenAkte,EreloonHypo,HypoRechten,"
                  "KostenHypo,TotaalKosten,EigenMiddelen,Lening,"
                  "Opmerking" delimited by size
               into RESULT-REGEL
           end-string
           write RESULT-REGEL
           open output HYPO-FILE
           move spaces to HYPO-REGEL
           string "Capital,Rate,Years,Valuta,Datum,Dossier,Notaris,"
                  "RekeningJaar,SsvJaar,SsvPct" delimited by size
               into HYPO-REGEL
           end-string
           write HYPO-REGEL

           read INPUT-FILE into INPUT-REGEL *> header
           move "0" to EOF-FLAG
           perform until EOF-FLAG = "1"
               read INPUT-FILE into INPUT-REGEL
                   at end
                       move "1" to EOF-FLAG
                   not at end
                       if INPUT-REGEL not = spaces
                           add 1 to WS-RECORDS-IN
                           perform 2000-ONE-PURCHASE thru 2000-EXIT
                       end-if
               end-read
           end-perform
           close INPUT-FILE
           close RESULT-FILE
           close HYPO-FILE

           move WS-RECORDS-OUT to DISPLAY-COUNT
           display function trim(DISPLAY-COUNT)
               " aankoop(en) berekend in "
               function trim(DYNAMIC-RESULTFILE)
           if WS-REJECTS > 0
               move WS-REJECTS to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " rij(en) geweigerd -- zie de Opmerking-kolom."
           end-if
           if WS-RECORDS-OUT = 0
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if

      *>    the loans straight on through the mortgage calculation
      *>    and, for an employee, the affordability check
           display "Leningen doorgegeven aan MorgageCalculation: "
               function trim(DYNAMIC-HYPOFILE)
           call "MorgageCalculation" using DYNAMIC-HYPOFILE
                                           WS-HYPO-MODE
                                           LINK-OPERATOR-ID
           cancel "MorgageCalculation"
           if function trim(LINK-WERKNEMER) not = spaces
               and function trim(LINK-WERKNEMER) not = "-"
               move spaces to WS-AFFORD-PATTERN
               string "Output-" function trim(DYNAMIC-HYPOFILE)
                   delimited by size into WS-AFFORD-PATTERN
               end-string
               call "AffordabilityReport" using LINK-WERKNEMER
                                                LINK-NET-SOURCE
                                                WS-AFFORD-PATTERN
               cancel "AffordabilityReport"
           end-if.

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-TARIEVEN: the duty rates, fee scales and fixed
      *> costs. Without the table nothing can be priced.
      *>----------------------------------------------------------------
           1000-LOAD-TARIEVEN.
               open input TARIEF-FILE
               if WS-TARIEF-STATUS not = "00"
                   display "Aankoopkosten-Tarieven.csv not found --"
                       " geen berekening."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read TARIEF-FILE into TARIEF-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TARIEF-FILE into TARIEF-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1100-ONE-TARIEF thru 1100-EXIT
                   end-read
               end-perform
               close TARIEF-FILE
               if WS-REG-COUNT = 0 or WS-AKTE-COUNT = 0
                   or WS-HYPO-COUNT = 0
                   display "Aankoopkosten-Tarieven.csv mist"
                       " REGISTRATIE-, EREAKTE- of EREHYPO-rijen."
                   move 1 to WS-RETURN-CODE
               end-if.
           1000-EXIT.
               exit.

           1100-ONE-TARIEF.
               move spaces to T-SOORT T-GEWEST T-STATUS T-GRENS-S
                   T-PCT-S T-BEDRAG-S
               unstring function trim(TARIEF-REGEL) delimited by ","
                   into T-SOORT T-GEWEST T-STATUS T-GRENS-S T-PCT-S
                        T-BEDRAG-S
               end-unstring
               if function trim(T-GRENS-S) = spaces
                   move "0" to T-GRENS-S
               end-if
               if function trim(T-PCT-S) = spaces
                   move "0" to T-PCT-S
               end-if
               if function trim(T-BEDRAG-S) = spaces
                   move "0" to T-BEDRAG-S
               end-if
               evaluate function upper-case(function trim(T-SOORT))
                   when "REGISTRATIE"
                       if WS-REG-COUNT < 30
                           add 1 to WS-REG-COUNT
                           move function upper-case(T-GEWEST)
                               to REG-GEWEST(WS-REG-COUNT)
                           move function upper-case(T-STATUS)
                               to REG-STATUS(WS-REG-COUNT)
                           move function numval(function trim(
                               T-GRENS-S)) to REG-PLAFOND(WS-REG-COUNT)
                           move function numval(function trim(
                               T-PCT-S)) to REG-PCT(WS-REG-COUNT)
                           move function numval(function trim(
                               T-BEDRAG-S))
                               to REG-ABATTEMENT(WS-REG-COUNT)
                       end-if
                   when "EREAKTE"
                       if WS-AKTE-COUNT < 15
                           add 1 to WS-AKTE-COUNT
                           move function numval(function trim(
                               T-GRENS-S)) to AKTE-GRENS(WS-AKTE-COUNT)
                           move function numval(function trim(
                               T-PCT-S)) to AKTE-PCT(WS-AKTE-COUNT)
                       end-if
                   when "EREHYPO"
                       if WS-HYPO-COUNT < 15
                           add 1 to WS-HYPO-COUNT
                           move function numval(function trim(
                               T-GRENS-S)) to HYPO-GRENS(WS-HYPO-COUNT)
                           move function numval(function trim(
                               T-PCT-S)) to HYPO-PCT(WS-HYPO-COUNT)
                       end-if
                   when "AKTEKOST"
                       move function numval(function trim(T-BEDRAG-S))
                           to WS-AKTEKOST
                   when "HYPOKOST"
                       move function numval(function trim(T-BEDRAG-S))
                           to WS-HYPOKOST
                   when "HYPOREGISTRATIE"
                       move function numval(function trim(T-PCT-S))
                           to WS-HYPOREG-PCT
                   when "HYPOINSCHRIJVING"
                       move function numval(function trim(T-PCT-S))
                           to WS-HYPOINS-PCT
                   when "HYPOACCESSOIRES"
                       move function numval(function trim(T-PCT-S))
                           to WS-ACCESSOIRE-PCT
                   when "BTW"
                       move function numval(function trim(T-PCT-S))
                           to WS-BTW-PCT
               end-evaluate.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-PURCHASE: validate, price the purchase deed, settle
      *> the loan with its own deed costs, write both rows.
      *>----------------------------------------------------------------
           2000-ONE-PURCHASE.
               move spaces to P-DOSSIER P-PRIJS-S P-GEWEST P-STATUS
                   P-EIGEN-S P-RENTE-S P-JAREN-S P-DOSSIERKOST-S
                   P-SSV-JAAR-S P-SSV-PCT-S WS-REDEN
               unstring function trim(INPUT-REGEL) delimited by ","
                   into P-DOSSIER P-PRIJS-S P-GEWEST P-STATUS P-EIGEN-S
                        P-RENTE-S P-JAREN-S P-DOSSIERKOST-S
                        P-SSV-JAAR-S P-SSV-PCT-S
               end-unstring
               move function upper-case(P-GEWEST) to P-GEWEST
               move function upper-case(P-STATUS) to P-STATUS
               if function trim(P-STATUS) = spaces
                   move "STANDAARD" to P-STATUS
               end-if
               if function trim(P-EIGEN-S) = spaces
                   move "0" to P-EIGEN-S
               end-if
               move "Y" to WS-ROW-OK
               if function test-numval(function trim(P-PRIJS-S)) not = 0
                   or function test-numval(function trim(P-EIGEN-S))
                       not = 0
                   or function test-numval(function trim(P-RENTE-S))
                       not = 0
                   or function test-numval(function trim(P-JAREN-S))
                       not = 0
                   move "N" to WS-ROW-OK
                   move "Prijs/middelen/rente/jaren niet numeriek"
                       to WS-REDEN
                   perform 2600-REJECT thru 2600-EXIT
                   go to 2000-EXIT
               end-if
               move function numval(function trim(P-PRIJS-S))
                   to P-PRIJS
               move function numval(function trim(P-EIGEN-S)) to P-EIGEN
               move function numval(function trim(P-RENTE-S))
                   to P-RENTE
               move function numval(function trim(P-JAREN-S))
                   to P-JAREN
               move 0 to P-DOSSIERKOST
               if function trim(P-DOSSIERKOST-S) not = spaces
                   and function test-numval(function trim(
                       P-DOSSIERKOST-S)) = 0
                   move function numval(function trim(P-DOSSIERKOST-S))
                       to P-DOSSIERKOST
               end-if
               if P-PRIJS = 0
                   move "Prijs nul" to WS-REDEN
                   perform 2600-REJECT thru 2600-EXIT
                   go to 2000-EXIT
               end-if
               if P-JAREN < 1 or P-JAREN > 30 or P-RENTE > 15.00
                   move "Looptijd/rente buiten bereik" to WS-REDEN
                   perform 2600-REJECT thru 2600-EXIT
                   go to 2000-EXIT
               end-if

      *>        the registration duty: the status's own row, else
      *>        EIGENWONING for a first home, else STANDAARD
               move P-STATUS to WS-ZOEK-STATUS
               perform 2100-FIND-REGISTRATIE thru 2100-EXIT
               if WS-REG-GEVONDEN = 0 and P-STATUS = "EERSTEWONING"
                   move "EIGENWONING" to WS-ZOEK-STATUS
                   perform 2100-FIND-REGISTRATIE thru 2100-EXIT
               end-if
               if WS-REG-GEVONDEN = 0
                   move "STANDAARD" to WS-ZOEK-STATUS
                   perform 2100-FIND-REGISTRATIE thru 2100-EXIT
               end-if
               if WS-REG-GEVONDEN = 0
                   move spaces to WS-REDEN
                   string "Geen registratietarief voor gewest "
                          function trim(P-GEWEST) delimited by size
                       into WS-REDEN
                   end-string
                   perform 2600-REJECT thru 2600-EXIT
                   go to 2000-EXIT
               end-if
               move P-PRIJS to WS-REG-BASIS
               if REG-PLAFOND(WS-REG-GEVONDEN) = 0
                   or P-PRIJS <= REG-PLAFOND(WS-REG-GEVONDEN)
                   if REG-ABATTEMENT(WS-REG-GEVONDEN) >= P-PRIJS
                       move 0 to WS-REG-BASIS
                   else
                       subtract REG-ABATTEMENT(WS-REG-GEVONDEN)
                           from WS-REG-BASIS
                   end-if
               end-if
               compute WS-TUSSEN = WS-REG-BASIS
                   * REG-PCT(WS-REG-GEVONDEN)
               compute WS-REGISTRATIE rounded = WS-TUSSEN / 100

      *>        the sale deed: scale fee plus fixed costs, VAT on both
               move P-PRIJS to WS-SCHAAL-BEDRAG
               perform 2200-SCHAAL-AKTE thru 2200-EXIT
               move WS-SCHAAL-EREL to WS-EREAKTE
               compute WS-TUSSEN = (WS-EREAKTE + WS-AKTEKOST)
                   * WS-BTW-PCT
               compute WS-BTW-AKTE rounded = WS-TUSSEN / 100
               compute WS-KOSTEN-AKTE = WS-REGISTRATIE + WS-EREAKTE
                   + WS-AKTEKOST + WS-BTW-AKTE

      *>        the loan carries its own deed costs: start from the
      *>        loan without them and settle pass by pass
               move 0 to WS-KOSTEN-HYPO
               move 0 to WS-EREHYPO WS-HYPO-RECHTEN WS-HYPO-INSCHR
                   WS-BTW-HYPO
               move 0 to WS-VORIGE-LENING
               compute WS-BENODIGD = P-PRIJS + WS-KOSTEN-AKTE - P-EIGEN
               if WS-BENODIGD <= 0
                   move 0 to WS-LENING
                   move "Eigen middelen volstaan -- geen lening"
                       to WS-REDEN
               else
                   move WS-BENODIGD to WS-LENING
                   perform varying WS-PASS from 1 by 1
                           until WS-PASS > 10
                               or WS-LENING = WS-VORIGE-LENING
                       move WS-LENING to WS-VORIGE-LENING
                       perform 2300-HYPOTHEEKKOSTEN thru 2300-EXIT
                       compute WS-LENING = P-PRIJS + WS-KOSTEN-AKTE
                           + WS-KOSTEN-HYPO - P-EIGEN
                   end-perform
               end-if
               compute WS-KOSTEN-TOTAAL = WS-KOSTEN-AKTE
                   + WS-KOSTEN-HYPO

               perform 2400-WRITE-RESULT thru 2400-EXIT
               add 1 to WS-RECORDS-OUT
               if WS-LENING > 0
                   perform 2500-WRITE-HYPOTHEEK thru 2500-EXIT
               end-if.
           2000-EXIT.
               exit.

           2100-FIND-REGISTRATIE.
               move 0 to WS-REG-GEVONDEN
               perform varying WS-REG-IDX from 1 by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   if REG-GEWEST(WS-REG-IDX) = P-GEWEST
                       and REG-STATUS(WS-REG-IDX) = WS-ZOEK-STATUS
                       move WS-REG-IDX to WS-REG-GEVONDEN
                       exit perform
                   end-if
               end-perform.
           2100-EXIT.
               exit.

      *>    the notary's scale: each slice of WS-SCHAAL-BEDRAG up to
      *>    its bound at that slice's percentage
           2200-SCHAAL-AKTE.
               move 0 to WS-SCHAAL-EREL
               move 0 to WS-SCHAAL-VORIG
               perform varying WS-SCHAAL-IDX from 1 by 1
                       until WS-SCHAAL-IDX > WS-AKTE-COUNT
                           or WS-SCHAAL-VORIG >= WS-SCHAAL-BEDRAG
                   if WS-SCHAAL-BEDRAG < AKTE-GRENS(WS-SCHAAL-IDX)
                       compute WS-SCHIJF =
                           WS-SCHAAL-BEDRAG - WS-SCHAAL-VORIG
                   else
                       compute WS-SCHIJF =
                           AKTE-GRENS(WS-SCHAAL-IDX) - WS-SCHAAL-VORIG
                   end-if
                   compute WS-TUSSEN =
                       WS-SCHIJF * AKTE-PCT(WS-SCHAAL-IDX)
                   compute WS-SCHIJF-EREL rounded = WS-TUSSEN / 100
                   add WS-SCHIJF-EREL to WS-SCHAAL-EREL
                   move AKTE-GRENS(WS-SCHAAL-IDX) to WS-SCHAAL-VORIG
               end-perform.
           2200-EXIT.
               exit.

           2210-SCHAAL-HYPO.
               move 0 to WS-SCHAAL-EREL
               move 0 to WS-SCHAAL-VORIG
               perform varying WS-SCHAAL-IDX from 1 by 1
                       until WS-SCHAAL-IDX > WS-HYPO-COUNT
                           or WS-SCHAAL-VORIG >= WS-SCHAAL-BEDRAG
                   if WS-SCHAAL-BEDRAG < HYPO-GRENS(WS-SCHAAL-IDX)
                       compute WS-SCHIJF =
                           WS-SCHAAL-BEDRAG - WS-SCHAAL-VORIG
                   else
                       compute WS-SCHIJF =
                           HYPO-GRENS(WS-SCHAAL-IDX) - WS-SCHAAL-VORIG
                   end-if
                   compute WS-TUSSEN =
                       WS-SCHIJF * HYPO-PCT(WS-SCHAAL-IDX)
                   compute WS-SCHIJF-EREL rounded = WS-TUSSEN / 100
                   add WS-SCHIJF-EREL to WS-SCHAAL-EREL
                   move HYPO-GRENS(WS-SCHAAL-IDX) to WS-SCHAAL-VORIG
               end-perform.
           2210-EXIT.
               exit.

      *>    the mortgage deed on WS-LENING: scale fee and fixed costs
      *>    with VAT, and the duties on the loan plus accessories
           2300-HYPOTHEEKKOSTEN.
               move WS-LENING to WS-SCHAAL-BEDRAG
               perform 2210-SCHAAL-HYPO thru 2210-EXIT
               move WS-SCHAAL-EREL to WS-EREHYPO
               compute WS-TUSSEN = (WS-EREHYPO + WS-HYPOKOST)
                   * WS-BTW-PCT
               compute WS-BTW-HYPO rounded = WS-TUSSEN / 100
               compute WS-TUSSEN = WS-LENING * WS-ACCESSOIRE-PCT
               compute WS-HYPO-BASIS rounded = WS-TUSSEN / 100
               add WS-LENING to WS-HYPO-BASIS
               compute WS-TUSSEN = WS-HYPO-BASIS * WS-HYPOREG-PCT
               compute WS-HYPO-RECHTEN rounded = WS-TUSSEN / 100
               compute WS-TUSSEN = WS-HYPO-BASIS * WS-HYPOINS-PCT
               compute WS-HYPO-INSCHR rounded = WS-TUSSEN / 100
               compute WS-KOSTEN-HYPO = WS-EREHYPO + WS-HYPOKOST
                   + WS-BTW-HYPO + WS-HYPO-RECHTEN + WS-HYPO-INSCHR.
           2300-EXIT.
               exit.

           2400-WRITE-RESULT.
               move P-PRIJS to DISPLAY-AMT
               move WS-REGISTRATIE to DISPLAY-AMT2
               move WS-EREAKTE to DISPLAY-AMT3
               move WS-KOSTEN-AKTE to DISPLAY-AMT4
               move WS-EREHYPO to DISPLAY-AMT5
               compute WS-TUSSEN = WS-HYPO-RECHTEN + WS-HYPO-INSCHR
               move WS-TUSSEN to DISPLAY-AMT6
               move spaces to WS-REGEL
               string function trim(P-DOSSIER) "," delimited by size
                      function trim(DISPLAY-AMT) "," delimited by size
                      function trim(P-GEWEST) "," delimited by size
                      function trim(WS-ZOEK-STATUS) ","
                          delimited by size
                      function trim(DISPLAY-AMT2) ","
                          delimited by size
                      function trim(DISPLAY-AMT3) ","
                          delimited by size
                      function trim(DISPLAY-AMT4) ","
                          delimited by size
                      function trim(DISPLAY-AMT5) ","
                          delimited by size
                      function trim(DISPLAY-AMT6) ","
                          delimited by size
                   into WS-REGEL
               end-string
               move WS-KOSTEN-HYPO to DISPLAY-AMT
               move WS-KOSTEN-TOTAAL to DISPLAY-AMT2
               move P-EIGEN to DISPLAY-AMT3
               move WS-LENING to DISPLAY-AMT4
               move spaces to RESULT-REGEL
               string function trim(WS-REGEL) delimited by size
                      function trim(DISPLAY-AMT) "," delimited by size
                      function trim(DISPLAY-AMT2) ","
                          delimited by size
                      function trim(DISPLAY-AMT3) ","
                          delimited by size
                      function trim(DISPLAY-AMT4) ","
                          delimited by size
                      function trim(WS-REDEN) delimited by size
                   into RESULT-REGEL
               end-string
               write RESULT-REGEL
               display function trim(P-DOSSIER) ": kosten "
                   function trim(DISPLAY-AMT2) " -> lening "
                   function trim(DISPLAY-AMT4).
           2400-EXIT.
               exit.

      *>    one MorgageCalculation row: the loan, its rate and term,
      *>    no currency or date, the dossier fee as given, the
      *>    mortgage deed costs as Notaris, the insurance as given
           2500-WRITE-HYPOTHEEK.
               move WS-LENING to DISPLAY-AMT
               move P-RENTE to DISPLAY-PCT
               move P-JAREN to DISPLAY-JAAR
               move P-DOSSIERKOST to DISPLAY-AMT2
               move WS-KOSTEN-HYPO to DISPLAY-AMT3
               move spaces to HYPO-REGEL
               string function trim(DISPLAY-AMT) "," delimited by size
                      function trim(DISPLAY-PCT) "," delimited by size
                      function trim(DISPLAY-JAAR) ",,,"
                          delimited by size
                      function trim(DISPLAY-AMT2) ","
                          delimited by size
                      function trim(DISPLAY-AMT3) ",0,"
                          delimited by size
                      function trim(P-SSV-JAAR-S) ","
                          delimited by size
                      function trim(P-SSV-PCT-S) delimited by size
                   into HYPO-REGEL
               end-string
               write HYPO-REGEL.
           2500-EXIT.
               exit.

      *>    a purchase that cannot be priced: counted, shown, and
      *>    written to the result file with WS-REDEN as the reason
           2600-REJECT.
               add 1 to WS-REJECTS
               display "Geweigerd: " function trim(INPUT-REGEL)
                   " -- " function trim(WS-REDEN)
               move spaces to RESULT-REGEL
               string function trim(P-DOSSIER) ",,,,,,,,,,,,,"
                      function trim(WS-REDEN) delimited by size
                   into RESULT-REGEL
               end-string
               write RESULT-REGEL.
           2600-EXIT.
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
               move "AcquisitionCost" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move DYNAMIC-INFILE to LOG-INPUT-FILE
               move DYNAMIC-RESULTFILE to LOG-OUTPUT-FILE
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
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
