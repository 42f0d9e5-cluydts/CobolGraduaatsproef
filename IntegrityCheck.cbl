      *>----------------------------------------------------------------
      *> IntegrityCheck -- the masters and registers refer to each
      *> other by key, and nothing on the way in stops them drifting
      *> apart: an employee leaves or is anonymized, a customer is
      *> blocked or anonymized, a creditor row outlives its
      *> garnishment. This run walks every known key relationship
      *> against the masters as they stand on a reference date
      *> (blank = today):
      *>   Werknemers.csv   <- Garnishments, Personeelsleningen,
      *>                       Onkosten, Verlof-Saldi,
      *>                       Ziekte-Aangiften (PersNr) and
      *>                       Klanten (Vertegenwoordiger)
      *>   Klanten.csv      <- Mandaten, IcCodes, Contracten,
      *>                       Projecten, OpRekening (Klantnummer)
      *>   Crediteuren-Beslag.csv <- Garnishments (CrediteurRef),
      *>                       and every creditor some garnishment
      *>                       must still use
      *>   Kostenplaatsen.csv <- Werknemers, Contracten
      *>   Groepsverzekering-Plannen.csv <- Werknemers (GVPlan)
      *> and reports orphans (the key is gone), dangling references
      *> and live records pointing at an ended or anonymized
      *> employee or at a blocked or anonymized customer. Each
      *> finding is ERNSTIG -- something will be paid, billed,
      *> collected or booked against a key that is not there -- or
      *> WAARSCHUWING. Output: Integriteit-<datum>.txt, and the same
      *> findings as Integriteit-<datum>.csv
      *> (Ernst,Bestand,Regel,Sleutel,Verwijst,Bevinding). Any
      *> ERNSTIG finding ends the run with return code 1, so as a
      *> JobStream.csv step it fails the stream and its dependents
      *> are skipped.
      *>----------------------------------------------------------------
       identification division.
       program-id. IntegrityCheck.
       environment division.
       input-output section.
       file-control.
           select MASTER-FILE assign dynamic DYNAMIC-MASTERFILE
               organization is line sequential
               file status is WS-MASTER-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select CSV-FILE assign dynamic DYNAMIC-CSVFILE
               organization is line sequential
               file status is WS-CSV-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd MASTER-FILE.
           01 MASTER-REGEL pic x(400).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

           fd CSV-FILE.
           01 CSV-REGEL pic x(200).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-MASTER-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-CSV-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-MASTERFILE pic x(40).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 DYNAMIC-CSVFILE pic x(40).
           01 WS-PEILDATUM pic x(10).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    one row of whichever file is being walked
           01 F-VELD-TABLE.
               05 F-VELD occurs 25 times pic x(40).
           01 WS-VELD-IDX pic 9(02).
           01 WS-REGELNR pic 9(05).

      *>    the employees: in service, ended (UitDienst before the
      *>    reference date) or anonymized
           01 WS-EMP-COUNT pic 9(04) value 0.
           01 EMP-TABLE.
               05 EMP-ENTRY occurs 2000 times indexed by EMP-IDX.
                   10 EMP-PERSNR pic x(08).
                   10 EMP-STAAT pic x(01).
                       88 EMP-IN-DIENST value "I".
                       88 EMP-UIT-DIENST value "U".
                       88 EMP-ANONIEM value "A".

      *>    the customers: normal, blocked or anonymized
           01 WS-CUST-COUNT pic 9(04) value 0.
           01 CUST-TABLE.
               05 CUST-ENTRY occurs 3000 times indexed by CUST-IDX.
                   10 CUST-NUMMER pic x(10).
                   10 CUST-STAAT pic x(01).
                       88 CUST-NORMAAL value "N".
                       88 CUST-GEBLOKKEERD value "B".
                       88 CUST-ANONIEM value "A".

      *>    the garnishment creditors, and whether any garnishment
      *>    still uses them
           01 WS-CRED-COUNT pic 9(04) value 0.
           01 CRED-TABLE.
               05 CRED-ENTRY occurs 500 times indexed by CRED-IDX.
                   10 CRED-REF pic x(20).
                   10 CRED-GEBRUIKT pic x(01).

      *>    the cost centres and the group insurance plans
           01 WS-KPL-COUNT pic 9(03) value 0.
           01 KPL-TABLE.
               05 KPL-ENTRY occurs 200 times indexed by KPL-IDX.
                   10 KPL-CODE pic x(10).
                   10 KPL-ACTIEF pic x(01).
           01 WS-PLAN-COUNT pic 9(03) value 0.
           01 PLAN-TABLE.
               05 PLAN-ENTRY occurs 100 times indexed by PLAN-IDX.
                   10 PLAN-CODE pic x(10).

      *>    the lookup of one key
           01 WS-ZOEK-SLEUTEL pic x(20).
           01 WS-ZOEK-STAAT pic x(01).
               88 ZOEK-ONBEKEND value "?".
           01 WS-ZOEK-AANTAL pic 9(04).

      *>    the file under check, and the finding being written
           01 WS-BESTAND pic x(30).
           01 WS-BESTAND-RIJEN pic 9(05).
           01 WS-BESTAND-BEVINDINGEN pic 9(05).
           01 WS-ACTIEF pic x(01).
           01 WS-BEDRAG pic s9(09)V99.
           01 B-ERNST pic x(12).
           01 B-SLEUTEL pic x(20).
           01 B-VERWIJST pic x(30).
           01 B-TEKST pic x(60).
           01 WS-ERNSTIG-COUNT pic 9(05) value 0.
           01 WS-WAARSCHUWING-COUNT pic 9(05) value 0.

           01 DISPLAY-REGELNR pic ZZZZ9.
           01 DISPLAY-COUNT pic ZZZZ9.
           01 WS-PTR pic 9(03).

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
      *>    the reference date, YYYY-MM-DD (blank = today)
           01 LINK-PEILDATUM pic x(10).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PEILDATUM LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move 0 to WS-RETURN-CODE
           move spaces to DYNAMIC-RAPPORTFILE
           move LINK-PEILDATUM to WS-PEILDATUM
           if WS-PEILDATUM = spaces
               string WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2)
                   delimited by size into WS-PEILDATUM
               end-string
           end-if
           if WS-PEILDATUM(5:1) not = "-" or WS-PEILDATUM(8:1) not = "-"
               or WS-PEILDATUM(1:4) not numeric
               or WS-PEILDATUM(6:2) not numeric
               or WS-PEILDATUM(9:2) not numeric
               or WS-PEILDATUM(6:2) < "01" or WS-PEILDATUM(6:2) > "12"
               or WS-PEILDATUM(9:2) < "01" or WS-PEILDATUM(9:2) > "31"
               display "Ongeldige peildatum (YYYY-MM-DD verwacht): "
                   LINK-PEILDATUM
               move 1 to WS-RETURN-CODE
           else
               perform 1000-LOAD-EMPLOYEES thru 1000-EXIT
               perform 1100-LOAD-CUSTOMERS thru 1100-EXIT
               perform 1200-LOAD-CREDITORS thru 1200-EXIT
               perform 1300-LOAD-COSTCENTRES thru 1300-EXIT
               perform 1400-LOAD-PLANS thru 1400-EXIT
               perform 2000-OPEN-OUTPUT thru 2000-EXIT
               if WS-RETURN-CODE = 0
                   perform 3000-CHECK-ALL thru 3000-EXIT
                   perform 5000-CLOSE-OUTPUT thru 5000-EXIT
               end-if
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-EMPLOYEES .. 1400-LOAD-PLANS: the key tables.
      *>----------------------------------------------------------------
           1000-LOAD-EMPLOYEES.
               move "Werknemers.csv" to DYNAMIC-MASTERFILE
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   display "Werknemers.csv not found -- every PersNr "
                       "reference counts as an orphan."
                   go to 1000-EXIT
               end-if
               read MASTER-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1900-SPLIT-ROW thru 1900-EXIT
                           if F-VELD(1) not = spaces
                               and WS-EMP-COUNT < 2000
                               add 1 to WS-EMP-COUNT
                               set EMP-IDX to WS-EMP-COUNT
                               move F-VELD(1) to EMP-PERSNR(EMP-IDX)
                               evaluate true
                                   when F-VELD(2)(1:14)
                                           = "GEANONIMISEERD"
                                       set EMP-ANONIEM(EMP-IDX) to true
                                   when F-VELD(15) not = spaces
                                       and F-VELD(15)(1:10)
                                           < WS-PEILDATUM
                                       set EMP-UIT-DIENST(EMP-IDX)
                                           to true
                                   when other
                                       set EMP-IN-DIENST(EMP-IDX)
                                           to true
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1000-EXIT.
               exit.

           1100-LOAD-CUSTOMERS.
               move "Klanten.csv" to DYNAMIC-MASTERFILE
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   display "Klanten.csv not found -- every "
                       "Klantnummer reference counts as an orphan."
                   go to 1100-EXIT
               end-if
               read MASTER-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1900-SPLIT-ROW thru 1900-EXIT
                           if F-VELD(1) not = spaces
                               and WS-CUST-COUNT < 3000
                               add 1 to WS-CUST-COUNT
                               set CUST-IDX to WS-CUST-COUNT
                               move F-VELD(1) to CUST-NUMMER(CUST-IDX)
                               evaluate true
                                   when F-VELD(2)(1:14)
                                           = "GEANONIMISEERD"
                                       set CUST-ANONIEM(CUST-IDX)
                                           to true
                                   when function upper-case(
                                           F-VELD(13)(1:1)) = "J"
                                       set CUST-GEBLOKKEERD(CUST-IDX)
                                           to true
                                   when other
                                       set CUST-NORMAAL(CUST-IDX)
                                           to true
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1100-EXIT.
               exit.

           1200-LOAD-CREDITORS.
               move "Crediteuren-Beslag.csv" to DYNAMIC-MASTERFILE
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
                           perform 1900-SPLIT-ROW thru 1900-EXIT
                           if F-VELD(1) not = spaces
                               and WS-CRED-COUNT < 500
                               add 1 to WS-CRED-COUNT
                               set CRED-IDX to WS-CRED-COUNT
                               move F-VELD(1) to CRED-REF(CRED-IDX)
                               move "N" to CRED-GEBRUIKT(CRED-IDX)
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1200-EXIT.
               exit.

           1300-LOAD-COSTCENTRES.
               move "Kostenplaatsen.csv" to DYNAMIC-MASTERFILE
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read MASTER-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1900-SPLIT-ROW thru 1900-EXIT
                           if F-VELD(1) not = spaces
                               and WS-KPL-COUNT < 200
                               add 1 to WS-KPL-COUNT
                               set KPL-IDX to WS-KPL-COUNT
                               move F-VELD(1) to KPL-CODE(KPL-IDX)
                               move function upper-case(
                                   F-VELD(3)(1:1))
                                   to KPL-ACTIEF(KPL-IDX)
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1300-EXIT.
               exit.

           1400-LOAD-PLANS.
               move "Groepsverzekering-Plannen.csv"
                   to DYNAMIC-MASTERFILE
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   go to 1400-EXIT
               end-if
               read MASTER-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1900-SPLIT-ROW thru 1900-EXIT
                           if F-VELD(1) not = spaces
                               and WS-PLAN-COUNT < 100
                               add 1 to WS-PLAN-COUNT
                               set PLAN-IDX to WS-PLAN-COUNT
                               move F-VELD(1) to PLAN-CODE(PLAN-IDX)
                           end-if
                   end-read
               end-perform
               close MASTER-FILE.
           1400-EXIT.
               exit.

      *>    MASTER-REGEL into F-VELD(1..25), every field trimmed
           1900-SPLIT-ROW.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 25
                   move spaces to F-VELD(WS-VELD-IDX)
               end-perform
               unstring function trim(MASTER-REGEL)
                   delimited by ","
                   into F-VELD(1) F-VELD(2) F-VELD(3) F-VELD(4)
                        F-VELD(5) F-VELD(6) F-VELD(7) F-VELD(8)
                        F-VELD(9) F-VELD(10) F-VELD(11) F-VELD(12)
                        F-VELD(13) F-VELD(14) F-VELD(15) F-VELD(16)
                        F-VELD(17) F-VELD(18) F-VELD(19) F-VELD(20)
                        F-VELD(21) F-VELD(22) F-VELD(23) F-VELD(24)
                        F-VELD(25)
               end-unstring
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 25
                   move function trim(F-VELD(WS-VELD-IDX))
                       to F-VELD(WS-VELD-IDX)
               end-perform.
           1900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-OPEN-OUTPUT: the report and the findings CSV.
      *>----------------------------------------------------------------
           2000-OPEN-OUTPUT.
               string "Integriteit-" WS-PEILDATUM ".txt"
                   delimited by size into DYNAMIC-RAPPORTFILE
               end-string
               move spaces to DYNAMIC-CSVFILE
               string "Integriteit-" WS-PEILDATUM ".csv"
                   delimited by size into DYNAMIC-CSVFILE
               end-string
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-RAPPORTFILE) ": "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               open output CSV-FILE
               if WS-CSV-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-CSVFILE) ": "
                       WS-CSV-STATUS
                   close RAPPORT-FILE
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move "Ernst,Bestand,Regel,Sleutel,Verwijst,Bevinding"
                   to CSV-REGEL
               write CSV-REGEL
               move spaces to RAPPORT-REGEL
               string "REFERENTIELE INTEGRITEIT VAN DE MASTERS -- "
                      "peildatum " WS-PEILDATUM
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               move WS-EMP-COUNT to DISPLAY-COUNT
               string "Werknemers: " function trim(DISPLAY-COUNT)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-CUST-COUNT to DISPLAY-COUNT
               string "   Klanten: " function trim(DISPLAY-COUNT)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-CRED-COUNT to DISPLAY-COUNT
               string "   Beslagcrediteuren: "
                      function trim(DISPLAY-COUNT)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-CHECK-ALL: file by file, row by row; 3100-CHECK-ROW
      *> knows each file's keys.
      *>----------------------------------------------------------------
           3000-CHECK-ALL.
               move "Garnishments.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Personeelsleningen.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Onkosten.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Verlof-Saldi.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Ziekte-Aangiften.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Werknemers.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Klanten.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Mandaten.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "IcCodes.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Contracten.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "Projecten.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               move "OpRekening.csv" to WS-BESTAND
               perform 3050-CHECK-FILE thru 3050-EXIT
               perform 3900-UNUSED-CREDITORS thru 3900-EXIT.
           3000-EXIT.
               exit.

           3050-CHECK-FILE.
               move 0 to WS-BESTAND-RIJEN
               move 0 to WS-BESTAND-BEVINDINGEN
               move WS-BESTAND to DYNAMIC-MASTERFILE
               open input MASTER-FILE
               if WS-MASTER-STATUS not = "00"
                   move spaces to RAPPORT-REGEL
                   string function trim(WS-BESTAND)
                          ": niet aanwezig, niets te controleren."
                       delimited by size into RAPPORT-REGEL
                   end-string
                   write RAPPORT-REGEL
                   go to 3050-EXIT
               end-if
               read MASTER-FILE *> header
               move 1 to WS-REGELNR
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MASTER-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-REGELNR
                           if MASTER-REGEL not = spaces
                               add 1 to WS-BESTAND-RIJEN
                               add 1 to WS-RECORDS-IN
                               perform 1900-SPLIT-ROW thru 1900-EXIT
                               perform 3100-CHECK-ROW thru 3100-EXIT
                           end-if
                   end-read
               end-perform
               close MASTER-FILE
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               move WS-BESTAND-RIJEN to DISPLAY-COUNT
               string function trim(WS-BESTAND) ": "
                      function trim(DISPLAY-COUNT) " rijen, "
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-BESTAND-BEVINDINGEN to DISPLAY-COUNT
               string function trim(DISPLAY-COUNT) " bevinding(en)"
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               write RAPPORT-REGEL.
           3050-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-CHECK-ROW: the keys of one row of WS-BESTAND. A record
      *> is live when it still moves money or data: a garnishment or
      *> loan with a balance, an open expense claim, a mandate not
      *> refused, a contract not ended, an active project, an
      *> on-account amount not yet applied.
      *>----------------------------------------------------------------
           3100-CHECK-ROW.
               evaluate WS-BESTAND
                   when "Garnishments.csv"
                       perform 3110-GARNISHMENT thru 3110-EXIT
                   when "Personeelsleningen.csv"
                       move "N" to WS-ACTIEF
                       if function upper-case(F-VELD(8)) = "LOPEND"
                           move "J" to WS-ACTIEF
                       end-if
                       perform 3200-EMPLOYEE-REF thru 3200-EXIT
                   when "Onkosten.csv"
                       move "N" to WS-ACTIEF
                       if function upper-case(F-VELD(6)) = "OPEN"
                           or F-VELD(6) = spaces
                           move "J" to WS-ACTIEF
                       end-if
                       perform 3200-EMPLOYEE-REF thru 3200-EXIT
                   when "Verlof-Saldi.csv"
                   when "Ziekte-Aangiften.csv"
                       move "N" to WS-ACTIEF
                       perform 3200-EMPLOYEE-REF thru 3200-EXIT
                   when "Werknemers.csv"
                       perform 3120-EMPLOYEE-MASTER thru 3120-EXIT
                   when "Klanten.csv"
                       perform 3130-CUSTOMER-MASTER thru 3130-EXIT
                   when "Mandaten.csv"
                       move "J" to WS-ACTIEF
                       if F-VELD(6) not = spaces
                           move "N" to WS-ACTIEF
                       end-if
                       perform 3300-CUSTOMER-REF thru 3300-EXIT
                   when "IcCodes.csv"
                       move "N" to WS-ACTIEF
                       perform 3300-CUSTOMER-REF thru 3300-EXIT
                   when "Contracten.csv"
                       perform 3140-CONTRACT thru 3140-EXIT
                   when "Projecten.csv"
                       move "N" to WS-ACTIEF
                       if function upper-case(F-VELD(6)(1:1)) = "J"
                           move "J" to WS-ACTIEF
                       end-if
                       move F-VELD(2) to F-VELD(1)
                       perform 3300-CUSTOMER-REF thru 3300-EXIT
                   when "OpRekening.csv"
                       move "N" to WS-ACTIEF
                       if function test-numval(F-VELD(5)) = 0
                           and function numval(F-VELD(5)) not = 0
                           move "J" to WS-ACTIEF
                       end-if
                       move F-VELD(2) to F-VELD(1)
                       perform 3300-CUSTOMER-REF thru 3300-EXIT
               end-evaluate.
           3100-EXIT.
               exit.

      *>    a garnishment: its employee and its creditor -- an open
      *>    balance on a missing creditor cannot be remitted
           3110-GARNISHMENT.
               move 0 to WS-BEDRAG
               if function test-numval(F-VELD(4)) = 0
                   move function numval(F-VELD(4)) to WS-BEDRAG
               end-if
               move "N" to WS-ACTIEF
               if WS-BEDRAG > 0
                   move "J" to WS-ACTIEF
               end-if
               perform 3200-EMPLOYEE-REF thru 3200-EXIT
               if F-VELD(2) = spaces
                   go to 3110-EXIT
               end-if
               perform varying CRED-IDX from 1 by 1
                       until CRED-IDX > WS-CRED-COUNT
                   if CRED-REF(CRED-IDX) = F-VELD(2)
                       move "J" to CRED-GEBRUIKT(CRED-IDX)
                       go to 3110-EXIT
                   end-if
               end-perform
               move F-VELD(2) to B-SLEUTEL
               move "Crediteuren-Beslag.csv" to B-VERWIJST
               if WS-ACTIEF = "J"
                   move "ERNSTIG" to B-ERNST
                   move "CrediteurRef onbekend, restsaldo niet af te dra
      -                 "gen" to B-TEKST
               else
                   move "WAARSCHUWING" to B-ERNST
                   move "CrediteurRef onbekend (afgelost beslag)"
                       to B-TEKST
               end-if
               perform 4000-ADD-FINDING thru 4000-EXIT.
           3110-EXIT.
               exit.

      *>    a PersNr appears once; an in-service employee's cost
      *>    centre and group insurance plan must exist
           3120-EMPLOYEE-MASTER.
               if F-VELD(1) = spaces
                   go to 3120-EXIT
               end-if
               move 0 to WS-ZOEK-AANTAL
               perform varying EMP-IDX from 1 by 1
                       until EMP-IDX > WS-EMP-COUNT
                   if EMP-PERSNR(EMP-IDX) = F-VELD(1)
                       add 1 to WS-ZOEK-AANTAL
                   end-if
               end-perform
               if WS-ZOEK-AANTAL > 1
                   move "ERNSTIG" to B-ERNST
                   move F-VELD(1) to B-SLEUTEL
                   move "Werknemers.csv" to B-VERWIJST
                   move "PersNr komt meer dan eens voor" to B-TEKST
                   perform 4000-ADD-FINDING thru 4000-EXIT
               end-if
               if F-VELD(2)(1:14) = "GEANONIMISEERD"
                   go to 3120-EXIT
               end-if
               if F-VELD(15) not = spaces
                   and F-VELD(15)(1:10) < WS-PEILDATUM
                   go to 3120-EXIT
               end-if
               if F-VELD(23) not = spaces
                   move F-VELD(23) to WS-ZOEK-SLEUTEL
                   perform 3400-COSTCENTRE-REF thru 3400-EXIT
               end-if
               if F-VELD(24) not = spaces
                   perform varying PLAN-IDX from 1 by 1
                           until PLAN-IDX > WS-PLAN-COUNT
                       if PLAN-CODE(PLAN-IDX) = F-VELD(24)
                           go to 3120-EXIT
                       end-if
                   end-perform
                   move "ERNSTIG" to B-ERNST
                   move F-VELD(24) to B-SLEUTEL
                   move "Groepsverzekering-Plannen.csv" to B-VERWIJST
                   move "GVPlan onbekend bij werknemer in dienst"
                       to B-TEKST
                   perform 4000-ADD-FINDING thru 4000-EXIT
               end-if.
           3120-EXIT.
               exit.

      *>    a Klantnummer appears once; a customer's representative
      *>    must be an employee -- the commission run pays them
           3130-CUSTOMER-MASTER.
               if F-VELD(1) = spaces
                   go to 3130-EXIT
               end-if
               move 0 to WS-ZOEK-AANTAL
               perform varying CUST-IDX from 1 by 1
                       until CUST-IDX > WS-CUST-COUNT
                   if CUST-NUMMER(CUST-IDX) = F-VELD(1)
                       add 1 to WS-ZOEK-AANTAL
                   end-if
               end-perform
               if WS-ZOEK-AANTAL > 1
                   move "ERNSTIG" to B-ERNST
                   move F-VELD(1) to B-SLEUTEL
                   move "Klanten.csv" to B-VERWIJST
                   move "Klantnummer komt meer dan eens voor"
                       to B-TEKST
                   perform 4000-ADD-FINDING thru 4000-EXIT
               end-if
               if F-VELD(2)(1:14) = "GEANONIMISEERD"
                   or F-VELD(15) = spaces
                   go to 3130-EXIT
               end-if
               move F-VELD(15) to F-VELD(1)
               move "J" to WS-ACTIEF
               perform 3200-EMPLOYEE-REF thru 3200-EXIT.
           3130-EXIT.
               exit.

      *>    a contract is live until its EindDatum; its cost centre
      *>    too must exist
           3140-CONTRACT.
               move "J" to WS-ACTIEF
               if F-VELD(8) not = spaces
                   and F-VELD(8)(1:10) < WS-PEILDATUM
                   move "N" to WS-ACTIEF
               end-if
               if WS-ACTIEF = "J" and F-VELD(9) not = spaces
                   move F-VELD(9) to WS-ZOEK-SLEUTEL
                   perform 3400-COSTCENTRE-REF thru 3400-EXIT
               end-if
               move F-VELD(2) to F-VELD(1)
               perform 3300-CUSTOMER-REF thru 3300-EXIT.
           3140-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-EMPLOYEE-REF: PersNr F-VELD(1) of a row that is live
      *> (WS-ACTIEF J) or history only.
      *>----------------------------------------------------------------
           3200-EMPLOYEE-REF.
               if F-VELD(1) = spaces
                   go to 3200-EXIT
               end-if
               move "?" to WS-ZOEK-STAAT
               perform varying EMP-IDX from 1 by 1
                       until EMP-IDX > WS-EMP-COUNT
                   if EMP-PERSNR(EMP-IDX) = F-VELD(1)
                       move EMP-STAAT(EMP-IDX) to WS-ZOEK-STAAT
                       exit perform
                   end-if
               end-perform
               move F-VELD(1) to B-SLEUTEL
               move "Werknemers.csv" to B-VERWIJST
               evaluate true
                   when ZOEK-ONBEKEND
                       if WS-ACTIEF = "J"
                           move "ERNSTIG" to B-ERNST
                           move "PersNr niet in Werknemers.csv, record l
      -                         "oopt nog" to B-TEKST
                       else
                           move "WAARSCHUWING" to B-ERNST
                           move "PersNr niet in Werknemers.csv (wees)"
                               to B-TEKST
                       end-if
                   when WS-ZOEK-STAAT = "A" and WS-ACTIEF = "J"
                       move "ERNSTIG" to B-ERNST
                       move "Lopend record op geanonimiseerde werknemer"
                           to B-TEKST
                   when WS-ZOEK-STAAT = "U" and WS-ACTIEF = "J"
                       move "WAARSCHUWING" to B-ERNST
                       move "Lopend record op een werknemer uit dienst"
                           to B-TEKST
                   when other
                       go to 3200-EXIT
               end-evaluate
               perform 4000-ADD-FINDING thru 4000-EXIT.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3300-CUSTOMER-REF: Klantnummer F-VELD(1) of a row that is
      *> live (WS-ACTIEF J) or history only.
      *>----------------------------------------------------------------
           3300-CUSTOMER-REF.
               if F-VELD(1) = spaces
                   go to 3300-EXIT
               end-if
               move "?" to WS-ZOEK-STAAT
               perform varying CUST-IDX from 1 by 1
                       until CUST-IDX > WS-CUST-COUNT
                   if CUST-NUMMER(CUST-IDX) = F-VELD(1)
                       move CUST-STAAT(CUST-IDX) to WS-ZOEK-STAAT
                       exit perform
                   end-if
               end-perform
               move F-VELD(1) to B-SLEUTEL
               move "Klanten.csv" to B-VERWIJST
               evaluate true
                   when ZOEK-ONBEKEND
                       if WS-ACTIEF = "J"
                           move "ERNSTIG" to B-ERNST
                           move "Klantnummer niet in Klanten.csv, record
      -                         " loopt nog" to B-TEKST
                       else
                           move "WAARSCHUWING" to B-ERNST
                           move "Klantnummer niet in Klanten.csv (wees)"
                               to B-TEKST
                       end-if
                   when WS-ZOEK-STAAT = "A"
                       if WS-ACTIEF = "J"
                           move "ERNSTIG" to B-ERNST
                           move "Lopend record op een geanonimiseerde kl
      -                         "ant" to B-TEKST
                       else
                           move "WAARSCHUWING" to B-ERNST
                           move "Verwijst naar een geanonimiseerde klant
      -                         "" to B-TEKST
                       end-if
                   when WS-ZOEK-STAAT = "B" and WS-ACTIEF = "J"
                       move "WAARSCHUWING" to B-ERNST
                       move "Lopend record op een geblokkeerde klant"
                           to B-TEKST
                   when other
                       go to 3300-EXIT
               end-evaluate
               perform 4000-ADD-FINDING thru 4000-EXIT.
           3300-EXIT.
               exit.

      *>    cost centre WS-ZOEK-SLEUTEL: unknown or closed
           3400-COSTCENTRE-REF.
               perform varying KPL-IDX from 1 by 1
                       until KPL-IDX > WS-KPL-COUNT
                   if KPL-CODE(KPL-IDX) = WS-ZOEK-SLEUTEL
                       exit perform
                   end-if
               end-perform
               move WS-ZOEK-SLEUTEL to B-SLEUTEL
               move "Kostenplaatsen.csv" to B-VERWIJST
               move "WAARSCHUWING" to B-ERNST
               if KPL-IDX > WS-KPL-COUNT
                   move "Kostenplaats onbekend" to B-TEKST
               else
                   if KPL-ACTIEF(KPL-IDX) not = "N"
                       go to 3400-EXIT
                   end-if
                   move "Kostenplaats niet meer actief" to B-TEKST
               end-if
               perform 4000-ADD-FINDING thru 4000-EXIT.
           3400-EXIT.
               exit.

      *>    creditors no garnishment refers to any more
           3900-UNUSED-CREDITORS.
               move "Crediteuren-Beslag.csv" to WS-BESTAND
               move 0 to WS-BESTAND-BEVINDINGEN
               move 0 to WS-REGELNR
               perform varying CRED-IDX from 1 by 1
                       until CRED-IDX > WS-CRED-COUNT
                   if CRED-GEBRUIKT(CRED-IDX) = "N"
                       compute WS-REGELNR = CRED-IDX + 1
                       move "WAARSCHUWING" to B-ERNST
                       move CRED-REF(CRED-IDX) to B-SLEUTEL
                       move "Garnishments.csv" to B-VERWIJST
                       move "CrediteurRef door geen beslag gebruikt"
                           to B-TEKST
                       perform 4000-ADD-FINDING thru 4000-EXIT
                   end-if
               end-perform
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               move WS-CRED-COUNT to DISPLAY-COUNT
               string "Crediteuren-Beslag.csv: "
                      function trim(DISPLAY-COUNT) " rijen, "
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-BESTAND-BEVINDINGEN to DISPLAY-COUNT
               string function trim(DISPLAY-COUNT) " bevinding(en)"
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               write RAPPORT-REGEL.
           3900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-ADD-FINDING: one finding, to the report and the CSV.
      *>----------------------------------------------------------------
           4000-ADD-FINDING.
               add 1 to WS-BESTAND-BEVINDINGEN
               add 1 to WS-RECORDS-OUT
               if B-ERNST = "ERNSTIG"
                   add 1 to WS-ERNSTIG-COUNT
               else
                   add 1 to WS-WAARSCHUWING-COUNT
               end-if
               move WS-REGELNR to DISPLAY-REGELNR
               move spaces to RAPPORT-REGEL
               string "  " B-ERNST " " function trim(WS-BESTAND)
                      " regel " function trim(DISPLAY-REGELNR) ": "
                      function trim(B-SLEUTEL) " -> "
                      function trim(B-VERWIJST) ": "
                      function trim(B-TEKST)
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to CSV-REGEL
               string function trim(B-ERNST) ","
                      function trim(WS-BESTAND) ","
                      function trim(DISPLAY-REGELNR) ","
                      function trim(B-SLEUTEL) ","
                      function trim(B-VERWIJST) ","
                      function trim(B-TEKST)
                   delimited by size into CSV-REGEL
               end-string
               write CSV-REGEL.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-CLOSE-OUTPUT: totals; a severe finding fails the run.
      *>----------------------------------------------------------------
           5000-CLOSE-OUTPUT.
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move 1 to WS-PTR
               move WS-ERNSTIG-COUNT to DISPLAY-COUNT
               string "Totaal ernstig: " function trim(DISPLAY-COUNT)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               move WS-WAARSCHUWING-COUNT to DISPLAY-COUNT
               string "   waarschuwingen: " function trim(DISPLAY-COUNT)
                   delimited by size
                   into RAPPORT-REGEL with pointer WS-PTR
               end-string
               write RAPPORT-REGEL
               close RAPPORT-FILE
               close CSV-FILE
               display "Integriteitscontrole " WS-PEILDATUM ": "
                   function trim(RAPPORT-REGEL) " -- "
                   function trim(DYNAMIC-RAPPORTFILE)
               if WS-ERNSTIG-COUNT > 0
                   display "Ernstige integriteitsfouten -- run faalt."
                   move 1 to WS-RETURN-CODE
               end-if.
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
               move "IntegrityCheck" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Werknemers.csv/Klanten.csv" to LOG-INPUT-FILE
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
