      *>----------------------------------------------------------------
      *> CreditCheck -- the one shared routine that decides whether a
      *> customer may be sold more on credit, so OrderEntry,
      *> ContractBilling and CreditLimits all judge the same way.
      *> Klanten.csv carries the customer's Kredietlimiet (blank or 0
      *> = no limit) and Geblokkeerd (J = no new sales at all); the
      *> open balance is the ArAgingReport picture -- numbered sales
      *> rows in the Output files of Krediet-Config.csv's PATROON,
      *> net of what Payments.csv booked against them -- and the
      *> dunning level is the highest Dunning-Register.csv level of
      *> any of the customer's still-open invoices.
      *>     call "CreditCheck" using <actie> <klantnummer> <bedrag>
      *>              <referentie> <operator> <resultaat> <reden>
      *>              <openstaand> <limiet> <niveau> <mag-vrijgeven>
      *> actie
      *>   TOETS      may <bedrag> (incl. BTW) be added to the open
      *>              balance? resultaat J = yes, G = customer
      *>              blocked, L = over the limit, A = the dunning
      *>              level has reached AANMANINGSNIVEAU; reden says
      *>              it in words. An unknown customer has no limit.
      *>   BOEK       <bedrag> was sold after all -- it counts in the
      *>              open balance for the rest of the run, so a
      *>              second order or contract of the same customer
      *>              sees the first.
      *>   VRIJGEVEN  the operator overrides a refusal for
      *>              <referentie>: allowed with KREDIET (or ALL) in
      *>              the Operators.csv function list, and logged to
      *>              RUNLOG.TXT; resultaat J = done, F = not allowed.
      *> openstaand, limiet, niveau and mag-vrijgeven (J/N, the
      *> operator's right to override) come back on every call.
      *> The files are read on the first call of a run and kept --
      *> the caller cancels the routine when its run is over.
      *>----------------------------------------------------------------
       identification division.
       program-id. CreditCheck.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Krediet-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select CUSTOMER-FILE assign to "Klanten.csv"
               organization is line sequential
               file status is WS-CUSTOMER-STATUS.
           select PAYMENTS-FILE assign to "Payments.csv"
               organization is line sequential
               file status is WS-PAYMENTS-STATUS.
           select REGISTER-FILE assign to "Dunning-Register.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select OPERATOR-FILE assign to "Operators.csv"
               organization is line sequential
               file status is WS-OPERATOR-STATUS.
           select FILE-LIST-FILE assign to "KREDIET-FILELIST.TMP"
               organization is line sequential
               file status is WS-FILELIST-STATUS.
           select REPORT-INPUT-FILE
               assign dynamic DYNAMIC-REPORT-INFILE
               organization is line sequential
               file status is WS-INPUT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd CUSTOMER-FILE.
           01 CUSTOMER-REGEL pic x(200).

           fd PAYMENTS-FILE.
           01 PAYMENTS-REGEL pic x(60).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(40).

           fd OPERATOR-FILE.
           01 OPERATOR-REGEL pic x(120).

           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).

           fd REPORT-INPUT-FILE.
           01 REPORT-LEESREGEL pic x(140).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-CUSTOMER-STATUS pic xx.
           01 WS-PAYMENTS-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-OPERATOR-STATUS pic xx.
           01 WS-FILELIST-STATUS pic xx.
           01 WS-INPUT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 EOF-FLAG pic x(01).
           01 WS-GELADEN pic x(01) value "N".
           01 WS-ACTIE pic x(10).
           01 WS-LS-COMMAND pic x(100).
           01 DYNAMIC-REPORT-INFILE pic x(30).

      *>    Krediet-Config.csv -- Sleutel,Waarde
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-PATROON pic x(60) value "Output-*.csv".
           01 WS-MAX-NIVEAU pic 9(01) value 2.

      *>    the customers -- limit, block and what is open
           01 WS-CUST-COUNT pic 9(03) value 0.
           01 WS-CUST-LEESREGEL pic x(200).
           01 WS-CUST-SKIP pic x(40).
           01 WS-CUST-LIMIET-S pic x(14).
           01 WS-CUST-BLOK-S pic x(04).
           01 CUST-TABLE.
               05 CUST-ENTRY occurs 500 times indexed by CUST-IDX.
                   10 CUST-NUMMER pic x(10).
                   10 CUST-LIMIET pic 9(9)v99.
                   10 CUST-GEBLOKKEERD pic x(01).
                   10 CUST-OPEN pic s9(9)v99.
                   10 CUST-NIVEAU pic 9(01).
           01 WS-CUST-FOUND-IDX pic 9(03).

      *>    amounts paid per invoice number -- as ArAgingReport
           01 WS-PAYMENT-COUNT pic 9(4) value 0.
           01 WS-PAYMENT-LEESREGEL pic x(60).
           01 WS-PAY-FAKTUURNR-S pic x(10).
           01 WS-PAY-DATUM-S pic x(12).
           01 WS-PAY-BEDRAG-S pic x(14).
           01 PAYMENT-TABLE.
               05 PAYMENT-ENTRY occurs 2000 times
                       indexed by PAYMENT-IDX.
                   10 PAY-FAKTUURNR pic x(10).
                   10 PAY-BEDRAG pic s9(9)v99.
                   10 PAY-VOLLEDIG pic x(01).
           01 WS-PAYMENT-FOUND pic x(01).

      *>    the reminder level each invoice last got
           01 WS-REGISTER-COUNT pic 9(4) value 0.
           01 WS-REGISTER-LEESREGEL pic x(40).
           01 WS-REG-NIVEAU-S pic x(03).
           01 REGISTER-TABLE.
               05 REGISTER-ENTRY occurs 2000 times
                       indexed by REGISTER-IDX.
                   10 REG-FAKTUURNR pic x(10).
                   10 REG-NIVEAU pic 9(01).

      *>    one Output row -- the 9-column VATCalculation core
           01 R-PRIJS-S pic x(10).
           01 R-TARIEF-S pic x(4).
           01 R-BEDRAG-S pic x(10).
           01 R-TOTAAL-S pic x(10).
           01 R-RICHTING-S pic x(10).
           01 R-KLANTNR-S pic x(10).
           01 R-DATUM-S pic x(10).
           01 R-FAKTUURNR-S pic x(10).
           01 R-VERVAL-S pic x(10).
           01 R-TOTAAL pic s9(9)v99.

      *>    the override permission off Operators.csv
           01 WS-MAG-VRIJGEVEN pic x(01) value "N".
           01 WS-OP-ID pic x(12).
           01 WS-OP-NAAM pic x(30).
           01 WS-OP-FUNCS pic x(80).
           01 WS-OP-ACTIEF pic x(02).
           01 WS-FUNC-TELLER pic 9(02).

           01 WS-NA-BEDRAG pic s9(9)v99.
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 WS-CURRENT-DATETIME pic x(21).

       linkage section.
           01 LINK-ACTIE pic x(10).
           01 LINK-KLANTNR pic x(10).
           01 LINK-BEDRAG pic s9(9)v99.
           01 LINK-REFERENTIE pic x(30).
           01 LINK-OPERATOR-ID pic x(12).
           01 LINK-RESULTAAT pic x(01).
           01 LINK-REDEN pic x(30).
           01 LINK-OPENSTAAND pic s9(9)v99.
           01 LINK-LIMIET pic 9(9)v99.
           01 LINK-NIVEAU pic 9(01).
           01 LINK-MAG-VRIJGEVEN pic x(01).

       procedure division using LINK-ACTIE LINK-KLANTNR LINK-BEDRAG
               LINK-REFERENTIE LINK-OPERATOR-ID LINK-RESULTAAT
               LINK-REDEN LINK-OPENSTAAND LINK-LIMIET LINK-NIVEAU
               LINK-MAG-VRIJGEVEN.

           move "J" to LINK-RESULTAAT
           move spaces to LINK-REDEN
           move 0 to LINK-OPENSTAAND
           move 0 to LINK-LIMIET
           move 0 to LINK-NIVEAU
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE

           if WS-GELADEN not = "J"
               perform 1000-LOAD-CONFIG thru 1000-EXIT
               perform 1100-LOAD-CUSTOMERS thru 1100-EXIT
               perform 1200-LOAD-PAYMENTS thru 1200-EXIT
               perform 1300-LOAD-REGISTER thru 1300-EXIT
               perform 1400-CHECK-OPERATOR thru 1400-EXIT
               perform 2000-OPEN-BALANCES thru 2000-EXIT
               move "J" to WS-GELADEN
           end-if
           move WS-MAG-VRIJGEVEN to LINK-MAG-VRIJGEVEN

           move 0 to WS-CUST-FOUND-IDX
           perform varying CUST-IDX from 1 by 1
                   until CUST-IDX > WS-CUST-COUNT
               if CUST-NUMMER(CUST-IDX) = function trim(LINK-KLANTNR)
                   set WS-CUST-FOUND-IDX to CUST-IDX
                   exit perform
               end-if
           end-perform
           if WS-CUST-FOUND-IDX = 0
               goback
           end-if
           set CUST-IDX to WS-CUST-FOUND-IDX
           move CUST-OPEN(CUST-IDX) to LINK-OPENSTAAND
           move CUST-LIMIET(CUST-IDX) to LINK-LIMIET
           move CUST-NIVEAU(CUST-IDX) to LINK-NIVEAU

           evaluate WS-ACTIE
               when "TOETS"
                   perform 3000-JUDGE thru 3000-EXIT
               when "BOEK"
                   add LINK-BEDRAG to CUST-OPEN(CUST-IDX)
                   move CUST-OPEN(CUST-IDX) to LINK-OPENSTAAND
               when "VRIJGEVEN"
                   perform 4000-OVERRIDE thru 4000-EXIT
               when other
                   display "CreditCheck: onbekende actie "
                       function trim(LINK-ACTIE)
                   move "F" to LINK-RESULTAAT
           end-evaluate

           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: PATROON (the Output files, default
      *> Output-*.csv) and AANMANINGSNIVEAU (the reminder level from
      *> which a customer gets nothing more on credit, default 2).
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CONFIG-SLEUTEL
                               WS-CONFIG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           evaluate function upper-case(function trim(
                                   WS-CONFIG-SLEUTEL))
                               when "PATROON"
                                   if WS-CONFIG-WAARDE not = spaces
                                       move WS-CONFIG-WAARDE
                                           to WS-PATROON
                                   end-if
                               when "AANMANINGSNIVEAU"
                                   if WS-CONFIG-WAARDE(1:1) >= "1"
                                       and WS-CONFIG-WAARDE(1:1)
                                           <= "3"
                                       move WS-CONFIG-WAARDE(1:1)
                                           to WS-MAX-NIVEAU
                                   end-if
                               when other
                                   continue
                           end-evaluate
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-CUSTOMERS: Klantnummer, and the Kredietlimiet and
      *> Geblokkeerd columns after the Email column.
      *>----------------------------------------------------------------
           1100-LOAD-CUSTOMERS.
               move 0 to WS-CUST-COUNT
               open input CUSTOMER-FILE
               if WS-CUSTOMER-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read CUSTOMER-FILE into WS-CUST-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CUSTOMER-FILE into WS-CUST-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-CUST-COUNT >= 500
                               display "Klantentabel vol, "
                                   "overgeslagen: " WS-CUST-LEESREGEL
                           else
                               perform 1110-ONE-CUSTOMER thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close CUSTOMER-FILE.
           1100-EXIT.
               exit.

           1110-ONE-CUSTOMER.
               add 1 to WS-CUST-COUNT
               set CUST-IDX to WS-CUST-COUNT
               move spaces to CUST-NUMMER(CUST-IDX)
               move spaces to WS-CUST-LIMIET-S WS-CUST-BLOK-S
               unstring function trim(WS-CUST-LEESREGEL)
                   delimited by ","
                   into CUST-NUMMER(CUST-IDX) WS-CUST-SKIP
                        WS-CUST-SKIP WS-CUST-SKIP WS-CUST-SKIP
                        WS-CUST-SKIP WS-CUST-SKIP WS-CUST-SKIP
                        WS-CUST-SKIP WS-CUST-SKIP WS-CUST-SKIP
                        WS-CUST-LIMIET-S WS-CUST-BLOK-S
               end-unstring
               move 0 to CUST-LIMIET(CUST-IDX)
               if WS-CUST-LIMIET-S not = spaces
                   and function test-numval(function trim(
                       WS-CUST-LIMIET-S)) = 0
                   move function numval(function trim(
                       WS-CUST-LIMIET-S)) to CUST-LIMIET(CUST-IDX)
               end-if
               move "N" to CUST-GEBLOKKEERD(CUST-IDX)
               if function upper-case(WS-CUST-BLOK-S(1:1)) = "J"
                   move "J" to CUST-GEBLOKKEERD(CUST-IDX)
               end-if
               move 0 to CUST-OPEN(CUST-IDX)
               move 0 to CUST-NIVEAU(CUST-IDX).
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-PAYMENTS: paid per invoice; a row without a Bedrag
      *> settles its invoice whole.
      *>----------------------------------------------------------------
           1200-LOAD-PAYMENTS.
               move 0 to WS-PAYMENT-COUNT
               open input PAYMENTS-FILE
               if WS-PAYMENTS-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read PAYMENTS-FILE into WS-PAYMENT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PAYMENTS-FILE into WS-PAYMENT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1210-ONE-PAYMENT thru 1210-EXIT
                   end-read
               end-perform
               close PAYMENTS-FILE.
           1200-EXIT.
               exit.

           1210-ONE-PAYMENT.
               move spaces to WS-PAY-FAKTUURNR-S
               move spaces to WS-PAY-BEDRAG-S
               unstring function trim(WS-PAYMENT-LEESREGEL)
                   delimited by ","
                   into WS-PAY-FAKTUURNR-S WS-PAY-DATUM-S
                        WS-PAY-BEDRAG-S
               end-unstring
               move "N" to WS-PAYMENT-FOUND
               perform varying PAYMENT-IDX from 1 by 1
                       until PAYMENT-IDX > WS-PAYMENT-COUNT
                   if PAY-FAKTUURNR(PAYMENT-IDX) = WS-PAY-FAKTUURNR-S
                       move "Y" to WS-PAYMENT-FOUND
                       exit perform
                   end-if
               end-perform
               if WS-PAYMENT-FOUND = "N"
                   if WS-PAYMENT-COUNT >= 2000
                       display "Payments table full, skipping: "
                           WS-PAYMENT-LEESREGEL
                       go to 1210-EXIT
                   end-if
                   add 1 to WS-PAYMENT-COUNT
                   set PAYMENT-IDX to WS-PAYMENT-COUNT
                   move WS-PAY-FAKTUURNR-S to PAY-FAKTUURNR(PAYMENT-IDX)
                   move 0 to PAY-BEDRAG(PAYMENT-IDX)
                   move "N" to PAY-VOLLEDIG(PAYMENT-IDX)
               end-if
               if WS-PAY-BEDRAG-S = spaces
                   or function test-numval(function trim(
                       WS-PAY-BEDRAG-S)) not = 0
                   move "J" to PAY-VOLLEDIG(PAYMENT-IDX)
               else
                   add function numval(function trim(WS-PAY-BEDRAG-S))
                       to PAY-BEDRAG(PAYMENT-IDX)
               end-if.
           1210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-LOAD-REGISTER: Dunning-Register.csv, Faktuurnr,Niveau --
      *> no register means nobody has been reminded yet.
      *>----------------------------------------------------------------
           1300-LOAD-REGISTER.
               move 0 to WS-REGISTER-COUNT
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read REGISTER-FILE into WS-REGISTER-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into WS-REGISTER-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-REGISTER-COUNT < 2000
                               add 1 to WS-REGISTER-COUNT
                               move spaces to WS-REG-NIVEAU-S
                               unstring function trim(
                                       WS-REGISTER-LEESREGEL)
                                   delimited by ","
                                   into REG-FAKTUURNR(
                                            WS-REGISTER-COUNT)
                                        WS-REG-NIVEAU-S
                               end-unstring
                               move 0 to REG-NIVEAU(WS-REGISTER-COUNT)
                               if WS-REG-NIVEAU-S(1:1) is numeric
                                   move WS-REG-NIVEAU-S(1:1)
                                       to REG-NIVEAU(WS-REGISTER-COUNT)
                               end-if
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1400-CHECK-OPERATOR: KREDIET (or ALL) in the operator's
      *> Operators.csv function list allows an override. A site
      *> without an operator master keeps the believe-anything
      *> behaviour, as OnkostenRegister does.
      *>----------------------------------------------------------------
           1400-CHECK-OPERATOR.
               move "N" to WS-MAG-VRIJGEVEN
               open input OPERATOR-FILE
               if WS-OPERATOR-STATUS not = "00"
                   move "J" to WS-MAG-VRIJGEVEN
                   go to 1400-EXIT
               end-if
               read OPERATOR-FILE into OPERATOR-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read OPERATOR-FILE into OPERATOR-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-OP-ID
                           move spaces to WS-OP-FUNCS
                           move spaces to WS-OP-ACTIEF
                           unstring function trim(OPERATOR-REGEL)
                               delimited by ","
                               into WS-OP-ID WS-OP-NAAM WS-OP-FUNCS
                                    WS-OP-ACTIEF
                           end-unstring
                           if function trim(WS-OP-ID)
                                   = function trim(LINK-OPERATOR-ID)
                               and WS-OP-ACTIEF(1:1) = "J"
                               if function trim(WS-OP-FUNCS) = "ALL"
                                   move "J" to WS-MAG-VRIJGEVEN
                               else
                                   move 0 to WS-FUNC-TELLER
                                   inspect WS-OP-FUNCS
                                       tallying WS-FUNC-TELLER
                                       for all "KREDIET"
                                   if WS-FUNC-TELLER > 0
                                       move "J" to WS-MAG-VRIJGEVEN
                                   end-if
                               end-if
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close OPERATOR-FILE.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-OPEN-BALANCES: every numbered, still-open sales row of
      *> the Output files onto its customer, with the reminder level
      *> of that invoice.
      *>----------------------------------------------------------------
           2000-OPEN-BALANCES.
               move spaces to WS-LS-COMMAND
               string "ls -1 " delimited by size
                      function trim(WS-PATROON) delimited by size
                      " 2>/dev/null > KREDIET-FILELIST.TMP"
                          delimited by size
                   into WS-LS-COMMAND
               end-string
               call "SYSTEM" using WS-LS-COMMAND
               open input FILE-LIST-FILE
               if WS-FILELIST-STATUS not = "00"
                   go to 2000-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read FILE-LIST-FILE into FILE-LIST-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move FILE-LIST-REGEL
                               to DYNAMIC-REPORT-INFILE
                           perform 2100-ONE-FILE thru 2100-EXIT
                   end-read
               end-perform
               close FILE-LIST-FILE
               call "SYSTEM" using "rm -f KREDIET-FILELIST.TMP".
           2000-EXIT.
               exit.

           2100-ONE-FILE.
               open input REPORT-INPUT-FILE
               if WS-INPUT-STATUS not = "00"
                   go to 2100-EXIT
               end-if
               perform until WS-INPUT-STATUS not = "00"
                   read REPORT-INPUT-FILE into REPORT-LEESREGEL
                       at end
                           move "10" to WS-INPUT-STATUS
                       not at end
                           perform 2200-ONE-ROW thru 2200-EXIT
                   end-read
               end-perform
               close REPORT-INPUT-FILE.
           2100-EXIT.
               exit.

      *>    purchases, unnumbered and settled rows do not count
           2200-ONE-ROW.
               move spaces to R-RICHTING-S R-KLANTNR-S R-DATUM-S
                   R-FAKTUURNR-S R-VERVAL-S R-TOTAAL-S
               unstring function trim(REPORT-LEESREGEL)
                   delimited by ","
                   into R-PRIJS-S R-TARIEF-S R-BEDRAG-S R-TOTAAL-S
                        R-RICHTING-S R-KLANTNR-S R-DATUM-S
                        R-FAKTUURNR-S R-VERVAL-S
               end-unstring
               if function trim(R-RICHTING-S) = "AANKOOP"
                   or function trim(R-FAKTUURNR-S) = spaces
                   or function trim(R-KLANTNR-S) = spaces
                   go to 2200-EXIT
               end-if
               if function test-numval(function trim(R-FAKTUURNR-S))
                       not = 0
                   go to 2200-EXIT
               end-if
               if function test-numval-c(function trim(R-TOTAAL-S))
                       not = 0
                   go to 2200-EXIT
               end-if
               move function numval-c(function trim(R-TOTAAL-S))
                   to R-TOTAAL
               perform varying PAYMENT-IDX from 1 by 1
                       until PAYMENT-IDX > WS-PAYMENT-COUNT
                   if PAY-FAKTUURNR(PAYMENT-IDX)
                           = function trim(R-FAKTUURNR-S)
                       if PAY-VOLLEDIG(PAYMENT-IDX) = "J"
                           move 0 to R-TOTAAL
                       else
                           subtract PAY-BEDRAG(PAYMENT-IDX)
                               from R-TOTAAL
                       end-if
                       exit perform
                   end-if
               end-perform
               if R-TOTAAL <= 0
                   go to 2200-EXIT
               end-if

               perform varying CUST-IDX from 1 by 1
                       until CUST-IDX > WS-CUST-COUNT
                   if CUST-NUMMER(CUST-IDX) = function trim(R-KLANTNR-S)
                       exit perform
                   end-if
               end-perform
               if CUST-IDX > WS-CUST-COUNT
                   go to 2200-EXIT
               end-if
               add R-TOTAAL to CUST-OPEN(CUST-IDX)
               perform varying REGISTER-IDX from 1 by 1
                       until REGISTER-IDX > WS-REGISTER-COUNT
                   if REG-FAKTUURNR(REGISTER-IDX)
                           = function trim(R-FAKTUURNR-S)
                       if REG-NIVEAU(REGISTER-IDX)
                               > CUST-NIVEAU(CUST-IDX)
                           move REG-NIVEAU(REGISTER-IDX)
                               to CUST-NIVEAU(CUST-IDX)
                       end-if
                       exit perform
                   end-if
               end-perform.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-JUDGE: blocked first, then the dunning level, then the
      *> limit against what is open plus what is asked.
      *>----------------------------------------------------------------
           3000-JUDGE.
               if CUST-GEBLOKKEERD(CUST-IDX) = "J"
                   move "G" to LINK-RESULTAAT
                   move "KLANT GEBLOKKEERD" to LINK-REDEN
                   go to 3000-EXIT
               end-if
               if CUST-NIVEAU(CUST-IDX) >= WS-MAX-NIVEAU
                   move "A" to LINK-RESULTAAT
                   move spaces to LINK-REDEN
                   string "AANMANING NIVEAU " delimited by size
                          CUST-NIVEAU(CUST-IDX) delimited by size
                       into LINK-REDEN
                   end-string
                   go to 3000-EXIT
               end-if
               if CUST-LIMIET(CUST-IDX) = 0
                   go to 3000-EXIT
               end-if
               compute WS-NA-BEDRAG = CUST-OPEN(CUST-IDX) + LINK-BEDRAG
               if WS-NA-BEDRAG > CUST-LIMIET(CUST-IDX)
                   move "L" to LINK-RESULTAAT
                   move "KREDIETLIMIET OVERSCHREDEN" to LINK-REDEN
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-OVERRIDE: an authorised operator lets a refused sale
      *> through -- one RUNLOG.TXT line, who, which customer, what.
      *>----------------------------------------------------------------
           4000-OVERRIDE.
               if WS-MAG-VRIJGEVEN not = "J"
                   move "F" to LINK-RESULTAAT
                   go to 4000-EXIT
               end-if
               move LINK-BEDRAG to DISPLAY-BEDRAG
               move function current-date to WS-CURRENT-DATETIME
               move spaces to RUNLOG-REGEL
               string
                   "CreditCheck-OVERRIDE," delimited by size
                   function trim(LINK-OPERATOR-ID) delimited by size
                   "," delimited by size
                   function trim(LINK-KLANTNR) delimited by size
                   "," delimited by size
                   function trim(LINK-REFERENTIE) delimited by size
                   "," delimited by size
                   WS-CURRENT-DATETIME(1:4) "-"
                   WS-CURRENT-DATETIME(5:2) "-"
                   WS-CURRENT-DATETIME(7:2) " "
                   WS-CURRENT-DATETIME(9:2) ":"
                   WS-CURRENT-DATETIME(11:2) ":"
                   WS-CURRENT-DATETIME(13:2) delimited by size
                   ",0," delimited by size
                   function trim(DISPLAY-BEDRAG) delimited by size
                   ",OVERRIDE" delimited by size
                   into RUNLOG-REGEL
               end-string
               open extend RUNLOG-FILE
               if WS-RUNLOG-STATUS not = "00"
                   open output RUNLOG-FILE
               end-if
               write RUNLOG-REGEL
               close RUNLOG-FILE.
           4000-EXIT.
               exit.
