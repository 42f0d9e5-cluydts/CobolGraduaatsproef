      *>----------------------------------------------------------------
      *> VatCurrentAccount -- VATQuarterlyReport says what a quarter
      *> owes or gets back, but the running balance with the FOD
      *> (the BTW-rekening-courant) lived on the FOD's own statement
      *> only. This keeps our side of it, per VAT period (YYYYQn):
      *>   BTW-Rekeningcourant.csv (Periode,Datum,Soort,Bedrag,
      *>   Referentie,Operator) -- Bedrag signed, positive is what we
      *>   owe the FOD, negative what it owes us:
      *>     AANGIFTE   the declared balance (grid 71 positive, 72
      *>                negative);
      *>     INTREST    late-payment interest the FOD charged;
      *>     TERUGVRAAG a refund of a credit asked for -- recorded,
      *>                the balance moves only when it is paid;
      *>     TERUGGAVE  the refund received.
      *>   The payments are credit transfers like RemittanceRun's:
      *>   an order in Afdrachten-Register.csv (Soort BTW, or BTWV
      *>   for the December advance, the period as Periode) that
      *>   CodaImport ticks off AFGEPUNT when the debit is on a
      *>   statement and SepaStatusImport turns GEWEIGERD when the
      *>   bank refuses it. Only a debited payment counts as paid.
      *> Actions:
      *>   AANGIFTE <periode> [<bedrag>]
      *>       the declared balance of a period; without an amount it
      *>       is the SALDO line of BTW-Aangifte.csv, which must then
      *>       be the declaration of the latest period closed in
      *>       VAT-Periods.csv. One declaration per period.
      *>   BETAAL <periode>
      *>       a payment order for what is open on the period, less
      *>       an order still on its way, to the FOD's VAT account
      *>       (Afdracht-Config.csv BTWNAAM/BTWIBAN) with the FOD's
      *>       gestructureerde mededeling (our enterprise number off
      *>       Intervat-Config.csv plus the modulo-97 check pair), in
      *>       Sepa-BTW-<periode>-<rundatum>-<tijd>.xml.
      *>   VOORSCHOT <jaar> <bedrag>
      *>       the December advance on the fourth quarter, as the same
      *>       kind of order (Soort BTWV, period <jaar>Q4) -- before
      *>       that quarter is declared, once a year.
      *>   INTREST <periode> <bedrag>,<datum>[,<referentie>]
      *>   TERUGVRAAG <periode> [<bedrag>]
      *>       without an amount the whole credit open on the period.
      *>   TERUGGAVE <periode> <bedrag>,<datum>[,<referentie>]
      *>       never more than the credit open on the period.
      *>   RAPPORT [<jaar>]
      *>       per period declared, interest, paid, refunded and the
      *>       open position, orders on their way and refunds asked;
      *>       then the open position against accounts 451000 and
      *>       411000 in GL-Saldi.csv up to the last period's last
      *>       month -- BTW-Rekeningcourant-<jaar|ALLE>.txt, to hold
      *>       next to the FOD's statement.
      *>----------------------------------------------------------------
       identification division.
       program-id. VatCurrentAccount.
       environment division.
       input-output section.
       file-control.
           select REGISTER-FILE assign to "BTW-Rekeningcourant.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select AFDRACHT-FILE assign to "Afdrachten-Register.csv"
               organization is line sequential
               file status is WS-AFDRACHT-STATUS.
           select AANGIFTE-FILE assign to "BTW-Aangifte.csv"
               organization is line sequential
               file status is WS-AANGIFTE-STATUS.
           select PERIOD-FILE assign to "VAT-Periods.csv"
               organization is line sequential
               file status is WS-PERIOD-STATUS.
           select CONFIG-FILE assign to "Afdracht-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select FIRMCFG-FILE assign to "Intervat-Config.csv"
               organization is line sequential
               file status is WS-FIRMCFG-STATUS.
           select SALDI-FILE assign to "GL-Saldi.csv"
               organization is line sequential
               file status is WS-SALDI-STATUS.
           select XML-FILE assign dynamic DYNAMIC-XMLFILE
               organization is line sequential
               file status is WS-XML-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(120).

           fd AFDRACHT-FILE.
           01 AFDRACHT-REGEL pic x(60).

           fd AANGIFTE-FILE.
           01 AANGIFTE-REGEL pic x(210).

           fd PERIOD-FILE.
           01 PERIOD-REGEL pic x(60).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd FIRMCFG-FILE.
           01 FIRMCFG-REGEL pic x(60).

           fd SALDI-FILE.
           01 SALDI-REGEL pic x(100).

           fd XML-FILE.
           01 XML-REGEL pic x(130).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-REGISTER-STATUS pic xx.
           01 WS-AFDRACHT-STATUS pic xx.
           01 WS-AANGIFTE-STATUS pic xx.
           01 WS-PERIOD-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-FIRMCFG-STATUS pic xx.
           01 WS-SALDI-STATUS pic xx.
           01 WS-XML-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-ACTIE pic x(11).
           01 WS-VANDAAG pic x(10).
           01 WS-PERIODE pic x(06).
           01 DYNAMIC-XMLFILE pic x(40).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-ROWS-OUT pic 9(05) value 0.

      *>    our register, kept whole and rewritten when it changed
           01 WS-RC-COUNT pic 9(04) value 0.
           01 WS-RC-DIRTY pic x(01) value "N".
           01 WS-RC-LEESREGEL pic x(120).
           01 WS-RC-BEDRAG-S pic x(16).
           01 RC-TABLE.
               05 RC-ENTRY occurs 2000 times indexed by RC-IDX.
                   10 RC-PERIODE pic x(06).
                   10 RC-DATUM pic x(10).
                   10 RC-SOORT pic x(10).
                   10 RC-BEDRAG pic s9(09)V99.
                   10 RC-REFERENTIE pic x(30).
                   10 RC-OPERATOR pic x(12).

      *>    the remittance register -- our VAT payments are its BTW
      *>    and BTWV rows, the other rows pass through untouched
           01 WS-AFD-COUNT pic 9(03) value 0.
           01 WS-AFD-DIRTY pic x(01) value "N".
           01 WS-AFD-LEESREGEL pic x(60).
           01 AFD-TABLE.
               05 AFD-ENTRY occurs 200 times indexed by AFD-IDX.
                   10 AFD-PERIODE pic x(07).
                   10 AFD-SOORT pic x(04).
                   10 AFD-BEDRAG-S pic x(12).
                   10 AFD-STATE pic x(10).

      *>    one period's position
           01 WS-POS-AANGIFTE pic s9(09)V99.
           01 WS-POS-INTREST pic s9(09)V99.
           01 WS-POS-BETAALD pic s9(09)V99.
           01 WS-POS-TERUGGAVE pic s9(09)V99.
           01 WS-POS-ONDERWEG pic s9(09)V99.
           01 WS-POS-GEVRAAGD pic s9(09)V99.
           01 WS-POS-OPEN pic s9(09)V99.
           01 WS-POS-AANGEGEVEN pic x(01).
           01 WS-POS-VOORSCHOT pic x(01).

      *>    input of one action
           01 WS-IN-BEDRAG-S pic x(16).
           01 WS-IN-DATUM pic x(10).
           01 WS-IN-REFERENTIE pic x(30).
           01 WS-IN-BEDRAG pic s9(09)V99.
           01 WS-DATUM-N pic 9(08).
           01 WS-NW-SOORT pic x(10).

      *>    the declaration on BTW-Aangifte.csv and the last period
      *>    VATQuarterlyReport closed
           01 WS-AG-LEESREGEL pic x(210).
           01 WS-AG-F1 pic x(20).
           01 WS-AG-F2 pic x(10).
           01 WS-AG-F3 pic x(10).
           01 WS-AG-F4 pic x(10).
           01 WS-AG-F5 pic x(20).
           01 WS-AG-SALDO pic s9(09)V99.
           01 WS-AG-GEVONDEN pic x(01).
           01 WS-PER-LEESREGEL pic x(60).
           01 WS-PER-PERIODE pic x(06).
           01 WS-PER-STATE pic x(08).
           01 WS-LAATST-GESLOTEN pic x(06).

      *>    the order: creditor, debtor, structured communication
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-BTW-NAAM pic x(40) value "FOD Financien - BTW".
           01 WS-BTW-IBAN pic x(20) value spaces.
           01 WS-FIRM-NAAM pic x(40) value spaces.
           01 WS-FIRM-BTWNR pic x(14) value spaces.
           01 WS-IBAN-CONTROLE pic x(34).
           01 WS-IBAN-GELDIG pic x(01).
           01 WS-OGM-BASE pic 9(10).
           01 WS-OGM-BASE-X redefines WS-OGM-BASE pic x(10).
           01 WS-OGM-CHECK pic 9(02).
           01 WS-OGM-PRINT pic x(20).
           01 WS-TX-SOORT pic x(04).
           01 WS-TX-BEDRAG pic 9(09)V99.
           01 WS-KAL-ACTIE pic x(08) value "VOLGENDE".
           01 WS-KAL-RESULTAAT pic x(10).
           01 WS-KAL-WERKDAG pic x(01).
           01 WS-EXEC-DATUM pic x(10).

      *>    the report: every period once, in order
           01 WS-JAAR pic x(04).
           01 WS-PL-COUNT pic 9(03) value 0.
           01 PL-TABLE.
               05 PL-PERIODE occurs 300 times indexed by PL-IDX
                   pic x(06).
           01 WS-PL-PLAATS pic 9(03).
           01 WS-PL-SCHUIF pic 9(03).
           01 WS-TOT-AANGIFTE pic s9(11)V99 value 0.
           01 WS-TOT-INTREST pic s9(11)V99 value 0.
           01 WS-TOT-BETAALD pic s9(11)V99 value 0.
           01 WS-TOT-TERUGGAVE pic s9(11)V99 value 0.
           01 WS-TOT-OPEN pic s9(11)V99 value 0.
           01 WS-TOT-ONDERWEG pic s9(11)V99 value 0.
           01 WS-TOT-GEVRAAGD pic s9(11)V99 value 0.
           01 WS-CUM-OPEN pic s9(11)V99 value 0.
           01 WS-LAATSTE-PERIODE pic x(06).
           01 WS-GL-TOT pic x(07).
           01 WS-GL-MAAND pic 9(02).
           01 WS-SAL-LEESREGEL pic x(100).
           01 WS-SAL-PERIODE pic x(07).
           01 WS-SAL-REKENING pic x(10).
           01 WS-SAL-DEBET-S pic x(16).
           01 WS-SAL-CREDIT-S pic x(16).
           01 WS-GL-451 pic s9(11)V99 value 0.
           01 WS-GL-411 pic s9(11)V99 value 0.
           01 WS-GL-NETTO pic s9(11)V99 value 0.
           01 WS-GL-VERSCHIL pic s9(11)V99 value 0.
           01 WS-GL-GELEZEN pic x(01) value "N".

           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 DISPLAY-KOL pic -(10)9.99.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(80).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-VANDAAG
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE

           perform 1000-LOAD-REGISTER thru 1000-EXIT
           perform 1100-LOAD-AFDRACHTEN thru 1100-EXIT

           evaluate WS-ACTIE
               when "AANGIFTE"
                   perform 2000-DECLARATION thru 2000-EXIT
               when "BETAAL"
                   perform 3000-PAYMENT thru 3000-EXIT
               when "VOORSCHOT"
                   perform 3100-ADVANCE thru 3100-EXIT
               when "INTREST"
               when "TERUGGAVE"
                   perform 4000-MOVEMENT thru 4000-EXIT
               when "TERUGVRAAG"
                   perform 4100-REFUND-REQUEST thru 4100-EXIT
               when "RAPPORT"
                   perform 5000-REPORT thru 5000-EXIT
               when other
                   display "Onbekende actie (AANGIFTE, BETAAL,"
                       " VOORSCHOT, INTREST, TERUGVRAAG, TERUGGAVE"
                       " of RAPPORT): " function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           if WS-RETURN-CODE = 0
               if WS-RC-DIRTY = "Y"
                   perform 6000-REWRITE-REGISTER thru 6000-EXIT
               end-if
               if WS-AFD-DIRTY = "Y"
                   perform 6100-REWRITE-AFDRACHTEN thru 6100-EXIT
               end-if
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-REGISTER / 1100-LOAD-AFDRACHTEN: both registers
      *> whole; a missing one is an empty one.
      *>----------------------------------------------------------------
           1000-LOAD-REGISTER.
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read REGISTER-FILE into WS-RC-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into WS-RC-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-RC-LEESREGEL = spaces
                               continue
                           else
                               if WS-RC-COUNT >= 2000
                                   display "BTW-rekening-courant vol"
                                       " -- rij genegeerd."
                                   move "X" to WS-RC-DIRTY
                               else
                                   perform 1010-ONE-RC-ROW
                                       thru 1010-EXIT
                               end-if
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE.
           1000-EXIT.
               exit.

           1010-ONE-RC-ROW.
               add 1 to WS-RC-COUNT
               add 1 to WS-ROWS-READ
               set RC-IDX to WS-RC-COUNT
               move spaces to RC-ENTRY(RC-IDX)
               move spaces to WS-RC-BEDRAG-S
               unstring function trim(WS-RC-LEESREGEL)
                   delimited by ","
                   into RC-PERIODE(RC-IDX) RC-DATUM(RC-IDX)
                        RC-SOORT(RC-IDX) WS-RC-BEDRAG-S
                        RC-REFERENTIE(RC-IDX) RC-OPERATOR(RC-IDX)
               end-unstring
               move function numval-c(function trim(WS-RC-BEDRAG-S))
                   to RC-BEDRAG(RC-IDX).
           1010-EXIT.
               exit.

           1100-LOAD-AFDRACHTEN.
               open input AFDRACHT-FILE
               if WS-AFDRACHT-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read AFDRACHT-FILE into WS-AFD-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AFDRACHT-FILE into WS-AFD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-AFD-COUNT >= 200
                               display "Afdracht table full, "
                                   "skipping: " WS-AFD-LEESREGEL
                               move "X" to WS-AFD-DIRTY
                           else
                               add 1 to WS-AFD-COUNT
                               move spaces to AFD-ENTRY(WS-AFD-COUNT)
                               unstring function trim(
                                       WS-AFD-LEESREGEL)
                                   delimited by ","
                                   into AFD-PERIODE(WS-AFD-COUNT)
                                        AFD-SOORT(WS-AFD-COUNT)
                                        AFD-BEDRAG-S(WS-AFD-COUNT)
                                        AFD-STATE(WS-AFD-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close AFDRACHT-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-POSITION: everything known of period WS-PERIODE --
      *> declared, interest, debited payments, refunds received and
      *> asked, orders still on their way -- and what is open.
      *>----------------------------------------------------------------
           1200-POSITION.
               move 0 to WS-POS-AANGIFTE WS-POS-INTREST
                   WS-POS-BETAALD WS-POS-TERUGGAVE WS-POS-ONDERWEG
                   WS-POS-GEVRAAGD
               move "N" to WS-POS-AANGEGEVEN
               move "N" to WS-POS-VOORSCHOT
               perform varying RC-IDX from 1 by 1
                       until RC-IDX > WS-RC-COUNT
                   if RC-PERIODE(RC-IDX) = WS-PERIODE
                       evaluate RC-SOORT(RC-IDX)
                           when "AANGIFTE"
                               add RC-BEDRAG(RC-IDX)
                                   to WS-POS-AANGIFTE
                               move "J" to WS-POS-AANGEGEVEN
                           when "INTREST"
                               add RC-BEDRAG(RC-IDX) to WS-POS-INTREST
                           when "TERUGGAVE"
                               add RC-BEDRAG(RC-IDX)
                                   to WS-POS-TERUGGAVE
                           when "TERUGVRAAG"
                               add RC-BEDRAG(RC-IDX)
                                   to WS-POS-GEVRAAGD
                       end-evaluate
                   end-if
               end-perform
               perform varying AFD-IDX from 1 by 1
                       until AFD-IDX > WS-AFD-COUNT
                   if AFD-PERIODE(AFD-IDX) = WS-PERIODE
                       and (function trim(AFD-SOORT(AFD-IDX)) = "BTW"
                         or function trim(AFD-SOORT(AFD-IDX)) = "BTWV")
                       if function trim(AFD-SOORT(AFD-IDX)) = "BTWV"
                           and function trim(AFD-STATE(AFD-IDX))
                               not = "GEWEIGERD"
                           move "J" to WS-POS-VOORSCHOT
                       end-if
                       evaluate function trim(AFD-STATE(AFD-IDX))
                           when "AFGEPUNT"
                               add function numval-c(function trim(
                                   AFD-BEDRAG-S(AFD-IDX)))
                                   to WS-POS-BETAALD
                           when "AANGEMAAKT"
                               add function numval-c(function trim(
                                   AFD-BEDRAG-S(AFD-IDX)))
                                   to WS-POS-ONDERWEG
                       end-evaluate
                   end-if
               end-perform
      *>        a refund received is paid out of the FOD's debt to
      *>        us, so it raises the balance towards zero like a
      *>        charge does
               compute WS-POS-OPEN = WS-POS-AANGIFTE + WS-POS-INTREST
                   + WS-POS-TERUGGAVE - WS-POS-BETAALD
      *>        asked and not yet received
               subtract WS-POS-TERUGGAVE from WS-POS-GEVRAAGD
               if WS-POS-GEVRAAGD < 0
                   move 0 to WS-POS-GEVRAAGD
               end-if.
           1200-EXIT.
               exit.

      *>    LINK-PARM1 as a VAT period YYYYQn
           1300-CHECK-PERIODE.
               move function upper-case(function trim(LINK-PARM1))
                   to WS-PERIODE
               if WS-PERIODE(1:4) not numeric
                   or WS-PERIODE(5:1) not = "Q"
                   or WS-PERIODE(6:1) < "1"
                   or WS-PERIODE(6:1) > "4"
                   display "Ongeldige BTW-periode (YYYYQn verwacht): "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
               end-if.
           1300-EXIT.
               exit.

      *>    WS-IN-DATUM: a real date, not in the future
           1400-CHECK-DATUM.
               if WS-IN-DATUM(5:1) not = "-"
                   or WS-IN-DATUM(8:1) not = "-"
                   or WS-IN-DATUM(1:4) not numeric
                   or WS-IN-DATUM(6:2) not numeric
                   or WS-IN-DATUM(9:2) not numeric
                   display "Ongeldige datum (YYYY-MM-DD): "
                       WS-IN-DATUM
                   move 1 to WS-RETURN-CODE
                   go to 1400-EXIT
               end-if
               compute WS-DATUM-N =
                   function numval(WS-IN-DATUM(1:4)) * 10000
                   + function numval(WS-IN-DATUM(6:2)) * 100
                   + function numval(WS-IN-DATUM(9:2))
               if function test-date-yyyymmdd(WS-DATUM-N) not = 0
                   display "Geen bestaande datum: " WS-IN-DATUM
                   move 1 to WS-RETURN-CODE
                   go to 1400-EXIT
               end-if
               if WS-IN-DATUM > WS-VANDAAG
                   display "Een datum in de toekomst kan niet: "
                       WS-IN-DATUM
                   move 1 to WS-RETURN-CODE
               end-if.
           1400-EXIT.
               exit.

      *>    one row onto our register: WS-PERIODE, WS-IN-DATUM,
      *>    WS-NW-SOORT, WS-IN-BEDRAG, WS-IN-REFERENTIE
           1500-ADD-ROW.
               if WS-RC-COUNT >= 2000
                   display "BTW-rekening-courant vol."
                   move 1 to WS-RETURN-CODE
                   go to 1500-EXIT
               end-if
               add 1 to WS-RC-COUNT
               set RC-IDX to WS-RC-COUNT
               move spaces to RC-ENTRY(RC-IDX)
               move WS-PERIODE to RC-PERIODE(RC-IDX)
               move WS-IN-DATUM to RC-DATUM(RC-IDX)
               move WS-NW-SOORT to RC-SOORT(RC-IDX)
               move WS-IN-BEDRAG to RC-BEDRAG(RC-IDX)
               move WS-IN-REFERENTIE to RC-REFERENTIE(RC-IDX)
               inspect RC-REFERENTIE(RC-IDX) replacing all "," by " "
               move LINK-OPERATOR-ID to RC-OPERATOR(RC-IDX)
               if WS-RC-DIRTY not = "X"
                   move "Y" to WS-RC-DIRTY
               end-if
               move 1 to WS-ROWS-OUT.
           1500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-DECLARATION: the declared balance of a period, given or
      *> off the declaration VATQuarterlyReport wrote last.
      *>----------------------------------------------------------------
           2000-DECLARATION.
               perform 1300-CHECK-PERIODE thru 1300-EXIT
               if WS-RETURN-CODE not = 0
                   go to 2000-EXIT
               end-if
               perform 1200-POSITION thru 1200-EXIT
               if WS-POS-AANGEGEVEN = "J"
                   move WS-POS-AANGIFTE to DISPLAY-BEDRAG
                   display "Periode " WS-PERIODE " staat al als"
                       " aangifte in de rekening-courant ("
                       function trim(DISPLAY-BEDRAG) ")."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if

               move function trim(LINK-PARM2) to WS-IN-BEDRAG-S
               if WS-IN-BEDRAG-S not = spaces
                   if function test-numval-c(function trim(
                           WS-IN-BEDRAG-S)) not = 0
                       display "Ongeldig bedrag: "
                           function trim(WS-IN-BEDRAG-S)
                       move 1 to WS-RETURN-CODE
                       go to 2000-EXIT
                   end-if
                   move function numval-c(function trim(
                       WS-IN-BEDRAG-S)) to WS-IN-BEDRAG
                   move "OPGEGEVEN" to WS-IN-REFERENTIE
               else
                   perform 2100-READ-DECLARATION thru 2100-EXIT
                   if WS-RETURN-CODE not = 0
                       go to 2000-EXIT
                   end-if
                   move WS-AG-SALDO to WS-IN-BEDRAG
                   move "BTW-Aangifte.csv" to WS-IN-REFERENTIE
               end-if
               move WS-VANDAAG to WS-IN-DATUM
               move "AANGIFTE" to WS-NW-SOORT
               perform 1500-ADD-ROW thru 1500-EXIT
               if WS-RETURN-CODE not = 0
                   go to 2000-EXIT
               end-if
               perform 1200-POSITION thru 1200-EXIT
               move WS-IN-BEDRAG to DISPLAY-BEDRAG
               move WS-POS-OPEN to DISPLAY-KOL
               display "Aangifte " WS-PERIODE ": "
                   function trim(DISPLAY-BEDRAG) " -- open op de"
                   " periode " function trim(DISPLAY-KOL).
           2000-EXIT.
               exit.

      *>    the SALDO line of BTW-Aangifte.csv, only when WS-PERIODE
      *>    is the latest period VATQuarterlyReport closed
           2100-READ-DECLARATION.
               move spaces to WS-LAATST-GESLOTEN
               open input PERIOD-FILE
               if WS-PERIOD-STATUS = "00"
                   read PERIOD-FILE into WS-PER-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read PERIOD-FILE into WS-PER-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-PER-PERIODE
                                   WS-PER-STATE
                               unstring function trim(
                                       WS-PER-LEESREGEL)
                                   delimited by ","
                                   into WS-PER-PERIODE WS-PER-STATE
                               end-unstring
                               if WS-PER-STATE = "CLOSED"
                                   and WS-PER-PERIODE
                                       > WS-LAATST-GESLOTEN
                                   move WS-PER-PERIODE
                                       to WS-LAATST-GESLOTEN
                               end-if
                       end-read
                   end-perform
                   close PERIOD-FILE
               end-if
               if WS-LAATST-GESLOTEN not = WS-PERIODE
                   display "BTW-Aangifte.csv is niet de aangifte van "
                       WS-PERIODE " (laatst afgesloten: "
                       WS-LAATST-GESLOTEN ") -- geef het bedrag op."
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               move "N" to WS-AG-GEVONDEN
               open input AANGIFTE-FILE
               if WS-AANGIFTE-STATUS not = "00"
                   display "BTW-Aangifte.csv niet gevonden -- geef"
                       " het bedrag op."
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AANGIFTE-FILE into WS-AG-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-AG-F1 WS-AG-F5
                           unstring WS-AG-LEESREGEL delimited by ","
                               into WS-AG-F1 WS-AG-F2 WS-AG-F3
                                    WS-AG-F4 WS-AG-F5
                           end-unstring
                           if function trim(WS-AG-F1) = "SALDO"
                               move function numval-c(function trim(
                                   WS-AG-F5)) to WS-AG-SALDO
                               move "J" to WS-AG-GEVONDEN
                           end-if
                   end-read
               end-perform
               close AANGIFTE-FILE
               if WS-AG-GEVONDEN not = "J"
                   display "Geen SALDO-regel in BTW-Aangifte.csv."
                   move 1 to WS-RETURN-CODE
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-PAYMENT: an order for what is open on a period.
      *>----------------------------------------------------------------
           3000-PAYMENT.
               perform 1300-CHECK-PERIODE thru 1300-EXIT
               if WS-RETURN-CODE not = 0
                   go to 3000-EXIT
               end-if
               perform 1200-POSITION thru 1200-EXIT
               if WS-POS-AANGEGEVEN not = "J"
                   display "Periode " WS-PERIODE " is nog niet"
                       " aangegeven -- eerst AANGIFTE."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if WS-POS-ONDERWEG > 0
                   move WS-POS-ONDERWEG to DISPLAY-AMT
                   display "Er is al een betaling van "
                       function trim(DISPLAY-AMT) " onderweg voor "
                       WS-PERIODE " -- eerst de afschriften (CODA)"
                       " afwachten."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if WS-POS-OPEN <= 0
                   move WS-POS-OPEN to DISPLAY-BEDRAG
                   display "Niets te betalen op " WS-PERIODE
                       " (open " function trim(DISPLAY-BEDRAG) ")."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "BTW" to WS-TX-SOORT
               move WS-POS-OPEN to WS-TX-BEDRAG
               perform 3500-WRITE-ORDER thru 3500-EXIT.
           3000-EXIT.
               exit.

      *>    the December advance on <jaar>Q4
           3100-ADVANCE.
               move function trim(LINK-PARM1) to WS-JAAR
               if WS-JAAR not numeric
                   display "Ongeldig jaar: " function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               move spaces to WS-PERIODE
               string WS-JAAR "Q4" delimited by size into WS-PERIODE
               end-string
               if function test-numval-c(function trim(LINK-PARM2))
                       not = 0
                   display "Ongeldig bedrag: " function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               move function numval-c(function trim(LINK-PARM2))
                   to WS-IN-BEDRAG
               if WS-IN-BEDRAG <= 0
                   display "Het voorschot moet groter dan nul zijn."
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               perform 1200-POSITION thru 1200-EXIT
               if WS-POS-AANGEGEVEN = "J"
                   display WS-PERIODE " is al aangegeven -- geen"
                       " voorschot meer, wel BETAAL."
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               if WS-POS-VOORSCHOT = "J"
                   display "Het decembervoorschot " WS-JAAR
                       " is al aangemaakt."
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               move "BTWV" to WS-TX-SOORT
               move WS-IN-BEDRAG to WS-TX-BEDRAG
               perform 3500-WRITE-ORDER thru 3500-EXIT.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3500-WRITE-ORDER: WS-TX-SOORT / WS-TX-BEDRAG for WS-PERIODE
      *> as a pain.001 credit transfer to the FOD, the way
      *> RemittanceRun writes its orders, and onto the remittance
      *> register AANGEMAAKT for CodaImport's tick-off.
      *>----------------------------------------------------------------
           3500-WRITE-ORDER.
               perform 3600-LOAD-PARTIES thru 3600-EXIT
               if WS-RETURN-CODE not = 0
                   go to 3500-EXIT
               end-if
               if WS-AFD-COUNT >= 200
                   display "Afdracht table full -- geen order."
                   move 1 to WS-RETURN-CODE
                   go to 3500-EXIT
               end-if

      *>        the FOD's structured communication for VAT: the ten
      *>        digits of the enterprise number, modulo-97 check pair
      *>        (97 for remainder zero)
               move WS-FIRM-BTWNR(3:10) to WS-OGM-BASE-X
               compute WS-OGM-CHECK = function mod(WS-OGM-BASE 97)
               if WS-OGM-CHECK = 0
                   move 97 to WS-OGM-CHECK
               end-if
               move spaces to WS-OGM-PRINT
               string "+++" delimited by size
                      WS-OGM-BASE-X(1:3) delimited by size
                      "/" delimited by size
                      WS-OGM-BASE-X(4:4) delimited by size
                      "/" delimited by size
                      WS-OGM-BASE-X(8:3) delimited by size
                      WS-OGM-CHECK delimited by size
                      "+++" delimited by size
                   into WS-OGM-PRINT
               end-string

               move spaces to DYNAMIC-XMLFILE
               string "Sepa-" delimited by size
                      function trim(WS-TX-SOORT) delimited by size
                      "-" delimited by size
                      WS-PERIODE delimited by size
                      "-" delimited by size
                      WS-CURRENT-DATETIME(1:8) delimited by size
                      "-" delimited by size
                      WS-CURRENT-DATETIME(9:6) delimited by size
                      ".xml" delimited by size
                   into DYNAMIC-XMLFILE
               end-string
               open output XML-FILE
               if WS-XML-STATUS not = "00"
                   display "Error opening payment file: "
                       WS-XML-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3500-EXIT
               end-if
               move "<?xml version=""1.0"" encoding=""UTF-8""?>"
                   to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "<Document xmlns=""urn:iso:std:iso:20022:"
                      "tech:xsd:pain.001.001.03"">" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "  <CstmrCdtTrfInitn>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "    <GrpHdr><MsgId>" delimited by size
                      DYNAMIC-XMLFILE delimited by ".xml"
                      "</MsgId><InitgPty><Nm>" delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></InitgPty></GrpHdr>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "    <PmtInf>" to XML-REGEL
               write XML-REGEL
               move "      <PmtMtd>TRF</PmtMtd>" to XML-REGEL
               write XML-REGEL
               move WS-VANDAAG to WS-EXEC-DATUM
               call "KalenderDag" using WS-EXEC-DATUM WS-KAL-ACTIE
                                         WS-KAL-RESULTAAT
                                         WS-KAL-WERKDAG
               if WS-KAL-WERKDAG = "J"
                   move WS-KAL-RESULTAAT to WS-EXEC-DATUM
               end-if
               move spaces to XML-REGEL
               string "      <ReqdExctnDt>" delimited by size
                      function trim(WS-EXEC-DATUM) delimited by size
                      "</ReqdExctnDt>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string "      <Dbtr><Nm>" delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></Dbtr>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move WS-TX-BEDRAG to DISPLAY-AMT
               move "      <CdtTrfTxInf>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <PmtId><EndToEndId>AFDRACHT-"
                       delimited by size
                   function trim(WS-TX-SOORT) delimited by size
                   "-" delimited by size
                   WS-PERIODE delimited by size
                   "</EndToEndId></PmtId>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <Amt><InstdAmt Ccy=""EUR"">"
                       delimited by size
                   function trim(DISPLAY-AMT) delimited by size
                   "</InstdAmt></Amt>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <Cdtr><Nm>" delimited by size
                   function trim(WS-BTW-NAAM) delimited by size
                   "</Nm></Cdtr>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <CdtrAcct><Id><IBAN>" delimited by size
                   function trim(WS-BTW-IBAN) delimited by size
                   "</IBAN></Id></CdtrAcct>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string
                   "        <RmtInf><Ustrd>" delimited by size
                   function trim(WS-OGM-PRINT) delimited by size
                   "</Ustrd></RmtInf>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "      </CdtTrfTxInf>" to XML-REGEL
               write XML-REGEL
               move "    </PmtInf>" to XML-REGEL
               write XML-REGEL
               move "  </CstmrCdtTrfInitn>" to XML-REGEL
               write XML-REGEL
               move "</Document>" to XML-REGEL
               write XML-REGEL
               close XML-FILE

               add 1 to WS-AFD-COUNT
               set AFD-IDX to WS-AFD-COUNT
               move spaces to AFD-ENTRY(AFD-IDX)
               move WS-PERIODE to AFD-PERIODE(AFD-IDX)
               move WS-TX-SOORT to AFD-SOORT(AFD-IDX)
               move function trim(DISPLAY-AMT) to AFD-BEDRAG-S(AFD-IDX)
               move "AANGEMAAKT" to AFD-STATE(AFD-IDX)
               if WS-AFD-DIRTY not = "X"
                   move "Y" to WS-AFD-DIRTY
               end-if
               move 1 to WS-ROWS-OUT
               if WS-TX-SOORT = "BTWV"
                   display "Decembervoorschot " WS-PERIODE " "
                       function trim(DISPLAY-AMT) " "
                       function trim(WS-OGM-PRINT) " -- order in "
                       function trim(DYNAMIC-XMLFILE)
               else
                   display "BTW-betaling " WS-PERIODE " "
                       function trim(DISPLAY-AMT) " "
                       function trim(WS-OGM-PRINT) " -- order in "
                       function trim(DYNAMIC-XMLFILE)
               end-if.
           3500-EXIT.
               exit.

      *>    the FOD's VAT account and our own name and number
           3600-LOAD-PARTIES.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   display "Afdracht-Config.csv not found -- no"
                       " payment order."
                   move 1 to WS-RETURN-CODE
                   go to 3600-EXIT
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
                           evaluate function trim(WS-CONFIG-SLEUTEL)
                               when "BTWNAAM"
                                   move WS-CONFIG-WAARDE
                                       to WS-BTW-NAAM
                               when "BTWIBAN"
                                   move WS-CONFIG-WAARDE(1:20)
                                       to WS-BTW-IBAN
                           end-evaluate
                   end-read
               end-perform
               close CONFIG-FILE
               if WS-BTW-IBAN = spaces
                   display "BTWIBAN ontbreekt in Afdracht-Config.csv"
                       " -- geen betalingsopdracht."
                   move 1 to WS-RETURN-CODE
                   go to 3600-EXIT
               end-if
               move spaces to WS-IBAN-CONTROLE
               move WS-BTW-IBAN to WS-IBAN-CONTROLE
               call "IbanCheck" using WS-IBAN-CONTROLE WS-IBAN-GELDIG
               if WS-IBAN-GELDIG not = "J"
                   display "ONGELDIG IBAN (mod-97) voor BTWIBAN: "
                       function trim(WS-BTW-IBAN)
                       " -- verbeter Afdracht-Config.csv."
                   move 1 to WS-RETURN-CODE
                   go to 3600-EXIT
               end-if

               open input FIRMCFG-FILE
               if WS-FIRMCFG-STATUS = "00"
                   read FIRMCFG-FILE into FIRMCFG-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read FIRMCFG-FILE into FIRMCFG-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CONFIG-SLEUTEL
                                   WS-CONFIG-WAARDE
                               unstring function trim(FIRMCFG-REGEL)
                                   delimited by ","
                                   into WS-CONFIG-SLEUTEL
                                        WS-CONFIG-WAARDE
                               end-unstring
                               evaluate function trim(
                                       WS-CONFIG-SLEUTEL)
                                   when "NAAM"
                                       move WS-CONFIG-WAARDE
                                           to WS-FIRM-NAAM
                                   when "BTWNUMMER"
                                       move WS-CONFIG-WAARDE(1:14)
                                           to WS-FIRM-BTWNR
                               end-evaluate
                       end-read
                   end-perform
                   close FIRMCFG-FILE
               end-if
               if WS-FIRM-BTWNR(1:2) not = "BE"
                   or WS-FIRM-BTWNR(3:10) not numeric
                   display "BTWNUMMER in Intervat-Config.csv is geen"
                       " BE + 10 cijfers -- geen mededeling."
                   move 1 to WS-RETURN-CODE
               end-if.
           3600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-MOVEMENT: interest charged or a refund received.
      *>----------------------------------------------------------------
           4000-MOVEMENT.
               perform 1300-CHECK-PERIODE thru 1300-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               move spaces to WS-IN-BEDRAG-S WS-IN-DATUM
                   WS-IN-REFERENTIE
               unstring LINK-PARM2 delimited by ","
                   into WS-IN-BEDRAG-S WS-IN-DATUM WS-IN-REFERENTIE
               end-unstring
               if function test-numval-c(function trim(
                       WS-IN-BEDRAG-S)) not = 0
                   display "Ongeldig bedrag: "
                       function trim(WS-IN-BEDRAG-S)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move function numval-c(function trim(WS-IN-BEDRAG-S))
                   to WS-IN-BEDRAG
               if WS-IN-BEDRAG <= 0
                   display "Het bedrag moet groter dan nul zijn."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move function trim(WS-IN-DATUM) to WS-IN-DATUM
               if WS-IN-DATUM = spaces
                   move WS-VANDAAG to WS-IN-DATUM
               end-if
               perform 1400-CHECK-DATUM thru 1400-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               move function trim(WS-IN-REFERENTIE) to WS-IN-REFERENTIE
               perform 1200-POSITION thru 1200-EXIT
               if WS-ACTIE = "TERUGGAVE"
                   if WS-POS-OPEN + WS-IN-BEDRAG > 0
                       move WS-POS-OPEN to DISPLAY-BEDRAG
                       display "Teruggave groter dan het tegoed op "
                           WS-PERIODE " (open "
                           function trim(DISPLAY-BEDRAG) ")."
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
               end-if
               move WS-ACTIE to WS-NW-SOORT
               perform 1500-ADD-ROW thru 1500-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               perform 1200-POSITION thru 1200-EXIT
               move WS-IN-BEDRAG to DISPLAY-AMT
               move WS-POS-OPEN to DISPLAY-BEDRAG
               display function trim(WS-ACTIE) " " WS-PERIODE " "
                   function trim(DISPLAY-AMT) " op " WS-IN-DATUM
                   " -- open op de periode "
                   function trim(DISPLAY-BEDRAG).
           4000-EXIT.
               exit.

      *>    a refund asked for; by default the whole open credit
           4100-REFUND-REQUEST.
               perform 1300-CHECK-PERIODE thru 1300-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4100-EXIT
               end-if
               perform 1200-POSITION thru 1200-EXIT
               if WS-POS-OPEN >= 0
                   display "Geen tegoed op " WS-PERIODE
                       " -- niets terug te vragen."
                   move 1 to WS-RETURN-CODE
                   go to 4100-EXIT
               end-if
               move function trim(LINK-PARM2) to WS-IN-BEDRAG-S
               if WS-IN-BEDRAG-S = spaces
                   compute WS-IN-BEDRAG = 0 - WS-POS-OPEN
               else
                   if function test-numval-c(function trim(
                           WS-IN-BEDRAG-S)) not = 0
                       display "Ongeldig bedrag: "
                           function trim(WS-IN-BEDRAG-S)
                       move 1 to WS-RETURN-CODE
                       go to 4100-EXIT
                   end-if
                   move function numval-c(function trim(
                       WS-IN-BEDRAG-S)) to WS-IN-BEDRAG
               end-if
               if WS-IN-BEDRAG <= 0
                   or WS-POS-OPEN + WS-IN-BEDRAG > 0
                   display "Terug te vragen bedrag moet tussen nul en"
                       " het tegoed liggen."
                   move 1 to WS-RETURN-CODE
                   go to 4100-EXIT
               end-if
               move WS-VANDAAG to WS-IN-DATUM
               move spaces to WS-IN-REFERENTIE
               move "TERUGVRAAG" to WS-NW-SOORT
               perform 1500-ADD-ROW thru 1500-EXIT
               move WS-IN-BEDRAG to DISPLAY-AMT
               display "Teruggave gevraagd op " WS-PERIODE ": "
                   function trim(DISPLAY-AMT).
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-REPORT: per period, in order, then the tie-out to the
      *> ledger.
      *>----------------------------------------------------------------
           5000-REPORT.
               move function trim(LINK-PARM1) to WS-JAAR
               if WS-JAAR not = spaces and WS-JAAR not numeric
                   display "Ongeldig jaar: " function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
      *>        every period either register knows of
               perform varying RC-IDX from 1 by 1
                       until RC-IDX > WS-RC-COUNT
                   move RC-PERIODE(RC-IDX) to WS-PERIODE
                   perform 5100-ADD-PERIOD thru 5100-EXIT
               end-perform
               perform varying AFD-IDX from 1 by 1
                       until AFD-IDX > WS-AFD-COUNT
                   if function trim(AFD-SOORT(AFD-IDX)) = "BTW"
                       or function trim(AFD-SOORT(AFD-IDX)) = "BTWV"
                       move AFD-PERIODE(AFD-IDX) to WS-PERIODE
                       perform 5100-ADD-PERIOD thru 5100-EXIT
                   end-if
               end-perform

               move spaces to DYNAMIC-RAPPORTFILE
               if WS-JAAR = spaces
                   move "BTW-Rekeningcourant-ALLE.txt"
                       to DYNAMIC-RAPPORTFILE
               else
                   string "BTW-Rekeningcourant-" WS-JAAR ".txt"
                       delimited by size into DYNAMIC-RAPPORTFILE
                   end-string
               end-if
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-RAPPORTFILE) ": "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               string "BTW-REKENING-COURANT MET DE FOD -- "
                      delimited by size
                   into RAPPORT-REGEL
               end-string
               if WS-JAAR = spaces
                   move "alle perioden" to RAPPORT-REGEL(36:13)
               else
                   move WS-JAAR to RAPPORT-REGEL(36:4)
               end-if
               move WS-VANDAAG to RAPPORT-REGEL(60:10)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Periode" to RAPPORT-REGEL(1:7)
               move "Aangifte" to RAPPORT-REGEL(14:8)
               move "Intrest" to RAPPORT-REGEL(29:7)
               move "Betaald" to RAPPORT-REGEL(43:7)
               move "Teruggave" to RAPPORT-REGEL(55:9)
               move "Open" to RAPPORT-REGEL(74:4)
               move "Onderweg" to RAPPORT-REGEL(84:8)
               move "Gevraagd" to RAPPORT-REGEL(98:8)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:105)
               write RAPPORT-REGEL
               move spaces to WS-LAATSTE-PERIODE
               move 0 to WS-CUM-OPEN
               perform varying PL-IDX from 1 by 1
                       until PL-IDX > WS-PL-COUNT
                   move PL-PERIODE(PL-IDX) to WS-PERIODE
                   perform 1200-POSITION thru 1200-EXIT
                   if WS-JAAR = spaces
                       or WS-PERIODE(1:4) <= WS-JAAR
                       add WS-POS-OPEN to WS-CUM-OPEN
                   end-if
                   if WS-JAAR = spaces
                       or WS-PERIODE(1:4) = WS-JAAR
                       perform 5200-PERIOD-LINE thru 5200-EXIT
                   end-if
               end-perform
               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:105)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move "Totaal" to RAPPORT-REGEL(1:6)
               move WS-TOT-AANGIFTE to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(8:14)
               move WS-TOT-INTREST to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(22:14)
               move WS-TOT-BETAALD to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(36:14)
               move WS-TOT-TERUGGAVE to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(50:14)
               move WS-TOT-OPEN to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(64:14)
               move WS-TOT-ONDERWEG to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(78:14)
               move WS-TOT-GEVRAAGD to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(92:14)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL

               if WS-LAATSTE-PERIODE = spaces
                   move "Geen perioden." to RAPPORT-REGEL
                   write RAPPORT-REGEL
               else
                   perform 5300-TIE-OUT thru 5300-EXIT
               end-if
               close RAPPORT-FILE
               move WS-PL-COUNT to WS-ROWS-OUT
               move WS-CUM-OPEN to DISPLAY-BEDRAG
               display "BTW-rekening-courant: open "
                   function trim(DISPLAY-BEDRAG) " -- "
                   function trim(DYNAMIC-RAPPORTFILE).
           5000-EXIT.
               exit.

      *>    WS-PERIODE into the period list, kept in order
           5100-ADD-PERIOD.
               if WS-PERIODE = spaces
                   go to 5100-EXIT
               end-if
               move 0 to WS-PL-PLAATS
               perform varying PL-IDX from 1 by 1
                       until PL-IDX > WS-PL-COUNT
                   if PL-PERIODE(PL-IDX) = WS-PERIODE
                       go to 5100-EXIT
                   end-if
                   if PL-PERIODE(PL-IDX) > WS-PERIODE
                       and WS-PL-PLAATS = 0
                       set WS-PL-PLAATS to PL-IDX
                   end-if
               end-perform
               if WS-PL-COUNT >= 300
                   go to 5100-EXIT
               end-if
               add 1 to WS-PL-COUNT
               if WS-PL-PLAATS = 0
                   move WS-PL-COUNT to WS-PL-PLAATS
               else
                   perform varying WS-PL-SCHUIF from WS-PL-COUNT by -1
                           until WS-PL-SCHUIF <= WS-PL-PLAATS
                       move PL-PERIODE(WS-PL-SCHUIF - 1)
                           to PL-PERIODE(WS-PL-SCHUIF)
                   end-perform
               end-if
               move WS-PERIODE to PL-PERIODE(WS-PL-PLAATS).
           5100-EXIT.
               exit.

           5200-PERIOD-LINE.
               move spaces to RAPPORT-REGEL
               move WS-PERIODE to RAPPORT-REGEL(1:6)
               move WS-POS-AANGIFTE to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(8:14)
               move WS-POS-INTREST to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(22:14)
               move WS-POS-BETAALD to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(36:14)
               move WS-POS-TERUGGAVE to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(50:14)
               move WS-POS-OPEN to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(64:14)
               move WS-POS-ONDERWEG to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(78:14)
               move WS-POS-GEVRAAGD to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(92:14)
               if WS-POS-AANGEGEVEN not = "J"
                   move "nog niet aangegeven" to RAPPORT-REGEL(108:19)
               end-if
               write RAPPORT-REGEL
               add WS-POS-AANGIFTE to WS-TOT-AANGIFTE
               add WS-POS-INTREST to WS-TOT-INTREST
               add WS-POS-BETAALD to WS-TOT-BETAALD
               add WS-POS-TERUGGAVE to WS-TOT-TERUGGAVE
               add WS-POS-OPEN to WS-TOT-OPEN
               add WS-POS-ONDERWEG to WS-TOT-ONDERWEG
               add WS-POS-GEVRAAGD to WS-TOT-GEVRAAGD
               move WS-PERIODE to WS-LAATSTE-PERIODE.
           5200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5300-TIE-OUT: the open position on every period up to the
      *> last one shown against what the ledger says we owe -- 451000
      *> credit balance less 411000 debit balance, every GL-Saldi
      *> row up to that quarter's last month.
      *>----------------------------------------------------------------
           5300-TIE-OUT.
               compute WS-GL-MAAND =
                   function numval(WS-LAATSTE-PERIODE(6:1)) * 3
               move spaces to WS-GL-TOT
               string WS-LAATSTE-PERIODE(1:4) "-" WS-GL-MAAND
                   delimited by size into WS-GL-TOT
               end-string
               open input SALDI-FILE
               if WS-SALDI-STATUS = "00"
                   move "J" to WS-GL-GELEZEN
                   read SALDI-FILE into WS-SAL-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read SALDI-FILE into WS-SAL-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-SAL-PERIODE
                                   WS-SAL-REKENING WS-SAL-DEBET-S
                                   WS-SAL-CREDIT-S
                               unstring function trim(
                                       WS-SAL-LEESREGEL)
                                   delimited by ","
                                   into WS-SAL-PERIODE WS-SAL-REKENING
                                        WS-SAL-DEBET-S WS-SAL-CREDIT-S
                               end-unstring
                               if WS-SAL-PERIODE <= WS-GL-TOT
                                   evaluate function trim(
                                           WS-SAL-REKENING)
                                       when "451000"
                                           add function numval-c(
                                               function trim(
                                               WS-SAL-CREDIT-S))
                                               to WS-GL-451
                                           subtract function numval-c(
                                               function trim(
                                               WS-SAL-DEBET-S))
                                               from WS-GL-451
                                       when "411000"
                                           add function numval-c(
                                               function trim(
                                               WS-SAL-DEBET-S))
                                               to WS-GL-411
                                           subtract function numval-c(
                                               function trim(
                                               WS-SAL-CREDIT-S))
                                               from WS-GL-411
                                   end-evaluate
                               end-if
                       end-read
                   end-perform
                   close SALDI-FILE
               end-if
               compute WS-GL-NETTO = WS-GL-451 - WS-GL-411
               compute WS-GL-VERSCHIL = WS-GL-NETTO - WS-CUM-OPEN

               move spaces to RAPPORT-REGEL
               string "AANSLUITING MET HET GROOTBOEK T/M " WS-GL-TOT
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               if WS-GL-GELEZEN not = "J"
                   move "  GL-Saldi.csv niet gevonden -- geen"
                       & " aansluiting."
                       to RAPPORT-REGEL
                   write RAPPORT-REGEL
                   go to 5300-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               move "  451000 Te betalen BTW (creditsaldo)"
                   to RAPPORT-REGEL
               move WS-GL-451 to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(50:14)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move "  411000 Terug te vorderen BTW (debetsaldo)"
                   to RAPPORT-REGEL
               move WS-GL-411 to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(50:14)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move "  Netto verschuldigd volgens grootboek"
                   to RAPPORT-REGEL
               move WS-GL-NETTO to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(50:14)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move "  Open volgens rekening-courant"
                   to RAPPORT-REGEL
               move WS-CUM-OPEN to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(50:14)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move "  Verschil" to RAPPORT-REGEL
               move WS-GL-VERSCHIL to DISPLAY-KOL
               move DISPLAY-KOL to RAPPORT-REGEL(50:14)
               if WS-GL-VERSCHIL = 0
                   move "SLUIT AAN" to RAPPORT-REGEL(66:9)
               else
                   move "NIET AANGESLOTEN" to RAPPORT-REGEL(66:16)
               end-if
               write RAPPORT-REGEL
               if WS-GL-VERSCHIL not = 0
                   move spaces to RAPPORT-REGEL
                   move "  (aangifte, betaling, intrest of teruggave"
                       & " nog niet of anders geboekt)"
                       to RAPPORT-REGEL
                   write RAPPORT-REGEL
               end-if.
           5300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REWRITE-REGISTER / 6100-REWRITE-AFDRACHTEN
      *>----------------------------------------------------------------
           6000-REWRITE-REGISTER.
               open output REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   display "Error rewriting BTW-Rekeningcourant.csv: "
                       WS-REGISTER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move "Periode,Datum,Soort,Bedrag,Referentie,Operator"
                   to REGISTER-REGEL
               write REGISTER-REGEL
               perform varying RC-IDX from 1 by 1
                       until RC-IDX > WS-RC-COUNT
                   move RC-BEDRAG(RC-IDX) to DISPLAY-BEDRAG
                   move spaces to REGISTER-REGEL
                   string RC-PERIODE(RC-IDX) "," delimited by size
                          RC-DATUM(RC-IDX) "," delimited by size
                          function trim(RC-SOORT(RC-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(DISPLAY-BEDRAG)
                              delimited by size
                          "," delimited by size
                          function trim(RC-REFERENTIE(RC-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(RC-OPERATOR(RC-IDX))
                              delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-perform
               close REGISTER-FILE.
           6000-EXIT.
               exit.

           6100-REWRITE-AFDRACHTEN.
               open output AFDRACHT-FILE
               if WS-AFDRACHT-STATUS not = "00"
                   display "Afdrachten-Register.csv niet"
                       " herschrijfbaar: " WS-AFDRACHT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6100-EXIT
               end-if
               move "Periode,Soort,Bedrag,Status" to AFDRACHT-REGEL
               write AFDRACHT-REGEL
               perform varying AFD-IDX from 1 by 1
                       until AFD-IDX > WS-AFD-COUNT
                   move spaces to AFDRACHT-REGEL
                   string
                       function trim(AFD-PERIODE(AFD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(AFD-SOORT(AFD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(AFD-BEDRAG-S(AFD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(AFD-STATE(AFD-IDX))
                           delimited by size
                       into AFDRACHT-REGEL
                   end-string
                   write AFDRACHT-REGEL
               end-perform
               close AFDRACHT-FILE.
           6100-EXIT.
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
               move "VatCurrentAccount" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "BTW-Rekeningcourant.csv" to LOG-INPUT-FILE
               evaluate WS-ACTIE
                   when "BETAAL"
                   when "VOORSCHOT"
                       move DYNAMIC-XMLFILE to LOG-OUTPUT-FILE
                   when "RAPPORT"
                       move DYNAMIC-RAPPORTFILE to LOG-OUTPUT-FILE
                   when other
                       move "BTW-Rekeningcourant.csv"
                           to LOG-OUTPUT-FILE
               end-evaluate
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-ROWS-OUT to LOG-RECORDS-OUT
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
