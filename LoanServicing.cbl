      *>       the arrears report, Lening-Achterstand.txt: every
      *>       loan with OPEN installments before the current month,
      *>       with the statutory late interest (the loan's own rate
      *>       over the months overdue). An installment handed to
      *>       the bank for collection (GEIND) counts until its
      *>       credit is seen.
      *>   MANDAAT <lening> <IBAN>
      *>       the borrower signs a SEPA direct-debit mandate on the
      *>       loan: Lening-Mandaten.csv (LeningNr,MandaatID,
      *>       DatumOndertekend,IBAN,Volgorde,Geweigerd,Reden),
      *>       mandate reference LMD-<lening>, signed today, FRST
      *>       until its first collection. Signing again for another
      *>       account starts over at FRST; signing again at all
      *>       clears a refusal SepaStatusImport put on it; STOP in
      *>       place of the IBAN revokes it.
      *>       LoanCollectFile collects the month's installments
      *>       under these mandates.
      *>   HERSCHIK <lening> <maatregel>,<waarde>,<ingang>,<reden>
      *>       restructure a loan from month <ingang> (default the
      *>       month after the last installment generated):
      *>         UITSTELKAP,<n>    suspend n installments, their
      *>                           interest added to the principal
      *>         UITSTELRENTE,<n>  suspend n installments, their
      *>                           interest deferred and spread over
      *>                           the remaining installments
      *>         LOOPTIJD,<n>      n installments left from <ingang>
      *>         TERMIJN,<bedrag>  a new installment from <ingang>
      *>       The remaining schedule is recomputed off the balance
      *>       the schedule in force leaves at <ingang>. The first
      *>       restructuring of a loan also keeps its original
      *>       schedule: every version lands in Lening-Schema.csv
      *>       (LeningNr,Versie,Maand,Termijn,Rente,Aflossing,Saldo)
      *>       with its effective month, measure and reason in
      *>       Lening-Herschikkingen.csv, and from then on VERVAL
      *>       takes the installment due off the version in force
      *>       (LeningSchema) -- a holiday month generates nothing,
      *>       so nothing falls into arrears. The master row gets
      *>       the new installment, term and total; the borrower's
      *>       letter with the new terms and schedule is written to
      *>       Herschikking-<lening>-v<versie>.txt.
      *>----------------------------------------------------------------
       identification division.
       program-id. LoanServicing.
           select REPORT-FILE assign to "Lening-Achterstand.txt"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select MANDAAT-FILE assign to "Lening-Mandaten.csv"
               organization is line sequential
               file status is WS-MANDAAT-STATUS.
           select SCHEMA-FILE assign to "Lening-Schema.csv"
               organization is line sequential
               file status is WS-SCHEMA-STATUS.
           select HERSCH-FILE assign to "Lening-Herschikkingen.csv"
               organization is line sequential
               file status is WS-HERSCH-STATUS.
           select BRIEF-FILE assign dynamic DYNAMIC-BRIEFFILE
               organization is line sequential
               file status is WS-BRIEF-STATUS.
           select FIRMA-FILE assign to "Intervat-Config.csv"
               organization is line sequential
               file status is WS-FIRMA-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.
           fd REPORT-FILE.
           01 REPORT-REGEL pic x(80).

           fd MANDAAT-FILE.
           01 MANDAAT-REGEL pic x(120).

           fd SCHEMA-FILE.
           01 SCHEMA-REGEL pic x(100).

           fd HERSCH-FILE.
           01 HERSCH-REGEL pic x(160).

           fd BRIEF-FILE.
           01 BRIEF-REGEL pic x(80).

           fd FIRMA-FILE.
           01 FIRMA-REGEL pic x(60).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

           01 WS-SCHED-STATUS pic xx.
           01 WS-SEQ-STATUS pic xx.
           01 WS-REPORT-STATUS pic xx.
           01 WS-MANDAAT-STATUS pic xx.
           01 WS-SCHEMA-STATUS pic xx.
           01 WS-HERSCH-STATUS pic xx.
           01 WS-BRIEF-STATUS pic xx.
           01 WS-FIRMA-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DISPLAY-AMT-2 pic Z(7)9.99.
           01 DISPLAY-MND pic Z9.

      *>    the loan mandates -- see MANDAAT
           01 WS-LMD-COUNT pic 9(03) value 0.
           01 WS-LMD-LEESREGEL pic x(120).
           01 LMD-TABLE.
               05 LMD-ENTRY occurs 200 times
                       indexed by LMD-IDX.
                   10 LMD-NR pic x(08).
                   10 LMD-ID pic x(20).
                   10 LMD-DATUM pic x(10).
                   10 LMD-IBAN pic x(34).
                   10 LMD-VOLGORDE pic x(04).
                   10 LMD-GEWEIGERD pic x(10).
                   10 LMD-REDEN pic x(04).
           01 WS-LMD-GEVONDEN pic 9(03).
           01 WS-LMD-LENING pic x(08).
           01 WS-LMD-IBAN pic x(34).
           01 WS-IBAN-GELDIG pic x(01).
           01 WS-VANDAAG pic x(10).

      *>    restructuring -- see HERSCHIK
           01 WS-HS-MAATREGEL pic x(12).
           01 WS-HS-WAARDE-S pic x(12).
           01 WS-HS-WAARDE pic 9(07)V99.
           01 WS-HS-AANTAL pic 9(03).
           01 WS-HS-INGANG pic x(07).
           01 WS-HS-REDEN pic x(40).
           01 WS-HS-GEVONDEN pic 9(03).
           01 WS-HS-EERSTE pic x(07).
           01 WS-HS-LAATSTE pic x(07).
           01 WS-HS-VERSIE pic 9(03).
           01 WS-HS-SALDO pic 9(09)V99.
           01 WS-HS-REST pic 9(03).
           01 WS-HS-OUD-TERMIJN pic 9(07)V99.
           01 WS-HS-TERMIJN pic 9(07)V99.
           01 WS-HS-LIMIET pic 9(03).
           01 WS-HS-UITGESTELD pic 9(07)V99.
           01 WS-HS-UITG-REST pic 9(07)V99.
           01 WS-HS-AANDEEL pic 9(07)V99.
           01 WS-HS-EXTRA pic s9(07)V99.
           01 WS-HS-VORIG-SALDO pic 9(09)V99.
           01 WS-HS-RENTE pic 9(07)V99.
           01 WS-HS-AFLOS pic 9(09)V99.
           01 WS-HS-J pic 9(03).
           01 WS-HS-TUSSEN pic 9(13)V9999.
      *>    the annuity, in steps -- see MorgageCalculation on why
      *>    one combined COMPUTE is not used
           01 WS-HS-R pic 9V9(8).
           01 WS-HS-FACTOR pic 9(6)V9(8).
           01 WS-HS-TELLER pic 9(11)V9(6).
           01 WS-HS-NOEMER pic 9(6)V9(8).
           01 WS-HS-GEGEN-AANTAL pic 9(03).
           01 WS-HS-GEGEN-SOM pic 9(09)V99.
           01 WS-HS-NIEUW-AANTAL pic 9(03).
           01 WS-CUR-MAAND pic x(07).
           01 WS-CUR-JAAR pic 9(04).
           01 WS-CUR-MND pic 9(02).
      *>    one version being kept: its rows, measure and reason
           01 WS-NW-COUNT pic 9(03) value 0.
           01 NIEUW-SCHEMA.
               05 NW-ENTRY occurs 600 times indexed by NW-IDX.
                   10 NW-MAAND pic x(07).
                   10 NW-TERMIJN pic 9(07)V99.
                   10 NW-RENTE pic 9(07)V99.
                   10 NW-AFLOS pic 9(09)V99.
                   10 NW-SALDO pic 9(09)V99.
           01 WS-VRS-MAATREGEL pic x(12).
           01 WS-VRS-WAARDE pic x(12).
           01 WS-VRS-REDEN pic x(40).
           01 WS-VRS-TERMIJN pic 9(07)V99.
           01 DISPLAY-AMT-3 pic Z(7)9.99.
           01 DISPLAY-AMT-4 pic Z(7)9.99.
           01 DISPLAY-AANTAL pic ZZ9.
      *>    the letter: lender off Intervat-Config.csv
           01 DYNAMIC-BRIEFFILE pic x(40).
           01 WS-CFG-SLEUTEL pic x(20).
           01 WS-CFG-WAARDE pic x(60).
           01 WS-FIRM-NAAM pic x(40) value spaces.
           01 WS-FIRM-ADRES pic x(40) value spaces.
           01 WS-FIRM-POSTCODE pic x(10) value spaces.
           01 WS-FIRM-GEMEENTE pic x(30) value spaces.
           copy "LENSCHEMA.cpy".

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(80).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
                   end-if
               when "ACHTERSTAND"
                   perform 4000-ARREARS-REPORT thru 4000-EXIT
               when "MANDAAT"
                   perform 6000-REGISTER-MANDAAT thru 6000-EXIT
               when "HERSCHIK"
                   perform 7000-HERSCHIK thru 7000-EXIT
               when other
                   display "Onbekende actie (NIEUW, VERVAL,"
                       " ACHTERSTAND, MANDAAT of HERSCHIK): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

                   perform 5100-REWRITE-TERMIJNEN thru 5100-EXIT
               end-if
           end-if
           cancel "LeningSchema"
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
      *>        a restructured loan owes what its schedule in force
      *>        says -- nothing in a payment-holiday month
               move MST-TERMIJN(MASTER-IDX) to WS-HS-TERMIJN
               move MST-NR(MASTER-IDX) to LSC-LENING
               move WS-MAAND to LSC-MAAND
               call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
               evaluate LSC-GEVONDEN
                   when "J"
                       if LSC-TERMIJN = 0
                           display "Lening " MST-NR(MASTER-IDX)
                               ": betalingsuitstel in " WS-MAAND
                               " -- geen termijn."
                           go to 3100-EXIT
                       end-if
                       move LSC-TERMIJN to WS-HS-TERMIJN
                   when "V"
                   when "E"
                       display "Lening " MST-NR(MASTER-IDX) ": "
                           WS-MAAND " valt buiten het schema --"
                           " geen termijn."
                       go to 3100-EXIT
               end-evaluate
               perform 3200-BUILD-OGM thru 3200-EXIT
               add 1 to WS-TRM-COUNT
               move spaces to TERMIJN-ENTRY(WS-TRM-COUNT)
               move MST-NR(MASTER-IDX) to TRM-NR(WS-TRM-COUNT)
               move WS-MAAND to TRM-MAAND(WS-TRM-COUNT)
               move WS-HS-TERMIJN
                   to TRM-BEDRAG(WS-TRM-COUNT)
               move WS-OGM-PRINT to TRM-OGM(WS-TRM-COUNT)
               move "OPEN" to TRM-STATE(WS-TRM-COUNT)
               perform varying TRM-IDX from 1 by 1
                       until TRM-IDX > WS-TRM-COUNT
                   if TRM-NR(TRM-IDX) = MST-NR(MASTER-IDX)
                       and (TRM-STATE(TRM-IDX) = "OPEN"
                           or TRM-STATE(TRM-IDX) = "GEIND")
                       and TRM-MAAND(TRM-IDX) < WS-HUIDIGE-MAAND
                       add TRM-BEDRAG(TRM-IDX) to WS-ACHTER-BEDRAG
                       compute WS-MND-VERVAL =
           5100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REGISTER-MANDAAT: sign, re-sign or revoke the loan's
      *> direct-debit mandate and rewrite Lening-Mandaten.csv.
      *>----------------------------------------------------------------
           6000-REGISTER-MANDAAT.
               move function trim(LINK-PARM1) to WS-LMD-LENING
               move function upper-case(function trim(LINK-PARM2))
                   to WS-LMD-IBAN
               move spaces to WS-VANDAAG
               string WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2)
                   into WS-VANDAAG
               end-string
               move 0 to WS-LMD-GEVONDEN
               perform varying MASTER-IDX from 1 by 1
                       until MASTER-IDX > WS-MASTER-COUNT
                   if MST-NR(MASTER-IDX) = WS-LMD-LENING
                       set WS-LMD-GEVONDEN to MASTER-IDX
                       exit perform
                   end-if
               end-perform
               if WS-LMD-GEVONDEN = 0
                   display "Lening " function trim(WS-LMD-LENING)
                       " niet gevonden in Leningen-Master.csv."
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               if WS-LMD-IBAN = spaces
                   display "IBAN (of STOP) ontbreekt."
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               if WS-LMD-IBAN not = "STOP"
                   call "IbanCheck" using WS-LMD-IBAN WS-IBAN-GELDIG
                   if WS-IBAN-GELDIG not = "J"
                       display "ONGELDIG IBAN (mod-97): "
                           function trim(WS-LMD-IBAN)
                           " -- mandaat niet geregistreerd."
                       move 1 to WS-RETURN-CODE
                       go to 6000-EXIT
                   end-if
               end-if

               move 0 to WS-LMD-COUNT
               open input MANDAAT-FILE
               if WS-MANDAAT-STATUS = "00"
                   read MANDAAT-FILE into WS-LMD-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read MANDAAT-FILE into WS-LMD-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-LMD-COUNT < 200
                                   and WS-LMD-LEESREGEL not = spaces
                                   add 1 to WS-LMD-COUNT
                                   move spaces
                                       to LMD-ENTRY(WS-LMD-COUNT)
                                   unstring function trim(
                                           WS-LMD-LEESREGEL)
                                       delimited by ","
                                       into LMD-NR(WS-LMD-COUNT)
                                            LMD-ID(WS-LMD-COUNT)
                                            LMD-DATUM(WS-LMD-COUNT)
                                            LMD-IBAN(WS-LMD-COUNT)
                                            LMD-VOLGORDE(WS-LMD-COUNT)
                                            LMD-GEWEIGERD(WS-LMD-COUNT)
                                            LMD-REDEN(WS-LMD-COUNT)
                                   end-unstring
                               end-if
                       end-read
                   end-perform
                   close MANDAAT-FILE
               end-if
               move 0 to WS-LMD-GEVONDEN
               perform varying LMD-IDX from 1 by 1
                       until LMD-IDX > WS-LMD-COUNT
                   if LMD-NR(LMD-IDX) = WS-LMD-LENING
                       set WS-LMD-GEVONDEN to LMD-IDX
                       exit perform
                   end-if
               end-perform

               if WS-LMD-IBAN = "STOP"
                   if WS-LMD-GEVONDEN = 0
                       display "Lening " function trim(WS-LMD-LENING)
                           " heeft geen mandaat."
                       go to 6000-EXIT
                   end-if
                   move spaces to LMD-NR(WS-LMD-GEVONDEN)
                   display "Mandaat op lening "
                       function trim(WS-LMD-LENING) " ingetrokken."
               else
                   if WS-LMD-GEVONDEN = 0
                       if WS-LMD-COUNT >= 200
                           display "Mandatenregister vol."
                           move 1 to WS-RETURN-CODE
                           go to 6000-EXIT
                       end-if
                       add 1 to WS-LMD-COUNT
                       move WS-LMD-COUNT to WS-LMD-GEVONDEN
                       move spaces to LMD-ENTRY(WS-LMD-GEVONDEN)
                       move WS-LMD-LENING to LMD-NR(WS-LMD-GEVONDEN)
                       string "LMD-" function trim(WS-LMD-LENING)
                           delimited by size
                           into LMD-ID(WS-LMD-GEVONDEN)
                       end-string
                   end-if
      *>            a new account is a new first collection
                   if LMD-IBAN(WS-LMD-GEVONDEN) not = WS-LMD-IBAN
                       move WS-LMD-IBAN to LMD-IBAN(WS-LMD-GEVONDEN)
                       move WS-VANDAAG to LMD-DATUM(WS-LMD-GEVONDEN)
                       move "FRST" to LMD-VOLGORDE(WS-LMD-GEVONDEN)
                   end-if
      *>            signed anew: a refused collection is forgiven
                   if LMD-GEWEIGERD(WS-LMD-GEVONDEN) not = spaces
                       display "Weigering van "
                           LMD-GEWEIGERD(WS-LMD-GEVONDEN) " ("
                           function trim(LMD-REDEN(WS-LMD-GEVONDEN))
                           ") gewist."
                       move spaces to LMD-GEWEIGERD(WS-LMD-GEVONDEN)
                       move spaces to LMD-REDEN(WS-LMD-GEVONDEN)
                   end-if
                   display "Mandaat "
                       function trim(LMD-ID(WS-LMD-GEVONDEN))
                       " op lening " function trim(WS-LMD-LENING)
                       ": " function trim(LMD-IBAN(WS-LMD-GEVONDEN))
                       " " LMD-VOLGORDE(WS-LMD-GEVONDEN)
               end-if

               open output MANDAAT-FILE
               if WS-MANDAAT-STATUS not = "00"
                   display "Error rewriting Lening-Mandaten.csv: "
                       WS-MANDAAT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move spaces to MANDAAT-REGEL
               string "LeningNr,MandaatID,DatumOndertekend,IBAN,"
                      "Volgorde,Geweigerd,Reden" delimited by size
                   into MANDAAT-REGEL
               end-string
               write MANDAAT-REGEL
               perform varying LMD-IDX from 1 by 1
                       until LMD-IDX > WS-LMD-COUNT
                   if LMD-NR(LMD-IDX) not = spaces
                       move spaces to MANDAAT-REGEL
                       string
                           function trim(LMD-NR(LMD-IDX)) ","
                           function trim(LMD-ID(LMD-IDX)) ","
                           function trim(LMD-DATUM(LMD-IDX)) ","
                           function trim(LMD-IBAN(LMD-IDX)) ","
                           function trim(LMD-VOLGORDE(LMD-IDX)) ","
                           function trim(LMD-GEWEIGERD(LMD-IDX)) ","
                           function trim(LMD-REDEN(LMD-IDX))
                               delimited by size
                           into MANDAAT-REGEL
                       end-string
                       write MANDAAT-REGEL
                       add 1 to WS-ROWS-OUT
                   end-if
               end-perform
               close MANDAAT-FILE.
           6000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7000-HERSCHIK: LINK-PARM1 the loan, LINK-PARM2 the measure
      *> -- see the banner. The original schedule is kept first when
      *> the loan was never restructured; then the revision, the
      *> master row and the letter.
      *>----------------------------------------------------------------
           7000-HERSCHIK.
               perform 7050-PARSE-MAATREGEL thru 7050-EXIT
               if WS-RETURN-CODE not = 0
                   go to 7000-EXIT
               end-if
               move 0 to WS-HS-GEVONDEN
               perform varying MASTER-IDX from 1 by 1
                       until MASTER-IDX > WS-MASTER-COUNT
                   if MST-NR(MASTER-IDX) = LINK-PARM1(1:8)
                       set WS-HS-GEVONDEN to MASTER-IDX
                       exit perform
                   end-if
               end-perform
               if WS-HS-GEVONDEN = 0
                   display "Lening " function trim(LINK-PARM1)
                       " niet gevonden in Leningen-Master.csv."
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if
               set MASTER-IDX to WS-HS-GEVONDEN
               if MST-STATE(MASTER-IDX) not = "LOPEND"
                   display "Lening " MST-NR(MASTER-IDX) " is "
                       function trim(MST-STATE(MASTER-IDX))
                       " -- niet te herschikken."
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if

      *>        what was generated already: first and last month,
      *>        how many, how much, how much of it paid
               move spaces to WS-HS-EERSTE
               move spaces to WS-HS-LAATSTE
               move 0 to WS-HS-GEGEN-AANTAL
               move 0 to WS-HS-GEGEN-SOM
               move 0 to WS-BETAALD-TOT
               perform varying TRM-IDX from 1 by 1
                       until TRM-IDX > WS-TRM-COUNT
                   if TRM-NR(TRM-IDX) = MST-NR(MASTER-IDX)
                       if WS-HS-EERSTE = spaces
                           or TRM-MAAND(TRM-IDX) < WS-HS-EERSTE
                           move TRM-MAAND(TRM-IDX) to WS-HS-EERSTE
                       end-if
                       if TRM-MAAND(TRM-IDX) > WS-HS-LAATSTE
                           move TRM-MAAND(TRM-IDX) to WS-HS-LAATSTE
                       end-if
                       add 1 to WS-HS-GEGEN-AANTAL
                       add TRM-BEDRAG(TRM-IDX) to WS-HS-GEGEN-SOM
                       if TRM-STATE(TRM-IDX) = "BETAALD"
                           add TRM-BEDRAG(TRM-IDX) to WS-BETAALD-TOT
                       end-if
                   end-if
               end-perform
               if WS-HS-INGANG = spaces
                   if WS-HS-LAATSTE = spaces
                       move WS-HUIDIGE-MAAND to WS-HS-INGANG
                   else
                       move WS-HS-LAATSTE to WS-CUR-MAAND
                       perform 7100-VOLGENDE-MAAND thru 7100-EXIT
                       move WS-CUR-MAAND to WS-HS-INGANG
                   end-if
               end-if
               if WS-HS-LAATSTE not = spaces
                   and WS-HS-INGANG <= WS-HS-LAATSTE
                   display "De termijn van " WS-HS-LAATSTE
                       " is al aangemaakt -- herschikking kan pas"
                       " ingaan na " WS-HS-LAATSTE "."
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if

      *>        the original schedule, the first time round
               move MST-NR(MASTER-IDX) to LSC-LENING
               move WS-HS-INGANG to LSC-MAAND
               call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
               if LSC-GEVONDEN = "N"
                   if WS-HS-EERSTE = spaces
                       move WS-HS-INGANG to WS-HS-EERSTE
                   end-if
                   perform 7200-ORIGINEEL thru 7200-EXIT
                   if WS-RETURN-CODE not = 0
                       go to 7000-EXIT
                   end-if
                   cancel "LeningSchema"
                   move 0 to WS-HS-VERSIE
               else
                   move LSC-VERSIE to WS-HS-VERSIE
               end-if

      *>        the balance the schedule in force leaves at ingang
               move WS-HS-INGANG to WS-CUR-MAAND
               perform 7150-VORIGE-MAAND thru 7150-EXIT
               move WS-CUR-MAAND to LSC-MAAND
               call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
               evaluate LSC-GEVONDEN
                   when "J"
                       move LSC-SALDO to WS-HS-SALDO
                   when "V"
                       move MST-HOOFDSOM(MASTER-IDX) to WS-HS-SALDO
                   when other
                       move 0 to WS-HS-SALDO
               end-evaluate
               if WS-HS-SALDO = 0
                   display "Lening " MST-NR(MASTER-IDX) " is volgens"
                       " het schema afgelost voor " WS-HS-INGANG
                       " -- niets te herschikken."
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if

      *>        installments still due before ingang, not generated
               if WS-HS-LAATSTE = spaces
                   move LSC-BEGIN to WS-CUR-MAAND
               else
                   move WS-HS-LAATSTE to WS-CUR-MAAND
                   perform 7100-VOLGENDE-MAAND thru 7100-EXIT
               end-if
               perform until WS-CUR-MAAND >= WS-HS-INGANG
                   move WS-CUR-MAAND to LSC-MAAND
                   call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
                   if LSC-GEVONDEN = "J" and LSC-TERMIJN > 0
                       add 1 to WS-HS-GEGEN-AANTAL
                       add LSC-TERMIJN to WS-HS-GEGEN-SOM
                   end-if
                   perform 7100-VOLGENDE-MAAND thru 7100-EXIT
               end-perform

      *>        and from ingang on: how many, at what installment,
      *>        and how much deferred interest they still carry
               move 0 to WS-HS-REST
               move 0 to WS-HS-OUD-TERMIJN
               move 0 to WS-HS-EXTRA
               move WS-HS-SALDO to WS-HS-VORIG-SALDO
               move WS-HS-INGANG to WS-CUR-MAAND
               perform until WS-HS-REST >= 600
                   move WS-CUR-MAAND to LSC-MAAND
                   call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
                   if LSC-GEVONDEN not = "J"
                       exit perform
                   end-if
                   if LSC-TERMIJN > 0
                       add 1 to WS-HS-REST
                       if WS-HS-OUD-TERMIJN = 0
                           move LSC-TERMIJN to WS-HS-OUD-TERMIJN
                       end-if
                       compute WS-HS-EXTRA = WS-HS-EXTRA + LSC-TERMIJN
                           - LSC-RENTE - LSC-AFLOSSING
                   else
      *>                a holiday month whose interest was deferred,
      *>                not capitalised, is not owed yet either
                       if LSC-SALDO <= WS-HS-VORIG-SALDO
                           subtract LSC-RENTE from WS-HS-EXTRA
                       end-if
                   end-if
                   move LSC-SALDO to WS-HS-VORIG-SALDO
                   perform 7100-VOLGENDE-MAAND thru 7100-EXIT
               end-perform

      *>        the revised schedule from ingang, carrying the
      *>        deferred interest not yet due
               move 0 to WS-NW-COUNT
               move 0 to WS-HS-UITGESTELD
               if WS-HS-EXTRA > 0
                   move WS-HS-EXTRA to WS-HS-UITGESTELD
               else
                   move 0 to WS-HS-EXTRA
               end-if
               move WS-HS-INGANG to WS-CUR-MAAND
               evaluate WS-HS-MAATREGEL
                   when "UITSTELKAP"
                   when "UITSTELRENTE"
                       if WS-HS-REST = 0
                           display "Lening " MST-NR(MASTER-IDX)
                               ": geen termijnen meer om uit te"
                               " stellen."
                           move 1 to WS-RETURN-CODE
                           go to 7000-EXIT
                       end-if
                       perform 7300-UITSTEL thru 7300-EXIT
                       move WS-HS-REST to WS-HS-LIMIET
                       perform 7400-ANNUITEIT thru 7400-EXIT
                   when "LOOPTIJD"
                       move WS-HS-AANTAL to WS-HS-LIMIET
                       perform 7400-ANNUITEIT thru 7400-EXIT
                   when "TERMIJN"
                       move WS-HS-WAARDE to WS-HS-TERMIJN
                       move 0 to WS-HS-LIMIET
                       compute WS-HS-TUSSEN = WS-HS-SALDO
                           * MST-RENTE(MASTER-IDX)
                       compute WS-HS-RENTE rounded
                           = WS-HS-TUSSEN / 1200
                       if WS-HS-TERMIJN <= WS-HS-RENTE
                           move WS-HS-RENTE to DISPLAY-AMT
                           display "Een termijn van "
                               function trim(WS-HS-WAARDE-S)
                               " dekt de maandrente ("
                               function trim(DISPLAY-AMT)
                               ") niet -- de lening raakt nooit"
                               " afgelost."
                           move 1 to WS-RETURN-CODE
                           go to 7000-EXIT
                       end-if
               end-evaluate
               perform 7500-AFLOSSCHEMA thru 7500-EXIT
               if WS-RETURN-CODE not = 0
                   go to 7000-EXIT
               end-if

      *>        the master row: new installment, term and total
               move WS-HS-GEGEN-AANTAL to WS-HS-NIEUW-AANTAL
               move 0 to WS-VRS-TERMIJN
               perform varying NW-IDX from 1 by 1
                       until NW-IDX > WS-NW-COUNT
                   if NW-TERMIJN(NW-IDX) > 0
                       add 1 to WS-HS-NIEUW-AANTAL
                       add NW-TERMIJN(NW-IDX) to WS-HS-GEGEN-SOM
                       if WS-VRS-TERMIJN = 0
                           move NW-TERMIJN(NW-IDX) to WS-VRS-TERMIJN
                       end-if
                   end-if
               end-perform
               move WS-HS-NIEUW-AANTAL to MST-MAANDEN(MASTER-IDX)
               move WS-VRS-TERMIJN to MST-TERMIJN(MASTER-IDX)
               move WS-HS-GEGEN-SOM to MST-TOTAAL(MASTER-IDX)
               compute MST-OPEN(MASTER-IDX) = MST-TOTAAL(MASTER-IDX)
                   - WS-BETAALD-TOT
               move "Y" to WS-MASTER-DIRTY

               add 1 to WS-HS-VERSIE
               move WS-HS-MAATREGEL to WS-VRS-MAATREGEL
               move WS-HS-WAARDE-S to WS-VRS-WAARDE
               move WS-HS-REDEN to WS-VRS-REDEN
               perform 7700-WRITE-VERSIE thru 7700-EXIT
               if WS-RETURN-CODE not = 0
                   go to 7000-EXIT
               end-if
               move WS-NW-COUNT to WS-ROWS-OUT
               perform 7800-BRIEF thru 7800-EXIT
               move WS-HS-OUD-TERMIJN to DISPLAY-AMT
               move MST-TERMIJN(MASTER-IDX) to DISPLAY-AMT-2
               move MST-OPEN(MASTER-IDX) to DISPLAY-AMT-3
               display "Lening " MST-NR(MASTER-IDX) " herschikt vanaf "
                   WS-HS-INGANG " (versie " WS-HS-VERSIE "): termijn "
                   function trim(DISPLAY-AMT) " -> "
                   function trim(DISPLAY-AMT-2) ", open saldo "
                   function trim(DISPLAY-AMT-3)
               display "  brief: " function trim(DYNAMIC-BRIEFFILE).
           7000-EXIT.
               exit.

      *>    <maatregel>,<waarde>,<ingang>,<reden> off LINK-PARM2
           7050-PARSE-MAATREGEL.
               move spaces to WS-HS-MAATREGEL WS-HS-WAARDE-S
                   WS-HS-INGANG WS-HS-REDEN
               unstring LINK-PARM2 delimited by ","
                   into WS-HS-MAATREGEL WS-HS-WAARDE-S WS-HS-INGANG
                        WS-HS-REDEN
               end-unstring
               move function upper-case(function trim(
                   WS-HS-MAATREGEL)) to WS-HS-MAATREGEL
               move function trim(WS-HS-WAARDE-S) to WS-HS-WAARDE-S
               move function trim(WS-HS-INGANG) to WS-HS-INGANG
               move function trim(WS-HS-REDEN) to WS-HS-REDEN
               if WS-HS-MAATREGEL not = "UITSTELKAP"
                   and WS-HS-MAATREGEL not = "UITSTELRENTE"
                   and WS-HS-MAATREGEL not = "LOOPTIJD"
                   and WS-HS-MAATREGEL not = "TERMIJN"
                   display "Maatregel UITSTELKAP, UITSTELRENTE,"
                       " LOOPTIJD of TERMIJN verwacht: "
                       function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 7050-EXIT
               end-if
               if function test-numval(WS-HS-WAARDE-S) not = 0
                   display "Ongeldige waarde bij "
                       function trim(WS-HS-MAATREGEL) ": "
                       function trim(WS-HS-WAARDE-S)
                   move 1 to WS-RETURN-CODE
                   go to 7050-EXIT
               end-if
               move function numval(WS-HS-WAARDE-S) to WS-HS-WAARDE
               move WS-HS-WAARDE to WS-HS-AANTAL
               if WS-HS-WAARDE = 0
                   or (WS-HS-MAATREGEL not = "TERMIJN"
                       and (WS-HS-WAARDE > 600
                           or WS-HS-AANTAL not = WS-HS-WAARDE))
                   display "Ongeldige waarde bij "
                       function trim(WS-HS-MAATREGEL) ": "
                       function trim(WS-HS-WAARDE-S)
                   move 1 to WS-RETURN-CODE
                   go to 7050-EXIT
               end-if
               if WS-HS-INGANG not = spaces
                   and (WS-HS-INGANG(5:1) not = "-"
                       or WS-HS-INGANG(1:4) not numeric
                       or WS-HS-INGANG(6:2) not numeric)
                   display "Ongeldige ingangsmaand (YYYY-MM): "
                       WS-HS-INGANG
                   move 1 to WS-RETURN-CODE
                   go to 7050-EXIT
               end-if
               if WS-HS-REDEN = spaces
                   display "Een herschikking vraagt een reden."
                   move 1 to WS-RETURN-CODE
               end-if.
           7050-EXIT.
               exit.

      *>    WS-CUR-MAAND one month on / one month back
           7100-VOLGENDE-MAAND.
               move WS-CUR-MAAND(1:4) to WS-CUR-JAAR
               move WS-CUR-MAAND(6:2) to WS-CUR-MND
               if WS-CUR-MND = 12
                   add 1 to WS-CUR-JAAR
                   move 1 to WS-CUR-MND
               else
                   add 1 to WS-CUR-MND
               end-if
               move WS-CUR-JAAR to WS-CUR-MAAND(1:4)
               move "-" to WS-CUR-MAAND(5:1)
               move WS-CUR-MND to WS-CUR-MAAND(6:2).
           7100-EXIT.
               exit.

           7150-VORIGE-MAAND.
               move WS-CUR-MAAND(1:4) to WS-CUR-JAAR
               move WS-CUR-MAAND(6:2) to WS-CUR-MND
               if WS-CUR-MND = 1
                   subtract 1 from WS-CUR-JAAR
                   move 12 to WS-CUR-MND
               else
                   subtract 1 from WS-CUR-MND
               end-if
               move WS-CUR-JAAR to WS-CUR-MAAND(1:4)
               move "-" to WS-CUR-MAAND(5:1)
               move WS-CUR-MND to WS-CUR-MAAND(6:2).
           7150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7200-ORIGINEEL: the schedule VERVAL has been generating --
      *> the master's installment every month from the first one,
      *> the interest on the balance, the last installment clearing
      *> what is left -- kept as version 0.
      *>----------------------------------------------------------------
           7200-ORIGINEEL.
               move 0 to WS-NW-COUNT
               move WS-HS-EERSTE to WS-CUR-MAAND
               move MST-HOOFDSOM(MASTER-IDX) to WS-HS-SALDO
               perform varying WS-HS-J from 1 by 1
                       until WS-HS-J > MST-MAANDEN(MASTER-IDX)
                          or WS-HS-J > 600
                   compute WS-HS-TUSSEN = WS-HS-SALDO
                       * MST-RENTE(MASTER-IDX)
                   compute WS-HS-RENTE rounded = WS-HS-TUSSEN / 1200
                   if WS-HS-J = MST-MAANDEN(MASTER-IDX)
                       move WS-HS-SALDO to WS-HS-AFLOS
                       if MST-TERMIJN(MASTER-IDX) >= WS-HS-SALDO
                           compute WS-HS-RENTE
                               = MST-TERMIJN(MASTER-IDX) - WS-HS-SALDO
                       end-if
                   else
                       if WS-HS-RENTE > MST-TERMIJN(MASTER-IDX)
                           move MST-TERMIJN(MASTER-IDX) to WS-HS-RENTE
                       end-if
                       compute WS-HS-AFLOS = MST-TERMIJN(MASTER-IDX)
                           - WS-HS-RENTE
                       if WS-HS-AFLOS > WS-HS-SALDO
                           move WS-HS-SALDO to WS-HS-AFLOS
                       end-if
                   end-if
                   subtract WS-HS-AFLOS from WS-HS-SALDO
                   add 1 to WS-NW-COUNT
                   move WS-CUR-MAAND to NW-MAAND(WS-NW-COUNT)
                   move MST-TERMIJN(MASTER-IDX)
                       to NW-TERMIJN(WS-NW-COUNT)
                   move WS-HS-RENTE to NW-RENTE(WS-NW-COUNT)
                   move WS-HS-AFLOS to NW-AFLOS(WS-NW-COUNT)
                   move WS-HS-SALDO to NW-SALDO(WS-NW-COUNT)
                   perform 7100-VOLGENDE-MAAND thru 7100-EXIT
               end-perform
               move 0 to WS-HS-VERSIE
               move "ORIGINEEL" to WS-VRS-MAATREGEL
               move MST-MAANDEN(MASTER-IDX) to DISPLAY-AANTAL
               move function trim(DISPLAY-AANTAL) to WS-VRS-WAARDE
               move "Oorspronkelijk schema" to WS-VRS-REDEN
               move MST-TERMIJN(MASTER-IDX) to WS-VRS-TERMIJN
               perform 7700-WRITE-VERSIE thru 7700-EXIT.
           7200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7300-UITSTEL: the holiday months -- no installment; the
      *> month's interest either joins the balance (UITSTELKAP) or
      *> waits in WS-HS-UITGESTELD to be spread (UITSTELRENTE).
      *>----------------------------------------------------------------
           7300-UITSTEL.
               perform varying WS-HS-J from 1 by 1
                       until WS-HS-J > WS-HS-AANTAL
                   compute WS-HS-TUSSEN = WS-HS-SALDO
                       * MST-RENTE(MASTER-IDX)
                   compute WS-HS-RENTE rounded = WS-HS-TUSSEN / 1200
                   if WS-HS-MAATREGEL = "UITSTELKAP"
                       add WS-HS-RENTE to WS-HS-SALDO
                   else
                       add WS-HS-RENTE to WS-HS-UITGESTELD
                   end-if
                   add 1 to WS-NW-COUNT
                   move WS-CUR-MAAND to NW-MAAND(WS-NW-COUNT)
                   move 0 to NW-TERMIJN(WS-NW-COUNT)
                   move WS-HS-RENTE to NW-RENTE(WS-NW-COUNT)
                   move 0 to NW-AFLOS(WS-NW-COUNT)
                   move WS-HS-SALDO to NW-SALDO(WS-NW-COUNT)
                   perform 7100-VOLGENDE-MAAND thru 7100-EXIT
               end-perform.
           7300-EXIT.
               exit.

      *>    the level installment paying WS-HS-SALDO off in
      *>    WS-HS-LIMIET months at the loan's rate
           7400-ANNUITEIT.
               move 0 to WS-HS-TERMIJN
               if WS-HS-LIMIET = 0
                   go to 7400-EXIT
               end-if
               if MST-RENTE(MASTER-IDX) = 0
                   compute WS-HS-TERMIJN rounded
                       = WS-HS-SALDO / WS-HS-LIMIET
                   go to 7400-EXIT
               end-if
               compute WS-HS-R = MST-RENTE(MASTER-IDX) / 1200
               compute WS-HS-FACTOR = (1 + WS-HS-R) ** WS-HS-LIMIET
               compute WS-HS-TELLER = WS-HS-SALDO * WS-HS-R
               compute WS-HS-TELLER = WS-HS-TELLER * WS-HS-FACTOR
               compute WS-HS-NOEMER = WS-HS-FACTOR - 1
               compute WS-HS-TERMIJN rounded
                   = WS-HS-TELLER / WS-HS-NOEMER.
           7400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7500-AFLOSSCHEMA: installments of WS-HS-TERMIJN until the
      *> balance is gone -- WS-HS-LIMIET of them when set, the last
      *> clearing what is left -- each carrying its share of any
      *> deferred interest, the last one the rounding (or all of it
      *> when the number of installments is not set in advance).
      *>----------------------------------------------------------------
           7500-AFLOSSCHEMA.
               move WS-HS-UITGESTELD to WS-HS-UITG-REST
               move 0 to WS-HS-AANDEEL
               if WS-HS-UITGESTELD > 0 and WS-HS-LIMIET > 0
                   divide WS-HS-UITGESTELD by WS-HS-LIMIET
                       giving WS-HS-AANDEEL
               end-if
               move 0 to WS-HS-J
               perform until WS-HS-SALDO = 0
                   if WS-NW-COUNT >= 600
                       display "Lening " MST-NR(MASTER-IDX) ": schema"
                           " langer dan 600 maanden -- niet"
                           " herschikt."
                       move 1 to WS-RETURN-CODE
                       exit perform
                   end-if
                   add 1 to WS-HS-J
                   compute WS-HS-TUSSEN = WS-HS-SALDO
                       * MST-RENTE(MASTER-IDX)
                   compute WS-HS-RENTE rounded = WS-HS-TUSSEN / 1200
                   add 1 to WS-NW-COUNT
                   move WS-CUR-MAAND to NW-MAAND(WS-NW-COUNT)
                   if WS-HS-J = WS-HS-LIMIET
                       or WS-HS-TERMIJN >= WS-HS-SALDO + WS-HS-RENTE
                       move WS-HS-SALDO to WS-HS-AFLOS
                       compute NW-TERMIJN(WS-NW-COUNT)
                           = WS-HS-SALDO + WS-HS-RENTE
                   else
                       compute WS-HS-AFLOS = WS-HS-TERMIJN
                           - WS-HS-RENTE
                       move WS-HS-TERMIJN to NW-TERMIJN(WS-NW-COUNT)
                   end-if
                   subtract WS-HS-AFLOS from WS-HS-SALDO
                   if WS-HS-SALDO = 0
                       add WS-HS-UITG-REST to NW-TERMIJN(WS-NW-COUNT)
                       move 0 to WS-HS-UITG-REST
                   else
                       add WS-HS-AANDEEL to NW-TERMIJN(WS-NW-COUNT)
                       subtract WS-HS-AANDEEL from WS-HS-UITG-REST
                   end-if
                   move WS-HS-RENTE to NW-RENTE(WS-NW-COUNT)
                   move WS-HS-AFLOS to NW-AFLOS(WS-NW-COUNT)
                   move WS-HS-SALDO to NW-SALDO(WS-NW-COUNT)
                   perform 7100-VOLGENDE-MAAND thru 7100-EXIT
               end-perform.
           7500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7700-WRITE-VERSIE: version WS-HS-VERSIE -- its rows onto
      *> Lening-Schema.csv, its measure onto
      *> Lening-Herschikkingen.csv; a new file gets its header.
      *>----------------------------------------------------------------
           7700-WRITE-VERSIE.
               open extend SCHEMA-FILE
               if WS-SCHEMA-STATUS not = "00"
                   open output SCHEMA-FILE
                   if WS-SCHEMA-STATUS not = "00"
                       display "Error opening Lening-Schema.csv: "
                           WS-SCHEMA-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 7700-EXIT
                   end-if
                   move "LeningNr,Versie,Maand,Termijn,Rente,"
                       & "Aflossing,Saldo" to SCHEMA-REGEL
                   write SCHEMA-REGEL
               end-if
               perform varying NW-IDX from 1 by 1
                       until NW-IDX > WS-NW-COUNT
                   move NW-TERMIJN(NW-IDX) to DISPLAY-AMT
                   move NW-RENTE(NW-IDX) to DISPLAY-AMT-2
                   move NW-AFLOS(NW-IDX) to DISPLAY-AMT-3
                   move NW-SALDO(NW-IDX) to DISPLAY-AMT-4
                   move spaces to SCHEMA-REGEL
                   string MST-NR(MASTER-IDX) "," WS-HS-VERSIE ","
                          NW-MAAND(NW-IDX) ","
                          function trim(DISPLAY-AMT) ","
                          function trim(DISPLAY-AMT-2) ","
                          function trim(DISPLAY-AMT-3) ","
                          function trim(DISPLAY-AMT-4)
                              delimited by size
                       into SCHEMA-REGEL
                   end-string
                   write SCHEMA-REGEL
               end-perform
               close SCHEMA-FILE

               open extend HERSCH-FILE
               if WS-HERSCH-STATUS not = "00"
                   open output HERSCH-FILE
                   if WS-HERSCH-STATUS not = "00"
                       display "Error opening"
                           " Lening-Herschikkingen.csv: "
                           WS-HERSCH-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 7700-EXIT
                   end-if
                   move spaces to HERSCH-REGEL
                   string "LeningNr,Versie,Ingang,Maatregel,Waarde,"
                          "Reden,Termijn,Looptijd,Datum,Operator"
                              delimited by size
                       into HERSCH-REGEL
                   end-string
                   write HERSCH-REGEL
               end-if
               move WS-VRS-TERMIJN to DISPLAY-AMT
               move WS-NW-COUNT to DISPLAY-AANTAL
               move spaces to HERSCH-REGEL
               string MST-NR(MASTER-IDX) "," WS-HS-VERSIE ","
                      NW-MAAND(1) ","
                      function trim(WS-VRS-MAATREGEL) ","
                      function trim(WS-VRS-WAARDE) ","
                      function trim(WS-VRS-REDEN) ","
                      function trim(DISPLAY-AMT) ","
                      function trim(DISPLAY-AANTAL) ","
                      WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2) ","
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into HERSCH-REGEL
               end-string
               write HERSCH-REGEL
               close HERSCH-FILE.
           7700-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7800-BRIEF: the borrower's notification -- the measure and
      *> its reason, old against new terms, the revised schedule.
      *>----------------------------------------------------------------
           7800-BRIEF.
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
               move spaces to DYNAMIC-BRIEFFILE
               string "Herschikking-" MST-NR(MASTER-IDX) "-v"
                      WS-HS-VERSIE ".txt" delimited by size
                   into DYNAMIC-BRIEFFILE
               end-string
               open output BRIEF-FILE
               if WS-BRIEF-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-BRIEFFILE) ": "
                       WS-BRIEF-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 7800-EXIT
               end-if
               move WS-FIRM-NAAM to BRIEF-REGEL
               write BRIEF-REGEL
               move WS-FIRM-ADRES to BRIEF-REGEL
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               string function trim(WS-FIRM-POSTCODE) " "
                      function trim(WS-FIRM-GEMEENTE)
                          delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               string "Aan: " function trim(MST-NAAM(MASTER-IDX))
                       delimited by size
                   into BRIEF-REGEL
               end-string
               move WS-CURRENT-DATETIME(7:2) to BRIEF-REGEL(61:2)
               move "-" to BRIEF-REGEL(63:1)
               move WS-CURRENT-DATETIME(5:2) to BRIEF-REGEL(64:2)
               move "-" to BRIEF-REGEL(66:1)
               move WS-CURRENT-DATETIME(1:4) to BRIEF-REGEL(67:4)
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               string "Betreft: herschikking van uw lening "
                      MST-NR(MASTER-IDX) delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move "Geachte kredietnemer," to BRIEF-REGEL
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               string "Zoals met u afgesproken (" delimited by size
                      function trim(WS-HS-REDEN) delimited by size
                      ") wijzigen de voorwaarden" delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               string "van uw lening vanaf " WS-HS-INGANG ":"
                       delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               move WS-HS-AANTAL to DISPLAY-AANTAL
               evaluate WS-HS-MAATREGEL
                   when "UITSTELKAP"
                       string "  betalingsuitstel van "
                              function trim(DISPLAY-AANTAL)
                              " maand(en); de rente van die maanden"
                              " wordt" delimited by size
                           into BRIEF-REGEL
                       end-string
                       write BRIEF-REGEL
                       move "  bij het kapitaal gevoegd."
                           to BRIEF-REGEL
                   when "UITSTELRENTE"
                       compute WS-HS-RENTE = WS-HS-UITGESTELD
                           - WS-HS-EXTRA
                       move WS-HS-RENTE to DISPLAY-AMT
                       string "  betalingsuitstel van "
                              function trim(DISPLAY-AANTAL)
                              " maand(en); de rente van die maanden ("
                              function trim(DISPLAY-AMT) ")"
                                  delimited by size
                           into BRIEF-REGEL
                       end-string
                       write BRIEF-REGEL
                       move "  wordt gespreid over de resterende"
                           & " termijnen." to BRIEF-REGEL
                   when "LOOPTIJD"
                       string "  de resterende looptijd wordt "
                              function trim(DISPLAY-AANTAL)
                              " maand(en)." delimited by size
                           into BRIEF-REGEL
                       end-string
                   when "TERMIJN"
                       string "  uw maandtermijn wordt "
                              function trim(WS-HS-WAARDE-S) " EUR."
                                  delimited by size
                           into BRIEF-REGEL
                       end-string
               end-evaluate
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move WS-HS-OUD-TERMIJN to DISPLAY-AMT
               move MST-TERMIJN(MASTER-IDX) to DISPLAY-AMT-2
               move spaces to BRIEF-REGEL
               string "Maandtermijn:          " DISPLAY-AMT " -> "
                      DISPLAY-AMT-2 " EUR" delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move WS-HS-REST to DISPLAY-AANTAL
               move spaces to BRIEF-REGEL
               string "Resterende termijnen:  " "        "
                      DISPLAY-AANTAL " -> " delimited by size
                   into BRIEF-REGEL
               end-string
               move 0 to WS-HS-J
               perform varying NW-IDX from 1 by 1
                       until NW-IDX > WS-NW-COUNT
                   if NW-TERMIJN(NW-IDX) > 0
                       add 1 to WS-HS-J
                   end-if
               end-perform
               move WS-HS-J to DISPLAY-AANTAL
               move DISPLAY-AANTAL to BRIEF-REGEL(47:3)
               write BRIEF-REGEL
               move MST-OPEN(MASTER-IDX) to DISPLAY-AMT
               move spaces to BRIEF-REGEL
               string "Nog te betalen:        " DISPLAY-AMT " EUR"
                       delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move "Uw nieuw aflossingsplan:" to BRIEF-REGEL
               write BRIEF-REGEL
               move "  Maand        Termijn       Rente   Aflossing"
                   & "       Saldo" to BRIEF-REGEL
               write BRIEF-REGEL
               perform varying NW-IDX from 1 by 1
                       until NW-IDX > WS-NW-COUNT
                   move NW-TERMIJN(NW-IDX) to DISPLAY-AMT
                   move NW-RENTE(NW-IDX) to DISPLAY-AMT-2
                   move NW-AFLOS(NW-IDX) to DISPLAY-AMT-3
                   move NW-SALDO(NW-IDX) to DISPLAY-AMT-4
                   move spaces to BRIEF-REGEL
                   string "  " NW-MAAND(NW-IDX) " " DISPLAY-AMT " "
                          DISPLAY-AMT-2 " " DISPLAY-AMT-3 " "
                          DISPLAY-AMT-4 delimited by size
                       into BRIEF-REGEL
                   end-string
                   write BRIEF-REGEL
               end-perform
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move "De overige voorwaarden van uw kredietovereenkomst"
                   & " blijven ongewijzigd." to BRIEF-REGEL
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL
               move "Met vriendelijke groeten," to BRIEF-REGEL
               write BRIEF-REGEL
               move WS-FIRM-NAAM to BRIEF-REGEL
               write BRIEF-REGEL
               close BRIEF-FILE.
           7800-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail -- one line per run,
      *> see RUNLOG.cpy.
