                    select SUMMARY-FILE assign dynamic DYNAMIC-SUMFILE
                        organization is line sequential
                        file status is WS-SUMMARY-STATUS.
                    select KOSTENPLAATS-FILE
                            assign dynamic DYNAMIC-KPFILE
                        organization is line sequential
                        file status is WS-KOSTENPLAATS-STATUS.
                    select CHECKPOINT-FILE
                            assign dynamic DYNAMIC-CHECKFILE
                        organization is line sequential
                    select KLOK-FILE assign to "Klokuren.csv"
                        organization is line sequential
                        file status is WS-KLOK-STATUS.
                    select RSZVERM-FILE
                            assign to "RSZ-Verminderingen.csv"
                        organization is line sequential
                        file status is WS-RSZVERM-STATUS.
                    select DOELGROEP-FILE
                            assign to "RSZ-Doelgroepen.csv"
                        organization is line sequential
                        file status is WS-DOELGROEP-STATUS.
                    select WIJZIGING-FILE
                            assign to "Werknemer-Wijzigingen.csv"
                        organization is line sequential
                        file status is WS-WIJZIGING-STATUS.
                    select KALENDER-FILE assign to "Kalender.csv"
                        organization is line sequential
                        file status is WS-KALENDER-STATUS.
                    select ONKOSTEN-FILE assign to "Onkosten.csv"
                        organization is line sequential
                        file status is WS-ONKOSTEN-STATUS.
                    select COMMISSIE-FILE assign to "Commissies.csv"
                        organization is line sequential
                        file status is WS-COMMISSIE-STATUS.
                    select RETRO-FILE assign to "Retro-Correcties.csv"
                        organization is line sequential
                        file status is WS-RETRO-STATUS.
                    select TEKSTEN-FILE assign to "Teksten.csv"
                        organization is line sequential
                        file status is WS-TEKSTEN-STATUS.
           01 PAYSLIP-REGEL pic x(80).

           FD SUMMARY-FILE.
           01 SUMMARY-REGEL pic x(250).

           FD KOSTENPLAATS-FILE.
           01 KOSTENPLAATS-REGEL pic x(60).

           FD CHECKPOINT-FILE.
           01 CHECKPOINT-REGEL pic x(40).
           01 RECON-REGEL pic x(60).

           FD CATALOG-FILE.
           01 CATALOG-REGEL pic x(400).

           FD OUTCOL-FILE.
           01 OUTCOL-REGEL pic x(20).

           FD EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(200).

           FD GARNISH-FILE.
           01 GARNISH-REGEL pic x(80).
           01 STUDENTUREN-REGEL pic x(60).

           FD HISTORY-FILE.
           01 HISTORY-REGEL pic x(400).

           FD HISTIDX-FILE.
           01 HISTIDX-REGEL pic x(60).
           FD ONKOSTEN-FILE.
           01 ONKOSTEN-REGEL pic x(80).

           FD COMMISSIE-FILE.
           01 COMMISSIE-REGEL pic x(70).

           FD RETRO-FILE.
           01 RETRO-REGEL pic x(200).

           FD TEKSTEN-FILE.
           01 TEKSTEN-REGEL pic x(60).

           01 PAYPERIOD-REGEL pic x(40).

           FD KLOK-FILE.
           01 KLOK-REGEL pic x(60).

           FD RSZVERM-FILE.
           01 RSZVERM-REGEL pic x(100).

           FD DOELGROEP-FILE.
           01 DOELGROEP-REGEL pic x(40).

           FD WIJZIGING-FILE.
           01 WIJZIGING-REGEL pic x(200).

           FD YTD-ISAM.
           01 YTD-ISAM-REC.
           01 WS-EMPLOYEE-EOF pic x(01).
           01 WS-EMPLOYEE-COUNT pic 9(03) value 0.
           01 WS-EMPLOYEE-FOUND-IDX pic 9(03) value 0.
           01 WS-EMPLOYEE-LEESREGEL pic x(200).
           01 WS-EMP-KINDEREN-S pic x(04).
           01 EMPLOYEE-TABLE.
               05 EMPLOYEE-ENTRY OCCURS 300 TIMES
                   10 EMP-UITDIENST pic x(10).
                   10 EMP-TAAL     pic x(02).
                   10 EMP-IBAN-OK  pic x(01).
                   10 EMP-KOSTENPLAATS pic x(10).
                   10 EMP-GVPLAN   pic x(08).
                   10 EMP-FTE      pic 9V99.
      *>    the IBAN and Maandloon columns sit between the family
      *>    situation and the PC on the master row -- parsed past
      *>    here, used by SepaPaymentFile respectively nothing (the
           01 WS-EMP-CONTRACT-SKIP pic x(10).
           01 WS-EMP-FTE-SKIP pic x(06).
           01 WS-EMP-TAAL-S pic x(04).
      *>    Bezorging and Email after the Taal code are the document
      *>    dispatch's; the Kostenplaats after them is the cost
      *>    centre the employee's personnel cost is carried on, the
      *>    GVPlan last the group insurance plan of a member.
           01 WS-EMP-BEZORGING-SKIP pic x(10).
           01 WS-EMP-EMAIL-SKIP pic x(60).
      *>----------------------------------------------------------------
      *> business-day calendar -- Kalender.csv (Datum,Omschrijving,
      *> via TableMaintenance) holds the Belgian public holidays and
           01 WS-KAL-INT pic 9(07).
           01 WS-KAL-WEEKDAG pic 9(01).
           01 WS-KAL-PROEF pic x(10).
      *>----------------------------------------------------------------
      *> dated master changes -- Werknemer-Wijzigingen.csv (PersNr,
      *> Veld,OudeWaarde,NieuweWaarde,Ingang,Operator,Vastgelegd),
      *> recorded by WerknemerOnderhoud. Werknemers.csv only knows
      *> today's values; the register knows which value was in force
      *> on which day. Family situation, class and FTE are taken as
      *> they stood on the pay month's last day. A MAANDLOON or FTE
      *> change taking effect inside the month splits it: every
      *> working day (weekdays minus Kalender.csv days) is paid at
      *> the wage in force that day, the keyed amount being the wage
      *> from the last change on. No register, no split.
      *>----------------------------------------------------------------
           01 WS-WIJZIGING-STATUS pic xx.
           01 WS-WIJZIGING-EOF pic x(01).
           01 WS-WIJZIGING-LEESREGEL pic x(200).
           01 WS-WIJZIGING-COUNT pic 9(04) value 0.
           01 WIJZIGING-TABLE.
               05 WIJZIGING-ENTRY occurs 2000 times.
                   10 WZG-PERSNR pic x(06).
                   10 WZG-VELD pic x(16).
                   10 WZG-OUD pic x(20).
                   10 WZG-NIEUW pic x(20).
                   10 WZG-INGANG pic x(10).
           01 WS-WZG-IDX pic 9(04).
           01 WS-WZG-BEST pic 9(04).
           01 WS-WZG-PERSNR pic x(06).
           01 WS-WZG-VELD pic x(16).
           01 WS-WZG-DATUM pic x(10).
           01 WS-WZG-TOT pic x(10).
           01 WS-WZG-WAARDE pic x(20).
           01 WS-WZG-GEVONDEN pic x(01).
           01 WS-WZG-MAANDEINDE pic x(10).
           01 WS-SEG-LOON pic 9(7)V99.
           01 WS-SEG-FTE pic 9V99.
           01 WS-SEG-LOON-EIND pic 9(7)V99.
           01 WS-SEG-FTE-EIND pic 9V99.
           01 WS-SEG-SOM pic 9(9)V9999.
           01 WS-SEG-FTE-SOM pic 9(5)V99.
           01 WS-SEG-DAGEN pic 9(02).

      *>    mod-97 IBAN validation at master load -- the shared
      *>    IbanCheck call; a row whose employee carries an invalid
      *> hourly workers: an Arbeider whose master row carries an
      *> Uurloon builds this month's gross from the validated clock
      *> register Klokuren.csv ("PersNr,Datum,Uren,Shift" -- filled
      *> by TijdImport; the Project and Gefactureerd columns after
      *> them are ProjectBilling's) instead of the flat Maandloon. The
      *> shift premium factors (D/N/W) come from Ploegen-Premies.csv. An
      *> hourly Arbeider WITHOUT clock rows for the run's pay period
      *> rejects with a named reason -- a missing clock file must
      *> not silently shortpay someone. Bedienden, and Arbeiders
           01 WS-KLOK-STATUS pic xx.
           01 WS-KLOK-EOF pic x(01).
           01 WS-KLOK-COUNT pic 9(04) value 0.
           01 WS-KLOK-LEESREGEL pic x(60).
           01 WS-KLK-UREN-S pic x(08).
           01 KLOK-TABLE.
               05 KLOK-ENTRY OCCURS 2000 TIMES
           01 WS-PENDING pic x(01) value "N".
      *>    one-row utility switch -- see LINK-SALARY-MODE "A".
           01 WS-ADHOC-RUN pic x(01) value "N".
      *>    retro recalculation switch -- see LINK-SALARY-MODE "R".
           01 WS-RETRO-RUN pic x(01) value "N".
           01 WS-PENDING-STATUS pic xx.
           01 DYNAMIC-PENDFILE pic x(32).
           01 PENDING-PREFIX pic x(09) value "Pending-".
           01 WS-RUNID-SEQ-S pic x(10).
           01 WS-RUNID-ROWBUF pic x(200).
           01 WS-RUNID-ROWBUF-IN pic x(200).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "WHT-Brackets.csv".
               05 filler pic x(30) value "Baremas.csv".
               05 filler pic x(30) value "Werkbonus.csv".
               05 filler pic x(30) value "Vervoer-Vergoeding.csv".
               05 filler pic x(30) value "Ploegen-Premies.csv".
               05 filler pic x(30) value "Maaltijdcheque-Config.csv".
               05 filler pic x(30)
                   value "Groepsverzekering-Plannen.csv".
               05 filler pic x(30) value "RSZ-Verminderingen.csv".
               05 filler pic x(30) value "RSZ-Doelgroepen.csv".
               05 filler pic x(30) value "Kalender.csv".
               05 filler pic x(30) value "Teksten.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 11 times.
           01 FP-TABEL-COUNT pic 9(02) value 11.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "SalaryCalculation".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

      *>----------------------------------------------------------------
      *> resource lock on the payroll master -- two sessions that
      *>    extract (RvaExtract).
           01 WS-TW-DAGEN pic 9(02) value 0.
           01 WS-TW-DAGEN-OUT pic Z9.
           01 WS-DAGEN-AFWEZIG-OUT pic Z9.

      *>----------------------------------------------------------------
      *> loonbeslag (wage garnishment) -- Garnishments.csv (PersNr,
           01 WS-ONKOSTEN-TOTAAL-OUT pic Z(8).ZZ.
           01 WS-ONKOSTEN-GEWIJZIGD pic x(01) value "N".

      *>----------------------------------------------------------------
      *> sales commissions -- Commissies.csv (PersNr,Periode,Bedrag,
      *> Status,RunId) is CommissionRun's variable-pay input, one OPEN
      *> row per representative and commission month. The OPEN rows
      *> of an employee up to this run's pay period are salary: their
      *> sum joins the gross before the RSZ/voorheffing chain, and
      *> they are marked UITBETAALD with this run's Run-ID; the file
      *> is rewritten when the run closes (never from a simulation).
      *> A month with more clawed back than earned leaves a negative
      *> row -- as long as the sum stays at or under zero nothing is
      *> paid and the rows stay OPEN for the next commissions.
      *> A paid row keeps the pay period that paid it (BetaaldIn), so
      *> a retro recalculation of that month can put it back.
      *>----------------------------------------------------------------
           01 WS-COMMISSIE-STATUS pic xx.
           01 WS-COMMISSIE-EOF pic x(01).
           01 WS-COMMISSIE-COUNT pic 9(03) value 0.
           01 WS-COMMISSIE-LEESREGEL pic x(70).
           01 WS-CMS-BEDRAG-S pic x(14).
           01 COMMISSIE-TABLE.
               05 COMMISSIE-ENTRY OCCURS 500 TIMES
                       INDEXED BY COMMISSIE-IDX.
                   10 CMS-PERSNR pic x(08).
                   10 CMS-PERIODE pic x(07).
                   10 CMS-BEDRAG pic S9(07)V99.
                   10 CMS-STATE pic x(10).
                   10 CMS-RUNID pic x(09).
                   10 CMS-BETAALDIN pic x(07).
           01 WS-COMMISSIE-SALDO pic S9(07)V99 value 0.
           01 WS-COMMISSIE pic 9(07)V99 value 0.
           01 WS-COMMISSIE-OUT pic Z(6).ZZ.
           01 WS-CMS-BEDRAG-OUT pic -(6)9.99.
           01 WS-COMMISSIE-GEWIJZIGD pic x(01) value "N".

      *>----------------------------------------------------------------
      *> retro corrections -- Retro-Correcties.csv is RetroPayroll's
      *> register of differences between an already-paid month as it
      *> was paid and as it recalculates with corrected data: per
      *> employee and month the gross, RSZ and voorheffing difference
      *> (signed). The OPEN rows of an employee for months before this
      *> run's pay period are settled here: the net difference goes on
      *> top of (or, negative, off) the amount to pay -- the month's
      *> own gross-to-net stays untouched, since the difference is
      *> declared in the quarter of the month it belongs to. The rows
      *> are marked VERREKEND with this run's Run-ID and pay period,
      *> and the file rewritten when the run closes (never from a
      *> simulation). What is settled also goes onto the employee's
      *> history row (RetroBruto/RetroRSZ/RetroVoorheffing/
      *> RetroWerkgeverRSZ) and the run total onto the Summary- row,
      *> so the remittance, the 274, the 281.10 and the GL journal
      *> carry it in the month it is paid out.
      *>----------------------------------------------------------------
           01 WS-RETRO-STATUS pic xx.
           01 WS-RETRO-EOF pic x(01).
           01 WS-RETRO-COUNT pic 9(04) value 0.
           01 WS-RETRO-LEESREGEL pic x(200).
           01 WS-RTR-S pic x(14) occurs 6 times.
           01 RETRO-TABLE.
               05 RETRO-ENTRY OCCURS 1000 TIMES
                       INDEXED BY RETRO-IDX.
                   10 RTR-PERSNR pic x(08).
                   10 RTR-NAAM pic x(30).
                   10 RTR-PERIODE pic x(07).
                   10 RTR-KWARTAAL pic x(06).
                   10 RTR-BRUTO-OUD pic S9(07)V99.
                   10 RTR-BRUTO-NIEUW pic S9(07)V99.
                   10 RTR-BRUTO pic S9(07)V99.
                   10 RTR-RSZ pic S9(07)V99.
                   10 RTR-VRH pic S9(07)V99.
                   10 RTR-WGRSZ pic S9(07)V99.
                   10 RTR-STATE pic x(10).
                   10 RTR-RUNID pic x(09).
                   10 RTR-BETAALDIN pic x(07).
                   10 RTR-BEREKEND pic x(10).
           01 WS-RETRO-BRUTO pic S9(07)V99 value 0.
           01 WS-RETRO-RSZ pic S9(07)V99 value 0.
           01 WS-RETRO-VRH pic S9(07)V99 value 0.
           01 WS-RETRO-NETTO pic S9(07)V99 value 0.
           01 WS-RETRO-WGRSZ pic S9(07)V99 value 0.
           01 WS-RETRO-OUT pic -(6)9.99.
           01 WS-RETRO-BRUTO-OUT pic -(6)9.99.
           01 WS-RETRO-RSZ-OUT pic -(6)9.99.
           01 WS-RETRO-VRH-OUT pic -(6)9.99.
           01 WS-RETRO-WGRSZ-OUT pic -(6)9.99.
           01 WS-TOTAL-RETRO-BRUTO pic S9(09)V99 value 0.
           01 WS-TOTAL-RETRO-RSZ pic S9(09)V99 value 0.
           01 WS-TOTAL-RETRO-VRH pic S9(09)V99 value 0.
           01 WS-TOTAL-RETRO-BRUTO-OUT pic -(8)9.99.
           01 WS-TOTAL-RETRO-RSZ-OUT pic -(8)9.99.
           01 WS-TOTAL-RETRO-VRH-OUT pic -(8)9.99.
           01 WS-RTR-OUT pic x(13) occurs 6 times.
           01 WS-RTR-EDIT pic -(6)9.99.
           01 WS-RETRO-GEWIJZIGD pic x(01) value "N".

      *>----------------------------------------------------------------
      *> maaltijdcheques -- Maaltijdcheque-Config.csv (Sleutel,Waarde)
      *> holds the face value (NOMINAAL) and the employee's own
      *> contribution per voucher (WERKNEMERSBIJDRAGE); no file, or
      *> no face value, and nobody gets vouchers. A Bediende or
      *> Arbeider gets one voucher per day actually worked: the keyed
      *> DagenGewerkt, else the month's working days (Kalender.csv)
      *> at the work percentage less the days absent. The employee
      *> contribution comes off the net; the count, the face value
      *> and both shares go onto the history row, which is what
      *> MealVoucherOrder builds the issuer's order from.
      *>----------------------------------------------------------------
           01 MC-CONFIG-FILE-NAME pic x(30)
               value "Maaltijdcheque-Config.csv".
           01 WS-MC-EOF pic x(01).
           01 WS-MC-LEESREGEL pic x(40).
           01 WS-MC-SLEUTEL pic x(20).
           01 WS-MC-WAARDE-S pic x(12).
           01 WS-MC-NOMINAAL pic 9(02)V99 value 0.
           01 WS-MC-BIJDRAGE pic 9(02)V99 value 0.
           01 WS-MC-AANTAL pic 9(02) value 0.
           01 WS-MC-DAGEN pic S9(03).
           01 WS-MC-WERKGEVER pic 9(05)V99 value 0.
           01 WS-MC-WERKNEMER pic 9(05)V99 value 0.
           01 WS-MC-AANTAL-OUT pic Z9.
           01 WS-MC-NOMINAAL-OUT pic Z9.99.
           01 WS-MC-WERKGEVER-OUT pic Z(4)9.99.
           01 WS-MC-WERKNEMER-OUT pic Z(4)9.99.

      *>----------------------------------------------------------------
      *> groepsverzekering -- the extralegal pension plans live in
      *> Groepsverzekering-Plannen.csv (Plan,Omschrijving,
      *> WerknemerPct,WerkgeverPct,Verzekeraar,PolisNr); the GVPlan
      *> column of Werknemers.csv makes an employee a member. On the
      *> month's gross the member pays the personal contribution,
      *> withheld from the net; the employer premium and the 8.86%
      *> bijzondere bijdrage on it are employer cost. All three go
      *> onto the history row with the plan code, which is what
      *> GroupInsurance builds the insurer's statement and the DB2P
      *> extract from.
      *>----------------------------------------------------------------
           01 GV-PLAN-FILE-NAME pic x(30)
               value "Groepsverzekering-Plannen.csv".
           01 WS-GV-EOF pic x(01).
           01 WS-GV-LEESREGEL pic x(120).
           01 WS-GVP-CODE-S pic x(08).
           01 WS-GVP-OMS-S pic x(40).
           01 WS-GVP-WN-S pic x(08).
           01 WS-GVP-WG-S pic x(08).
           01 WS-GVP-COUNT pic 9(02) value 0.
           01 GV-PLAN-TABLE.
               05 GV-PLAN-ENTRY OCCURS 20 TIMES
                       INDEXED BY GV-PLAN-IDX.
                   10 GVP-CODE pic x(08).
                   10 GVP-WN-PCT pic 9(02)V99.
                   10 GVP-WG-PCT pic 9(02)V99.
           01 WS-GV-BIJZONDER-PCT pic 9V9999 value 0.0886.
           01 WS-GV-PLAN pic x(08).
           01 WS-GV-WERKNEMER pic 9(05)V99 value 0.
           01 WS-GV-WERKGEVER pic 9(05)V99 value 0.
           01 WS-GV-BIJZONDER pic 9(05)V99 value 0.
           01 WS-GV-WERKNEMER-OUT pic Z(4)9.99.
           01 WS-GV-WERKGEVER-OUT pic Z(4)9.99.
           01 WS-GV-BIJZONDER-OUT pic Z(4)9.99.

      *>----------------------------------------------------------------
      *> RSZ-verminderingen -- RSZ-Verminderingen.csv holds the
      *> reduction table (Code,Omschrijving,Soort,VanKwartaal,
      *> TotKwartaal,Bedrag,Alpha,Drempel). Soort STRUCTUREEL is the
      *> structural reduction for low wages: forfait Bedrag plus
      *> Alpha times the distance of the quarterly reference wage
      *> under Drempel. Soort DOELGROEP rows are the target-group
      *> (eerste aanwerving) steps: a fixed quarterly Bedrag for the
      *> VanKwartaal..TotKwartaal-th quarter of the entitlement
      *> (TotKwartaal 0 = no end). RSZ-Doelgroepen.csv (PersNr,Code,
      *> StartKwartaal as YYYYQn) flags who is entitled from when.
      *> Both are worked per month at FTE/3 of the quarter amount,
      *> never above the employer RSZ of the row, and reduce the
      *> employer RSZ that RemittanceRun orders.
      *>----------------------------------------------------------------
           01 WS-RSZVERM-STATUS pic xx.
           01 WS-RSZVERM-EOF pic x(01).
           01 WS-RSZVERM-COUNT pic 9(02) value 0.
           01 WS-RSZVERM-LEESREGEL pic x(100).
           01 WS-RVM-OMS-S pic x(40).
           01 WS-RVM-VAN-S pic x(04).
           01 WS-RVM-TOT-S pic x(04).
           01 WS-RVM-BEDRAG-S pic x(10).
           01 WS-RVM-ALPHA-S pic x(08).
           01 WS-RVM-DREMPEL-S pic x(10).
           01 RSZVERM-TABLE.
               05 RSZVERM-ENTRY OCCURS 50 TIMES
                       INDEXED BY RSZVERM-IDX.
                   10 RVM-CODE pic x(04).
                   10 RVM-SOORT pic x(12).
                   10 RVM-VAN-KW pic 9(02).
                   10 RVM-TOT-KW pic 9(02).
                   10 RVM-BEDRAG pic 9(05)V99.
                   10 RVM-ALPHA pic 9V9999.
                   10 RVM-DREMPEL pic 9(05)V99.
           01 WS-DOELGROEP-STATUS pic xx.
           01 WS-DOELGROEP-EOF pic x(01).
           01 WS-DOELGROEP-COUNT pic 9(03) value 0.
           01 WS-DOELGROEP-LEESREGEL pic x(40).
           01 DOELGROEP-TABLE.
               05 DOELGROEP-ENTRY OCCURS 300 TIMES
                       INDEXED BY DOELGROEP-IDX.
                   10 DGR-PERSNR pic x(06).
                   10 DGR-CODE pic x(04).
                   10 DGR-START pic x(06).
           01 WS-VERM-FTE pic 9V99 value 1.
           01 WS-VERM-REFLOON pic 9(07)V99 value 0.
           01 WS-VERM-KW-NU pic 9(05) value 0.
           01 WS-VERM-KW-START pic 9(05) value 0.
           01 WS-VERM-KW-N pic S9(05) value 0.
           01 WS-VERM-STRUCTUREEL pic 9(05)V99 value 0.
           01 WS-VERM-DOELGROEP pic 9(05)V99 value 0.
           01 WS-VERM-DG-CODE pic x(04) value spaces.
           01 WS-VERM-TOTAAL pic 9(05)V99 value 0.
           01 WS-VERM-STRUCTUREEL-OUT pic Z(4)9.99.
           01 WS-VERM-DOELGROEP-OUT pic Z(4)9.99.

      *>----------------------------------------------------------------
      *> personeelsleningen -- Personeelsleningen.csv (PersNr,
      *> Startdatum,Hoofdsom,RentePct,Jaren,MaandTermijn,RestSaldo,
           01 WS-TOTAL-RSZ pic 9(09)V99 value 0.
           01 WS-TOTAL-VOORHEFFING pic 9(09)V99 value 0.
           01 WS-TOTAL-NETTO pic 9(09)V99 value 0.
           01 WS-TOTAL-WGRSZ pic 9(09)V99 value 0.
           01 WS-TOTAL-VERMINDERING pic 9(09)V99 value 0.
           01 WS-EMP-COUNT-OUT pic Z(6)9.
           01 WS-TOTAL-BRUTO-OUT pic Z(8).ZZ.
           01 WS-TOTAL-RSZ-OUT pic Z(8).ZZ.
           01 WS-TOTAL-VOORHEFFING-OUT pic Z(8).ZZ.
           01 WS-TOTAL-NETTO-OUT pic Z(8).ZZ.
           01 WS-TOTAL-WGRSZ-OUT pic Z(8).ZZ.
           01 WS-TOTAL-VERMINDERING-OUT pic Z(8).ZZ.

      *>----------------------------------------------------------------
      *> cost centres -- the run's gross split over the employees'
      *> Kostenplaats (Werknemers.csv), written next to the Summary
      *> as Kostenplaats-<file>.csv ("Kostenplaats,Aantal,Bruto",
      *> blank = not assigned) so GlJournalExport can book the
      *> LOONKOST line per cost centre. The same code rides on every
      *> Payroll-History.csv row.
      *>----------------------------------------------------------------
           01 DYNAMIC-KPFILE pic x(40).
           01 WS-KOSTENPLAATS-STATUS pic xx.
           01 KOSTENPLAATS-PREFIX pic x(13) value "Kostenplaats-".
           01 WS-ROW-KOSTENPLAATS pic x(10).
           01 WS-KPL-COUNT pic 9(03) value 0.
           01 KPL-TABLE.
               05 KPL-ENTRY occurs 100 times indexed by KPL-IDX.
                   10 KPL-CODE pic x(10).
                   10 KPL-AANTAL pic 9(05).
                   10 KPL-BRUTO pic 9(09)V99.
           01 WS-KPL-FOUND-IDX pic 9(03).
           01 WS-KPL-BEDRAG pic 9(09)V99.
           01 WS-KPL-AANTAL-OUT pic Z(4)9.
           01 WS-KPL-BRUTO-OUT pic Z(8)9.99.

      *>----------------------------------------------------------------
      *> same-day reconciliation -- Recon-SalaryCalculation.TXT holds
      *>    same-day re-run doesn't silently overwrite an earlier
      *>    attempt's Output-*.csv.
           01 WS-ARCHIVE-DATE pic x(08).
           01 WS-ARCHIVE-CMD pic x(300).
      *>    archive catalog -- see ArchiveRetrieve.
           01 WS-CATALOG-STATUS pic xx.
           01 WS-SEAL-ACTIE pic x(01) value "S".
           01 WS-SEAL-REGEL pic x(400).
           01 WS-SEAL-BESTANDEN pic x(200).
           01 WS-SEAL-STATUS pic x(12).
           01 WS-CATALOG-TOTAL-OUT pic -(10)9.99.

           linkage section.
      *>    but stays out of the pay-period register and leaves the
      *>    variance baseline (Prev-Payroll.csv) alone -- a single
      *>    utility row is not a payroll run of record for the month.
      *>    "R" = retro recalculation of an already-paid month: a
      *>    simulation for LINK-PAY-PERIOD that rebuilds the month as
      *>    paid -- the commissions that month paid instead of the
      *>    OPEN ones, no retro settlement -- so RetroPayroll can
      *>    compare it with the month's history rows.
           01 LINK-SALARY-MODE pic x(01).
      *>    the pay period this run belongs to, YYYY-MM; a trailing
      *>    "C" marks an explicit correction run for an already-paid
                   " master and payslips wait for a release by"
                   " a second operator."
           end-if
           if LINK-SALARY-MODE = "R"
               move "Y" to WS-SIMULATION
               move "Y" to WS-RETRO-RUN
               display "RETRO RECALCULATION -- simulation of a paid"
                   " month, nothing of record moves."
           end-if
           if LINK-SALARY-MODE = "A"
               move "Y" to WS-ADHOC-RUN
               display "One-row utility run -- pay-period register"
                                           WS-EMP-CONTRACT-SKIP
                                           WS-EMP-FTE-SKIP
                                           WS-EMP-TAAL-S
                                           WS-EMP-BEZORGING-SKIP
                                           WS-EMP-EMAIL-SKIP
                                           EMP-KOSTENPLAATS(
                                               WS-EMPLOYEE-COUNT)
                                           EMP-GVPLAN(
                                               WS-EMPLOYEE-COUNT)
                                  end-unstring
                                  move function upper-case(
                                      EMP-GVPLAN(WS-EMPLOYEE-COUNT))
                                      to EMP-GVPLAN(WS-EMPLOYEE-COUNT)
                                  move 1 to EMP-FTE(
                                      WS-EMPLOYEE-COUNT)
                                  if function test-numval(
                                          function trim(
                                              WS-EMP-FTE-SKIP)) = 0
                                      and function trim(
                                          WS-EMP-FTE-SKIP) not = spaces
                                      move function numval(
                                          function trim(
                                              WS-EMP-FTE-SKIP))
                                          to EMP-FTE(WS-EMPLOYEE-COUNT)
                                  end-if
                                  if EMP-FTE(WS-EMPLOYEE-COUNT) = 0
                                      move 1 to EMP-FTE(
                                          WS-EMPLOYEE-COUNT)
                                  end-if
                                  move function upper-case(
                                      EMP-KOSTENPLAATS(
                                          WS-EMPLOYEE-COUNT))
                                      to EMP-KOSTENPLAATS(
                                          WS-EMPLOYEE-COUNT)
                                  move function upper-case(
                                      function trim(WS-EMP-TAAL-S))
                                      to EMP-TAAL(WS-EMPLOYEE-COUNT)
              move "WHT-Brackets.csv" to WHT-BRACKET-FILE-NAME
              display "WS-PREMIE-COUNT: " WS-PREMIE-COUNT

      *>    load the meal-voucher settings -- same name-swap trick;
      *>    see the maaltijdcheques banner above.
              move 0 to WS-MC-NOMINAAL
              move 0 to WS-MC-BIJDRAGE
              move MC-CONFIG-FILE-NAME to WHT-BRACKET-FILE-NAME
              open input WHT-BRACKET-FILE
              if WHT-BRACKET-STATUS = "00"
                  read WHT-BRACKET-FILE into WS-MC-LEESREGEL
      *>           skips header
                  move "0" to WS-MC-EOF
                  perform until WS-MC-EOF = "1"
                      read WHT-BRACKET-FILE into WS-MC-LEESREGEL
                          at end
                              move "1" to WS-MC-EOF
                          not at end
                              move spaces to WS-MC-SLEUTEL
                              move spaces to WS-MC-WAARDE-S
                              unstring function trim(WS-MC-LEESREGEL)
                                  delimited by ","
                                  into WS-MC-SLEUTEL WS-MC-WAARDE-S
                              end-unstring
                              evaluate function trim(WS-MC-SLEUTEL)
                                  when "NOMINAAL"
                                      move function numval(
                                          function trim(
                                              WS-MC-WAARDE-S))
                                          to WS-MC-NOMINAAL
                                  when "WERKNEMERSBIJDRAGE"
                                      move function numval(
                                          function trim(
                                              WS-MC-WAARDE-S))
                                          to WS-MC-BIJDRAGE
                              end-evaluate
                      end-read
                  end-perform
                  close WHT-BRACKET-FILE
              end-if
              move "WHT-Brackets.csv" to WHT-BRACKET-FILE-NAME
              display "Maaltijdcheque: " WS-MC-NOMINAAL
                  " / eigen bijdrage " WS-MC-BIJDRAGE

      *>    load the group insurance plans -- same name-swap trick;
      *>    see the groepsverzekering banner above.
              move 0 to WS-GVP-COUNT
              move GV-PLAN-FILE-NAME to WHT-BRACKET-FILE-NAME
              open input WHT-BRACKET-FILE
              if WHT-BRACKET-STATUS = "00"
                  read WHT-BRACKET-FILE into WS-GV-LEESREGEL
      *>           skips header
                  move "0" to WS-GV-EOF
                  perform until WS-GV-EOF = "1"
                      read WHT-BRACKET-FILE into WS-GV-LEESREGEL
                          at end
                              move "1" to WS-GV-EOF
                          not at end
                              move spaces to WS-GVP-CODE-S
                              move spaces to WS-GVP-WN-S
                              move spaces to WS-GVP-WG-S
                              unstring function trim(WS-GV-LEESREGEL)
                                  delimited by ","
                                  into WS-GVP-CODE-S WS-GVP-OMS-S
                                       WS-GVP-WN-S WS-GVP-WG-S
                              end-unstring
                              if WS-GVP-COUNT < 20
                                  and WS-GVP-CODE-S not = spaces
                                  and function test-numval(function
                                      trim(WS-GVP-WN-S)) = 0
                                  and function test-numval(function
                                      trim(WS-GVP-WG-S)) = 0
                                  add 1 to WS-GVP-COUNT
                                  move function upper-case(
                                      WS-GVP-CODE-S)
                                      to GVP-CODE(WS-GVP-COUNT)
                                  move function numval(function trim(
                                      WS-GVP-WN-S))
                                      to GVP-WN-PCT(WS-GVP-COUNT)
                                  move function numval(function trim(
                                      WS-GVP-WG-S))
                                      to GVP-WG-PCT(WS-GVP-COUNT)
                              end-if
                      end-read
                  end-perform
                  close WHT-BRACKET-FILE
              end-if
              move "WHT-Brackets.csv" to WHT-BRACKET-FILE-NAME
              display "WS-GVP-COUNT: " WS-GVP-COUNT

      *>    load the validated clock register for the hourly path
              move 0 to WS-KLOK-COUNT
              open input KLOK-FILE
              end-if
              display "WS-KLOK-COUNT: " WS-KLOK-COUNT

      *>    load the RSZ reduction table and the target-group
      *>    entitlements -- see the working-storage banner above.
              move 0 to WS-RSZVERM-COUNT
              open input RSZVERM-FILE
              DISPLAY "Status after OPEN rszverm-file: "
                  WS-RSZVERM-STATUS
              if WS-RSZVERM-STATUS = "00"
                  read RSZVERM-FILE into WS-RSZVERM-LEESREGEL
      *>           skips header
                  move "0" to WS-RSZVERM-EOF
                  perform until WS-RSZVERM-EOF = "1"
                      read RSZVERM-FILE into WS-RSZVERM-LEESREGEL
                          at end
                              move "1" to WS-RSZVERM-EOF
                          not at end
                              if WS-RSZVERM-COUNT >= 50
                                  display "RSZ-verminderingen table "
                                      "full, skipping: "
                                      WS-RSZVERM-LEESREGEL
                              else
                                  add 1 to WS-RSZVERM-COUNT
                                  move spaces to RSZVERM-ENTRY(
                                      WS-RSZVERM-COUNT)
                                  move spaces to WS-RVM-VAN-S
                                      WS-RVM-TOT-S WS-RVM-BEDRAG-S
                                      WS-RVM-ALPHA-S
                                      WS-RVM-DREMPEL-S
                                  unstring function trim(
                                          WS-RSZVERM-LEESREGEL)
                                      delimited by ","
                                      into RVM-CODE(WS-RSZVERM-COUNT)
                                           WS-RVM-OMS-S
                                           RVM-SOORT(WS-RSZVERM-COUNT)
                                           WS-RVM-VAN-S
                                           WS-RVM-TOT-S
                                           WS-RVM-BEDRAG-S
                                           WS-RVM-ALPHA-S
                                           WS-RVM-DREMPEL-S
                                  end-unstring
                                  move function upper-case(
                                      RVM-SOORT(WS-RSZVERM-COUNT))
                                      to RVM-SOORT(WS-RSZVERM-COUNT)
                                  move 0 to RVM-VAN-KW(
                                          WS-RSZVERM-COUNT)
                                      RVM-TOT-KW(WS-RSZVERM-COUNT)
                                      RVM-BEDRAG(WS-RSZVERM-COUNT)
                                      RVM-ALPHA(WS-RSZVERM-COUNT)
                                      RVM-DREMPEL(WS-RSZVERM-COUNT)
                                  if function trim(WS-RVM-VAN-S)
                                          not = spaces
                                      move function numval(
                                          function trim(WS-RVM-VAN-S))
                                          to RVM-VAN-KW(
                                              WS-RSZVERM-COUNT)
                                  end-if
                                  if function trim(WS-RVM-TOT-S)
                                          not = spaces
                                      move function numval(
                                          function trim(WS-RVM-TOT-S))
                                          to RVM-TOT-KW(
                                              WS-RSZVERM-COUNT)
                                  end-if
                                  if function trim(WS-RVM-BEDRAG-S)
                                          not = spaces
                                      move function numval-c(
                                          function trim(
                                              WS-RVM-BEDRAG-S))
                                          to RVM-BEDRAG(
                                              WS-RSZVERM-COUNT)
                                  end-if
                                  if function trim(WS-RVM-ALPHA-S)
                                          not = spaces
                                      move function numval(
                                          function trim(
                                              WS-RVM-ALPHA-S))
                                          to RVM-ALPHA(
                                              WS-RSZVERM-COUNT)
                                  end-if
                                  if function trim(WS-RVM-DREMPEL-S)
                                          not = spaces
                                      move function numval-c(
                                          function trim(
                                              WS-RVM-DREMPEL-S))
                                          to RVM-DREMPEL(
                                              WS-RSZVERM-COUNT)
                                  end-if
                              end-if
                  end-perform
                  close RSZVERM-FILE
              end-if
              display "WS-RSZVERM-COUNT: " WS-RSZVERM-COUNT

              move 0 to WS-DOELGROEP-COUNT
              open input DOELGROEP-FILE
              DISPLAY "Status after OPEN doelgroep-file: "
                  WS-DOELGROEP-STATUS
              if WS-DOELGROEP-STATUS = "00"
                  read DOELGROEP-FILE into WS-DOELGROEP-LEESREGEL
      *>           skips header
                  move "0" to WS-DOELGROEP-EOF
                  perform until WS-DOELGROEP-EOF = "1"
                      read DOELGROEP-FILE into WS-DOELGROEP-LEESREGEL
                          at end
                              move "1" to WS-DOELGROEP-EOF
                          not at end
                              if WS-DOELGROEP-COUNT >= 300
                                  display "Doelgroepen table full, "
                                      "skipping: "
                                      WS-DOELGROEP-LEESREGEL
                              else
                                  add 1 to WS-DOELGROEP-COUNT
                                  move spaces to DOELGROEP-ENTRY(
                                      WS-DOELGROEP-COUNT)
                                  unstring function trim(
                                          WS-DOELGROEP-LEESREGEL)
                                      delimited by ","
                                      into DGR-PERSNR(
                                               WS-DOELGROEP-COUNT)
                                           DGR-CODE(WS-DOELGROEP-COUNT)
                                           DGR-START(
                                               WS-DOELGROEP-COUNT)
                                  end-unstring
                                  move function upper-case(
                                      DGR-START(WS-DOELGROEP-COUNT))
                                      to DGR-START(WS-DOELGROEP-COUNT)
                              end-if
                  end-perform
                  close DOELGROEP-FILE
              end-if
              display "WS-DOELGROEP-COUNT: " WS-DOELGROEP-COUNT

      *>    load the dated master changes and bring the employee
      *>    table to the pay month's last day -- see the banner above.
              move 0 to WS-WIJZIGING-COUNT
              open input WIJZIGING-FILE
              if WS-WIJZIGING-STATUS = "00"
                  read WIJZIGING-FILE into WS-WIJZIGING-LEESREGEL
      *>           skips header
                  move "0" to WS-WIJZIGING-EOF
                  perform until WS-WIJZIGING-EOF = "1"
                      read WIJZIGING-FILE into WS-WIJZIGING-LEESREGEL
                          at end
                              move "1" to WS-WIJZIGING-EOF
                          not at end
                              if WS-WIJZIGING-COUNT >= 2000
                                  display "Wijzigingen table full, "
                                      "skipping: "
                                      WS-WIJZIGING-LEESREGEL
                              else
                                  add 1 to WS-WIJZIGING-COUNT
                                  move spaces to WIJZIGING-ENTRY(
                                      WS-WIJZIGING-COUNT)
                                  unstring function trim(
                                          WS-WIJZIGING-LEESREGEL)
                                      delimited by ","
                                      into WZG-PERSNR(
                                               WS-WIJZIGING-COUNT)
                                           WZG-VELD(WS-WIJZIGING-COUNT)
                                           WZG-OUD(WS-WIJZIGING-COUNT)
                                           WZG-NIEUW(
                                               WS-WIJZIGING-COUNT)
                                           WZG-INGANG(
                                               WS-WIJZIGING-COUNT)
                                  end-unstring
                                  move function upper-case(
                                      WZG-VELD(WS-WIJZIGING-COUNT))
                                      to WZG-VELD(WS-WIJZIGING-COUNT)
                              end-if
                      end-read
                  end-perform
                  close WIJZIGING-FILE
              end-if
              display "WS-WIJZIGING-COUNT: " WS-WIJZIGING-COUNT
              if WS-WIJZIGING-COUNT > 0
                  perform 4930-STAND-MAANDEINDE thru 4930-EXIT
              end-if

      *>    load the garnishment register -- see the banner above.
              move 0 to WS-GARNISH-COUNT
              open input GARNISH-FILE
              end-if
              display "WS-ONKOSTEN-COUNT: " WS-ONKOSTEN-COUNT

      *>    load the sales commissions -- see the commissions banner
      *>    above.
              move 0 to WS-COMMISSIE-COUNT
              move "N" to WS-COMMISSIE-GEWIJZIGD
              open input COMMISSIE-FILE
              if WS-COMMISSIE-STATUS = "00"
                  read COMMISSIE-FILE into WS-COMMISSIE-LEESREGEL
      *>           skips header
                  move "0" to WS-COMMISSIE-EOF
                  perform until WS-COMMISSIE-EOF = "1"
                      read COMMISSIE-FILE into WS-COMMISSIE-LEESREGEL
                          at end
                              move "1" to WS-COMMISSIE-EOF
                          not at end
                              if WS-COMMISSIE-COUNT >= 500
                                  display "Commissie-tabel vol, rij"
                                      " genegeerd: "
                                      WS-COMMISSIE-LEESREGEL
                              else
                                  add 1 to WS-COMMISSIE-COUNT
                                  move spaces to COMMISSIE-ENTRY(
                                      WS-COMMISSIE-COUNT)
                                  move spaces to WS-CMS-BEDRAG-S
                                  unstring function trim(
                                          WS-COMMISSIE-LEESREGEL)
                                      delimited by ","
                                      into CMS-PERSNR(
                                               WS-COMMISSIE-COUNT)
                                           CMS-PERIODE(
                                               WS-COMMISSIE-COUNT)
                                           WS-CMS-BEDRAG-S
                                           CMS-STATE(
                                               WS-COMMISSIE-COUNT)
                                           CMS-RUNID(
                                               WS-COMMISSIE-COUNT)
                                           CMS-BETAALDIN(
                                               WS-COMMISSIE-COUNT)
                                  end-unstring
                                  move function numval-c(
                                      function trim(WS-CMS-BEDRAG-S))
                                      to CMS-BEDRAG(
                                          WS-COMMISSIE-COUNT)
                                  if CMS-STATE(WS-COMMISSIE-COUNT)
                                          = spaces
                                      move "OPEN" to CMS-STATE(
                                          WS-COMMISSIE-COUNT)
                                  end-if
                              end-if
                      end-read
                  end-perform
                  close COMMISSIE-FILE
              end-if
              display "WS-COMMISSIE-COUNT: " WS-COMMISSIE-COUNT

      *>    load the retro corrections -- see the retro banner above.
              move 0 to WS-RETRO-COUNT
              move "N" to WS-RETRO-GEWIJZIGD
              open input RETRO-FILE
              if WS-RETRO-STATUS = "00"
                  read RETRO-FILE into WS-RETRO-LEESREGEL
      *>           skips header
                  move "0" to WS-RETRO-EOF
                  perform until WS-RETRO-EOF = "1"
                      read RETRO-FILE into WS-RETRO-LEESREGEL
                          at end
                              move "1" to WS-RETRO-EOF
                          not at end
                              if WS-RETRO-COUNT >= 1000
                                  display "Retro-tabel vol, rij"
                                      " genegeerd: "
                                      WS-RETRO-LEESREGEL
                              else
                                  perform 5395-LOAD-RETRO-ROW
                                      thru 5395-EXIT
                              end-if
                      end-read
                  end-perform
                  close RETRO-FILE
              end-if
              display "WS-RETRO-COUNT: " WS-RETRO-COUNT

      *>    load the employee-loan register -- see the banner above.
              move 0 to WS-LENINGEN-COUNT
              move "N" to WS-LENING-GEWIJZIGD
                          at end
                              move "1" to WS-TEKSTEN-EOF
                          not at end
                              if WS-TEKST-COUNT >= 300
                                  display "Tekstentabel vol, rij"
                                      " genegeerd."
                              else
      *>    a simulation's files carry a SIM- marker in every name so
      *>    nobody mistakes them for a real payroll run's output
      *>    (the mode flags themselves were classified up front).
              if LINK-SALARY-MODE = "S" or LINK-SALARY-MODE = "R"
                  move WS-BASE-NAME to WS-SIM-BASE
                  move spaces to WS-BASE-NAME
                  string "SIM-" delimited by size
               WS-BASE-NAME delimited by space
               into DYNAMIC-SUMFILE
              end-string
              move spaces to DYNAMIC-KPFILE
              string
               KOSTENPLAATS-PREFIX delimited by space
               WS-BASE-NAME delimited by space
               into DYNAMIC-KPFILE
              end-string
              string
               CHECKPOINT-PREFIX delimited by space
               WS-BASE-NAME delimited by space
      *>            the reject file keeps its real name.
                  move "CHECKRUN-OUT.TMP" to DYNAMIC-OUTFILE
                  move "CHECKRUN-SUM.TMP" to DYNAMIC-SUMFILE
                  move "CHECKRUN-KPL.TMP" to DYNAMIC-KPFILE
                  move "CHECKRUN-RPT.TMP" to DYNAMIC-REPORTFILE
                  move "CHECKRUN-CHK.TMP" to DYNAMIC-CHECKFILE
              end-if
                                add WS-RESUME-VRH
                                    to WS-TOTAL-VOORHEFFING
                                add WS-RESUME-NETTO to WS-TOTAL-NETTO
      *>                        the recounted row's cost centre, off
      *>                        the master by name (the Output row
      *>                        carries no personnel number)
                                move spaces to WS-ROW-KOSTENPLAATS
                                perform varying EMPLOYEE-IDX from 1
                                        by 1 until EMPLOYEE-IDX
                                        > WS-EMPLOYEE-COUNT
                                    if EMP-NAAM(EMPLOYEE-IDX)
                                            = WS-RESUME-NAAM
                                        move EMP-KOSTENPLAATS(
                                            EMPLOYEE-IDX)
                                            to WS-ROW-KOSTENPLAATS
                                        exit perform
                                    end-if
                                end-perform
                                move WS-RESUME-BRUTO to WS-KPL-BEDRAG
                                perform 5420-ADD-KOSTENPLAATS
                                    thru 5420-EXIT

                                move 0 to WS-YTD-FOUND-IDX
                                perform varying YTD-IDX from 1 by 1
                       string "Periode,PersNr,Naam,Type,Bruto,"
                              "RSZ,Voorheffing,Netto,WerkgeverRSZ,"
                              "Werkbonus,VervoerVrij,VervoerBelast,"
                              "TWDagen,Kostenplaats,MCAantal,"
                              "MCNominaal,MCWerkgever,MCWerknemer,"
                              "AfwCode,AfwDagen,GVPlan,GVWerknemer,"
                              "GVWerkgever,GVBijzonder,"
                              "VermStructureel,VermDoelgroepCode,"
                              "VermDoelgroep,RetroBruto,RetroRSZ,"
                              "RetroVoorheffing,RetroWerkgeverRSZ"
                                  delimited by size
                           into HISTORY-REGEL
                       end-string
           move spaces to persnr
           move 0 to WS-KINDEREN
           move "N" to WS-PERSNR-ONBEKEND
           move spaces to WS-ROW-KOSTENPLAATS
           move spaces to WS-GV-PLAN
           move 1 to WS-VERM-FTE
           if WS-FIXED-WIDTH-MODE not = "Y"
               and function test-numval(function trim(veld1-in)) = 0
               move 0 to WS-EMPLOYEE-FOUND-IDX
                   end-if
                   move EMP-KINDEREN(WS-EMPLOYEE-FOUND-IDX)
                       to WS-KINDEREN
                   move EMP-KOSTENPLAATS(WS-EMPLOYEE-FOUND-IDX)
                       to WS-ROW-KOSTENPLAATS
                   move EMP-GVPLAN(WS-EMPLOYEE-FOUND-IDX)
                       to WS-GV-PLAN
                   move EMP-FTE(WS-EMPLOYEE-FOUND-IDX)
                       to WS-VERM-FTE
               else
                   move "Y" to WS-PERSNR-ONBEKEND
               end-if
           end-if
      *>    the old name-keyed layout finds its cost centre by name
           if WS-ROW-KOSTENPLAATS = spaces
               perform varying EMPLOYEE-IDX from 1 by 1
                       until EMPLOYEE-IDX > WS-EMPLOYEE-COUNT
                   if EMP-NAAM(EMPLOYEE-IDX) = naam
                       move EMP-KOSTENPLAATS(EMPLOYEE-IDX)
                           to WS-ROW-KOSTENPLAATS
                       exit perform
                   end-if
               end-perform
           end-if
                        display " "
                display "leesregel-naam: " naam
           move 0 to WS-VERVOER-VRIJ
           move 0 to WS-VERVOER-BELAST
           move 0 to WS-KLOK-UREN-TOT
           move 0 to WS-MC-AANTAL
           move 0 to WS-MC-WERKGEVER
           move 0 to WS-MC-WERKNEMER
           move 0 to WS-GV-WERKNEMER
           move 0 to WS-GV-WERKGEVER
           move 0 to WS-GV-BIJZONDER
           move 0 to WS-VERM-STRUCTUREEL
           move 0 to WS-VERM-DOELGROEP
           move 0 to WS-VERM-TOTAAL
           move spaces to WS-VERM-DG-CODE
           move 0 to WS-DAGEN-GEWERKT
           move 0 to WS-DAGEN-AFWEZIG
           move spaces to WS-AFWEZIG-CODE
           move 0 to WS-TW-DAGEN
           if LINK-SALARY-MODE not = "G"
      *>        hourly Arbeiders: the month's gross comes off the
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                       = (WS-OVERUREN150 * WS-UURLOON * 1.50)
                       + (WS-OVERUREN200 * WS-UURLOON * 2.00)
      *>            a wage or FTE change inside the month pays each
      *>            working day at the rate in force that day --
      *>            the clock register already dates its own hours
                   if WS-WIJZIGING-COUNT > 0
                       and WS-KLOK-UREN-TOT = 0
                       perform 4910-SPLIT-MAAND thru 4910-EXIT
                   end-if
                   compute brutoloon
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                       = brutoloon * WS-WERKPCT / 100
               display "Netto " WS-TARGET-NETTO " <- bruto " brutoloon
           end-if

      *>    the employee's OPEN sales commissions are variable pay --
      *>    taxable, so they join the gross before the chain.
           perform 5360-APPLY-COMMISSIE thru 5360-EXIT
           if WS-COMMISSIE > 0
               add WS-COMMISSIE to brutoloon
           end-if
           perform 5000-GROSS-TO-NET thru 5000-EXIT
                   COMPUTE TOTALE-LOONKOST
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                       = NettoLoon - WS-LOONBESLAG - WS-VOORSCHOT
                           - WS-LENING
      *>    the employee's own share of the month's meal vouchers --
      *>    see the maaltijdcheques banner above.
                   perform 5370-MAALTIJDCHEQUES thru 5370-EXIT
                   if WS-MC-WERKNEMER > 0
                       subtract WS-MC-WERKNEMER
                           from NETTO-PLUS-VOORDELEN
                       subtract WS-MC-WERKNEMER from TE-BETALEN
                   end-if
      *>    the member's personal group insurance contribution --
      *>    see the groepsverzekering banner above.
                   perform 5380-GROEPSVERZEKERING thru 5380-EXIT
                   if WS-GV-WERKNEMER > 0
                       subtract WS-GV-WERKNEMER
                           from NETTO-PLUS-VOORDELEN
                       subtract WS-GV-WERKNEMER from TE-BETALEN
                   end-if
      *>    the employer premium and its bijzondere bijdrage are
      *>    personnel cost on top of gross and employer RSZ.
                   add WS-GV-WERKGEVER WS-GV-BIJZONDER
                       to TOTALE-LOONKOST
      *>    the structural and target-group RSZ reductions come
      *>    off the employer RSZ -- see the RSZ-verminderingen banner
      *>    above; they lower the personnel cost accordingly.
                   perform 5385-RSZ-VERMINDERING thru 5385-EXIT
                   if WS-VERM-TOTAAL > 0
                       subtract WS-VERM-TOTAAL from TOTALE-LOONKOST
                   end-if
      *>    the exempt commuting allowance is net money on top --
      *>    no RSZ, no voorheffing, straight into the pay-out.
                   if WS-VERVOER-VRIJ > 0
                       add WS-ONKOSTEN to NETTO-PLUS-VOORDELEN
                       add WS-ONKOSTEN to TE-BETALEN
                   end-if
      *>    the net of earlier months' retro differences -- see the
      *>    retro banner above.
                   perform 5390-APPLY-RETRO thru 5390-EXIT
                   if WS-RETRO-NETTO not = 0
                       add WS-RETRO-NETTO to NETTO-PLUS-VOORDELEN
                       add WS-RETRO-NETTO to TE-BETALEN
                   end-if
      *>    -------------------------------------------------------------
      *>    fold this row into the year-to-date master -- same
      *>    employee name found in an earlier run adds on, a name
                       end-string
                       write PAYSLIP-REGEL
                   end-if
                   if WS-COMMISSIE > 0
                       move WS-COMMISSIE to WS-COMMISSIE-OUT
                       move "Commissie (in bruto):" to WS-TEKST-LABEL
                       move "COMMISSIE" to WS-TEKST-SLEUTEL
                       perform 5800-GET-TEKST thru 5800-EXIT
                       move spaces to PAYSLIP-REGEL
                       string WS-TEKST-LABEL(1:21) delimited by size
                              " " delimited by size
                              function trim(WS-COMMISSIE-OUT)
                                  delimited by size
                           into PAYSLIP-REGEL
                       end-string
                       write PAYSLIP-REGEL
                   end-if
                   if WS-MC-AANTAL > 0
                       move WS-MC-AANTAL to WS-MC-AANTAL-OUT
                       move WS-MC-NOMINAAL to WS-MC-NOMINAAL-OUT
                       move WS-MC-WERKNEMER to WS-MC-WERKNEMER-OUT
                       move "Maaltijdcheques:" to WS-TEKST-LABEL
                       move "MAALTIJDCHEQUE" to WS-TEKST-SLEUTEL
                       perform 5800-GET-TEKST thru 5800-EXIT
                       move spaces to PAYSLIP-REGEL
                       string WS-TEKST-LABEL(1:21) delimited by size
                              "-" delimited by size
                              function trim(WS-MC-WERKNEMER-OUT)
                                  delimited by size
                              " (" delimited by size
                              function trim(WS-MC-AANTAL-OUT)
                                  delimited by size
                              " x " delimited by size
                              function trim(WS-MC-NOMINAAL-OUT)
                                  delimited by size
                              ")" delimited by size
                           into PAYSLIP-REGEL
                       end-string
                       write PAYSLIP-REGEL
                   end-if
                   if WS-GV-WERKNEMER > 0
                       move WS-GV-WERKNEMER to WS-GV-WERKNEMER-OUT
                       move "Groepsverzekering:" to WS-TEKST-LABEL
                       move "GVBIJDRAGE" to WS-TEKST-SLEUTEL
                       perform 5800-GET-TEKST thru 5800-EXIT
                       move spaces to PAYSLIP-REGEL
                       string WS-TEKST-LABEL(1:21) delimited by size
                              "-" delimited by size
                              function trim(WS-GV-WERKNEMER-OUT)
                                  delimited by size
                              " (" delimited by size
                              function trim(WS-GV-PLAN)
                                  delimited by size
                              ")" delimited by size
                           into PAYSLIP-REGEL
                       end-string
                       write PAYSLIP-REGEL
                   end-if
                   if WS-ONKOSTEN > 0
                       move WS-ONKOSTEN to WS-ONKOSTEN-OUT
                       move "Onkosten vergoed:" to WS-TEKST-LABEL
                       end-string
                       write PAYSLIP-REGEL
                   end-if
                   if WS-RETRO-NETTO not = 0
                       move WS-RETRO-BRUTO to WS-RETRO-OUT
                       move "Retro bruto:" to WS-TEKST-LABEL
                       move "RETRO-BRUTO" to WS-TEKST-SLEUTEL
                       perform 5800-GET-TEKST thru 5800-EXIT
                       move spaces to PAYSLIP-REGEL
                       string WS-TEKST-LABEL(1:21) delimited by size
                              " " delimited by size
                              function trim(WS-RETRO-OUT)
                                  delimited by size
                           into PAYSLIP-REGEL
                       end-string
                       write PAYSLIP-REGEL
                       move WS-RETRO-NETTO to WS-RETRO-OUT
                       move "Retro netto:" to WS-TEKST-LABEL
                       move "RETRO-NETTO" to WS-TEKST-SLEUTEL
                       perform 5800-GET-TEKST thru 5800-EXIT
                       move spaces to PAYSLIP-REGEL
                       string WS-TEKST-LABEL(1:21) delimited by size
                              " " delimited by size
                              function trim(WS-RETRO-OUT)
                                  delimited by size
                           into PAYSLIP-REGEL
                       end-string
                       write PAYSLIP-REGEL
                   end-if
                   if WS-VOORSCHOT > 0
                       move WS-VOORSCHOT to WS-VOORSCHOT-OUT
                       move "Voorschot verrekend:" to WS-TEKST-LABEL
                   add Voorheffing to WS-TOTAL-VOORHEFFING
                   add NettoLoon to WS-TOTAL-NETTO
                   add TE-BETALEN to WS-TOTAL-TEBETALEN
                   add WERKGEVER-RSZ to WS-TOTAL-WGRSZ
                   add WS-VERM-TOTAAL to WS-TOTAL-VERMINDERING
                   add WS-RETRO-BRUTO to WS-TOTAL-RETRO-BRUTO
                   add WS-RETRO-RSZ to WS-TOTAL-RETRO-RSZ
                   add WS-RETRO-VRH to WS-TOTAL-RETRO-VRH
                   move Brutoloon to WS-KPL-BEDRAG
                   perform 5420-ADD-KOSTENPLAATS thru 5420-EXIT

      *>            remember this row for the variance step
                   if WS-RUNROW-COUNT < 300
                       move WS-VERVOER-BELAST
                           to WS-VERVOER-BELAST-OUT
                       move WS-TW-DAGEN to WS-TW-DAGEN-OUT
                       move WS-MC-AANTAL to WS-MC-AANTAL-OUT
                       move WS-MC-NOMINAAL to WS-MC-NOMINAAL-OUT
                       move WS-MC-WERKGEVER to WS-MC-WERKGEVER-OUT
                       move WS-MC-WERKNEMER to WS-MC-WERKNEMER-OUT
                       move WS-DAGEN-AFWEZIG to WS-DAGEN-AFWEZIG-OUT
                       move WS-GV-WERKNEMER to WS-GV-WERKNEMER-OUT
                       move WS-GV-WERKGEVER to WS-GV-WERKGEVER-OUT
                       move WS-GV-BIJZONDER to WS-GV-BIJZONDER-OUT
                       move WS-VERM-STRUCTUREEL
                           to WS-VERM-STRUCTUREEL-OUT
                       move WS-VERM-DOELGROEP to WS-VERM-DOELGROEP-OUT
                       move WS-RETRO-BRUTO to WS-RETRO-BRUTO-OUT
                       move WS-RETRO-RSZ to WS-RETRO-RSZ-OUT
                       move WS-RETRO-VRH to WS-RETRO-VRH-OUT
                       move WS-RETRO-WGRSZ to WS-RETRO-WGRSZ-OUT
                       move spaces to HISTORY-REGEL
                       string
                           WS-RUN-PERIODE delimited by size
                           "," delimited by size
                           function trim(WS-TW-DAGEN-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-ROW-KOSTENPLAATS)
                               delimited by size
                           "," delimited by size
                           function trim(WS-MC-AANTAL-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-MC-NOMINAAL-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-MC-WERKGEVER-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-MC-WERKNEMER-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-AFWEZIG-CODE)
                               delimited by size
                           "," delimited by size
                           function trim(WS-DAGEN-AFWEZIG-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-GV-PLAN)
                               delimited by size
                           "," delimited by size
                           function trim(WS-GV-WERKNEMER-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-GV-WERKGEVER-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-GV-BIJZONDER-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-VERM-STRUCTUREEL-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-VERM-DG-CODE)
                               delimited by size
                           "," delimited by size
                           function trim(WS-VERM-DOELGROEP-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-RETRO-BRUTO-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-RETRO-RSZ-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-RETRO-VRH-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(WS-RETRO-WGRSZ-OUT)
                               delimited by size
                           into HISTORY-REGEL
                       end-string
                       write HISTORY-REGEL
               end-if
           end-if

      *>    rewrite the commissions file with this run's payments
      *>    marked, Run-ID included.
           if WS-COMMISSIE-GEWIJZIGD = "Y"
               open output COMMISSIE-FILE
               if WS-COMMISSIE-STATUS = "00"
                   move "PersNr,Periode,Bedrag,Status,RunId,BetaaldIn"
                       to COMMISSIE-REGEL
                   write COMMISSIE-REGEL
                   perform varying COMMISSIE-IDX from 1 by 1
                           until COMMISSIE-IDX > WS-COMMISSIE-COUNT
                       move CMS-BEDRAG(COMMISSIE-IDX)
                           to WS-CMS-BEDRAG-OUT
                       move spaces to COMMISSIE-REGEL
                       string
                           function trim(
                               CMS-PERSNR(COMMISSIE-IDX))
                               delimited by size
                           "," delimited by size
                           CMS-PERIODE(COMMISSIE-IDX)
                               delimited by size
                           "," delimited by size
                           function trim(WS-CMS-BEDRAG-OUT)
                               delimited by size
                           "," delimited by size
                           function trim(CMS-STATE(COMMISSIE-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CMS-RUNID(COMMISSIE-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CMS-BETAALDIN(COMMISSIE-IDX))
                               delimited by size
                           into COMMISSIE-REGEL
                       end-string
                       write COMMISSIE-REGEL
                   end-perform
                   close COMMISSIE-FILE
               end-if
           end-if

      *>    rewrite the employee-loan register with the reduced
      *>    balances -- a settled loan stays on file AFGELOST so the
      *>    paper trail survives.
               end-if
           end-if

      *>    rewrite the retro register with this run's settlements
      *>    marked, Run-ID and pay period included.
           if WS-RETRO-GEWIJZIGD = "Y"
               open output RETRO-FILE
               if WS-RETRO-STATUS = "00"
                   move spaces to RETRO-REGEL
                   string "PersNr,Naam,Periode,Kwartaal,BrutoOud,"
                          "BrutoNieuw,BrutoVerschil,RSZVerschil,"
                          "VoorheffingVerschil,WerkgeverRSZVerschil,"
                          "Status,RunId,BetaaldIn,BerekendOp"
                              delimited by size
                       into RETRO-REGEL
                   end-string
                   write RETRO-REGEL
                   perform varying RETRO-IDX from 1 by 1
                           until RETRO-IDX > WS-RETRO-COUNT
                       perform 5396-WRITE-RETRO-ROW thru 5396-EXIT
                   end-perform
                   close RETRO-FILE
               end-if
           end-if

      *>    the per-employee variance step -- catch a fat-fingered
      *>    salary before the payments go out, not after. A one-row
      *>    utility run must not overwrite the whole-run baseline.
               string "Aantal,TotaalBruto,TotaalRSZ,"
                      "TotaalVoorheffing,TotaalNetto,"
                      "TotaalVoorschotten,TotaalTeBetalen,"
                      "TotaalOnkosten,TotaalWerkgeverRSZ,"
                      "TotaalRSZVermindering,TotaalRetroBruto,"
                      "TotaalRetroRSZ,TotaalRetroVoorheffing"
                          delimited by size
                   into SUMMARY-REGEL
               end-string
               move WS-TOTAL-TEBETALEN to WS-TOTAL-TEBETALEN-OUT
               move WS-ONKOSTEN-TOTAAL-RUN
                   to WS-ONKOSTEN-TOTAAL-OUT
               move WS-TOTAL-WGRSZ to WS-TOTAL-WGRSZ-OUT
               move WS-TOTAL-VERMINDERING to WS-TOTAL-VERMINDERING-OUT
               move WS-TOTAL-RETRO-BRUTO to WS-TOTAL-RETRO-BRUTO-OUT
               move WS-TOTAL-RETRO-RSZ to WS-TOTAL-RETRO-RSZ-OUT
               move WS-TOTAL-RETRO-VRH to WS-TOTAL-RETRO-VRH-OUT
               move spaces to SUMMARY-REGEL
               string
                   function trim(WS-EMP-COUNT-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-ONKOSTEN-TOTAAL-OUT)
                       delimited by size
                   "," delimited by size
                   function trim(WS-TOTAL-WGRSZ-OUT) delimited by size
                   "," delimited by size
                   function trim(WS-TOTAL-VERMINDERING-OUT)
                       delimited by size
                   "," delimited by size
                   function trim(WS-TOTAL-RETRO-BRUTO-OUT)
                       delimited by size
                   "," delimited by size
                   function trim(WS-TOTAL-RETRO-RSZ-OUT)
                       delimited by size
                   "," delimited by size
                   function trim(WS-TOTAL-RETRO-VRH-OUT)
                       delimited by size
                   into SUMMARY-REGEL
               end-string
               move SUMMARY-REGEL to WS-RUNID-ROWBUF-IN
               write SUMMARY-REGEL

               close SUMMARY-FILE
               perform 5430-WRITE-KOSTENPLAATS thru 5430-EXIT
           end-if

      *>    same-day reconciliation against the last SalaryCalculation
      *>    mkdir/cp via the same CALL "SYSTEM" idiom VATQuarterlyReport
      *>    already uses for its own "ls -1" roll-up. cp -p leaves the
      *>    live Output-*.csv/input file in place for any report that
      *>    expects to find it by its plain name. The payslips go
      *>    along when the run wrote any. Simulations and
      *>    pre-flights are not runs of record and are not filed.
           if WS-SIMULATION not = "Y"
           move WS-CURRENT-DATETIME(1:8) to WS-ARCHIVE-DATE
               function trim(LOG-OUTPUT-FILE) delimited by size
               " Archive/" delimited by size
               WS-ARCHIVE-DATE delimited by size
               "/; test -f " delimited by size
               function trim(DYNAMIC-PAYSLIPFILE) delimited by size
               " && cp -p " delimited by size
               function trim(DYNAMIC-PAYSLIPFILE) delimited by size
               " Archive/" delimited by size
               WS-ARCHIVE-DATE delimited by size
               "/" delimited by size
               into WS-ARCHIVE-CMD
           end-string
           call "SYSTEM" using WS-ARCHIVE-CMD

      *>    catalog the archived run -- see ArchiveRetrieve.
           move WS-TOTAL-BRUTO to WS-CATALOG-TOTAL-OUT
           move WS-RUNLOG-RECORDS-IN to LOG-RECORDS-IN
           move WS-EMP-COUNT to LOG-RECORDS-OUT
           move spaces to WS-SEAL-REGEL
           string
               WS-ARCHIVE-DATE delimited by size
               ",SalaryCalculation," delimited by size
               function trim(LOG-INPUT-FILE) delimited by size
               "," delimited by size
               function trim(LOG-RECORDS-IN) delimited by size
               "," delimited by size
               function trim(LOG-RECORDS-OUT) delimited by size
               "," delimited by size
               function trim(WS-CATALOG-TOTAL-OUT)
                   delimited by size
               ",Archive/" delimited by size
               WS-ARCHIVE-DATE delimited by size
               into WS-SEAL-REGEL
           end-string
      *>    seal the row -- the checksum of every archived file,
      *>    chained to the catalog row before it (see ArchiveSeal).
           move spaces to WS-SEAL-BESTANDEN
           string function trim(LOG-INPUT-FILE) " "
                  function trim(LOG-OUTPUT-FILE) " "
                  function trim(DYNAMIC-PAYSLIPFILE)
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
               end-if
           end-if
           if WS-CATALOG-STATUS = "00"
               move WS-SEAL-REGEL to CATALOG-REGEL
               write CATALOG-REGEL
               close CATALOG-FILE
           end-if
           if WS-CHECK-ONLY = "Y"
               call "SYSTEM" using "rm -f CHECKRUN-OUT.TMP"
               call "SYSTEM" using "rm -f CHECKRUN-SUM.TMP"
               call "SYSTEM" using "rm -f CHECKRUN-KPL.TMP"
               call "SYSTEM" using "rm -f CHECKRUN-RPT.TMP"
               call "SYSTEM" using "rm -f CHECKRUN-CHK.TMP"
               move WS-REJECT-COUNT to DISPLAY-REJECT-COUNT
           4900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4910-SPLIT-MAAND: a MAANDLOON or FTE change of this employee
      *> taking effect after the 1st of the pay month. Each working
      *> day is paid at the wage in force that day, scaled by that
      *> day's FTE against the month-end FTE the keyed amount is
      *> for; the gross becomes the average over the working days,
      *> and the FTE the reductions see the working-day average.
      *>----------------------------------------------------------------
           4910-SPLIT-MAAND.
               if persnr = spaces
                   or WS-RUN-PAYPERIODE(1:4) not numeric
                   or WS-RUN-PAYPERIODE(6:2) not numeric
                   go to 4910-EXIT
               end-if
               move "N" to WS-WZG-GEVONDEN
               perform varying WS-WZG-IDX from 1 by 1
                       until WS-WZG-IDX > WS-WIJZIGING-COUNT
                   if function trim(WZG-PERSNR(WS-WZG-IDX))
                           = function trim(persnr)
                       and (WZG-VELD(WS-WZG-IDX) = "MAANDLOON"
                           or WZG-VELD(WS-WZG-IDX) = "FTE")
                       and WZG-INGANG(WS-WZG-IDX)(1:7)
                           = WS-RUN-PAYPERIODE(1:7)
                       and WZG-INGANG(WS-WZG-IDX)(9:2) > "01"
                       move "J" to WS-WZG-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-WZG-GEVONDEN not = "J"
                   go to 4910-EXIT
               end-if
               move brutoloon to WS-SEG-LOON-EIND
               move WS-VERM-FTE to WS-SEG-FTE-EIND
               if WS-SEG-FTE-EIND = 0
                   move 1 to WS-SEG-FTE-EIND
               end-if
               move function trim(persnr) to WS-WZG-PERSNR
               move 0 to WS-SEG-SOM
               move 0 to WS-SEG-FTE-SOM
               move 0 to WS-SEG-DAGEN
               perform varying WS-KAL-DAG from 1 by 1
                       until WS-KAL-DAG > 31
                   compute WS-KAL-YMD =
                       function numval(WS-RUN-PAYPERIODE(1:4))
                           * 10000
                       + function numval(WS-RUN-PAYPERIODE(6:2))
                           * 100
                       + WS-KAL-DAG
                   compute WS-KAL-INT =
                       function integer-of-date(WS-KAL-YMD)
                   if WS-KAL-INT = 0
                       exit perform
                   end-if
                   compute WS-KAL-WEEKDAG =
                       function mod(WS-KAL-INT 7)
                   move spaces to WS-KAL-PROEF
                   string WS-RUN-PAYPERIODE(1:7) delimited by size
                          "-" delimited by size
                          WS-KAL-YMD(7:2) delimited by size
                       into WS-KAL-PROEF
                   end-string
                   move "N" to WS-KALENDER-EOF
                   if WS-KAL-WEEKDAG = 6 or WS-KAL-WEEKDAG = 0
                       move "J" to WS-KALENDER-EOF
                   end-if
                   perform varying KAL-IDX from 1 by 1
                           until KAL-IDX > WS-KAL-COUNT
                           or WS-KALENDER-EOF = "J"
                       if KAL-DATUM(KAL-IDX) = WS-KAL-PROEF
                           move "J" to WS-KALENDER-EOF
                       end-if
                   end-perform
                   if WS-KALENDER-EOF not = "J"
                       add 1 to WS-SEG-DAGEN
                       move WS-KAL-PROEF to WS-WZG-DATUM
                       move "MAANDLOON" to WS-WZG-VELD
                       perform 4920-WAARDE-IN-MAAND thru 4920-EXIT
                       move WS-SEG-LOON-EIND to WS-SEG-LOON
                       if WS-WZG-GEVONDEN = "J"
                           and function test-numval(function trim(
                               WS-WZG-WAARDE)) = 0
                           move function numval(function trim(
                               WS-WZG-WAARDE)) to WS-SEG-LOON
                       end-if
                       move "FTE" to WS-WZG-VELD
                       perform 4920-WAARDE-IN-MAAND thru 4920-EXIT
                       move WS-SEG-FTE-EIND to WS-SEG-FTE
                       if WS-WZG-GEVONDEN = "J"
                           and function test-numval(function trim(
                               WS-WZG-WAARDE)) = 0
                           move function numval(function trim(
                               WS-WZG-WAARDE)) to WS-SEG-FTE
                       end-if
                       compute WS-SEG-SOM = WS-SEG-SOM
                           + (WS-SEG-LOON * WS-SEG-FTE
                               / WS-SEG-FTE-EIND)
                       add WS-SEG-FTE to WS-SEG-FTE-SOM
                   end-if
               end-perform
               if WS-SEG-DAGEN = 0
                   go to 4910-EXIT
               end-if
               compute brutoloon
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-SEG-SOM / WS-SEG-DAGEN
               compute WS-VERM-FTE
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-SEG-FTE-SOM / WS-SEG-DAGEN
               display "Maand gesplitst op wijzigingen ("
                   WS-SEG-DAGEN " werkdagen): " brutoloon
                   " FTE " WS-VERM-FTE.
           4910-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4920-WAARDE-IN-MAAND: the value of WS-WZG-VELD on day
      *> WS-WZG-DATUM when a later change of the same month is still
      *> to come -- the old value of the earliest such change. No
      *> later change this month leaves WS-WZG-GEVONDEN "N": the
      *> month-end value applies.
      *>----------------------------------------------------------------
           4920-WAARDE-IN-MAAND.
               move "N" to WS-WZG-GEVONDEN
               move spaces to WS-WZG-WAARDE
               move high-values to WS-WZG-TOT
               perform varying WS-WZG-IDX from 1 by 1
                       until WS-WZG-IDX > WS-WIJZIGING-COUNT
                   if function trim(WZG-PERSNR(WS-WZG-IDX))
                           = WS-WZG-PERSNR
                       and WZG-VELD(WS-WZG-IDX) = WS-WZG-VELD
                       and WZG-INGANG(WS-WZG-IDX)(1:7)
                           = WS-WZG-DATUM(1:7)
                       and WZG-INGANG(WS-WZG-IDX) > WS-WZG-DATUM
                       and WZG-INGANG(WS-WZG-IDX) < WS-WZG-TOT
                       move WZG-INGANG(WS-WZG-IDX) to WS-WZG-TOT
                       move WZG-OUD(WS-WZG-IDX) to WS-WZG-WAARDE
                       move "J" to WS-WZG-GEVONDEN
                   end-if
               end-perform.
           4920-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4930-STAND-MAANDEINDE: family situation, class and FTE of
      *> every employee as they stood on the pay month's last day --
      *> the old value of the first change after it, else the new
      *> value of the last change up to it, else the master's.
      *>----------------------------------------------------------------
           4930-STAND-MAANDEINDE.
               if WS-RUN-PAYPERIODE(1:4) not numeric
                   or WS-RUN-PAYPERIODE(6:2) not numeric
                   go to 4930-EXIT
               end-if
               move spaces to WS-WZG-MAANDEINDE
               string WS-RUN-PAYPERIODE(1:7) delimited by size
                      "-31" delimited by size
                   into WS-WZG-MAANDEINDE
               end-string
               perform varying EMPLOYEE-IDX from 1 by 1
                       until EMPLOYEE-IDX > WS-EMPLOYEE-COUNT
                   move function trim(EMP-NR(EMPLOYEE-IDX))
                       to WS-WZG-PERSNR
                   move "KINDEREN" to WS-WZG-VELD
                   perform 4940-WAARDE-OP-DATUM thru 4940-EXIT
                   if WS-WZG-GEVONDEN = "J"
                       and function test-numval(function trim(
                           WS-WZG-WAARDE)) = 0
                       move function numval(function trim(
                           WS-WZG-WAARDE)) to EMP-KINDEREN(EMPLOYEE-IDX)
                   end-if
                   move "BURGERLIJKESTAAT" to WS-WZG-VELD
                   perform 4940-WAARDE-OP-DATUM thru 4940-EXIT
                   if WS-WZG-GEVONDEN = "J"
                       move WS-WZG-WAARDE to EMP-BURGSTAAT(EMPLOYEE-IDX)
                   end-if
                   move "FUNCTIEKLASSE" to WS-WZG-VELD
                   perform 4940-WAARDE-OP-DATUM thru 4940-EXIT
                   if WS-WZG-GEVONDEN = "J"
                       move WS-WZG-WAARDE to EMP-KLASSE(EMPLOYEE-IDX)
                   end-if
                   move "FTE" to WS-WZG-VELD
                   perform 4940-WAARDE-OP-DATUM thru 4940-EXIT
                   if WS-WZG-GEVONDEN = "J"
                       and function test-numval(function trim(
                           WS-WZG-WAARDE)) = 0
                       move function numval(function trim(
                           WS-WZG-WAARDE)) to EMP-FTE(EMPLOYEE-IDX)
                       if EMP-FTE(EMPLOYEE-IDX) = 0
                           move 1 to EMP-FTE(EMPLOYEE-IDX)
                       end-if
                   end-if
               end-perform.
           4930-EXIT.
               exit.

      *>    WS-WZG-VELD of WS-WZG-PERSNR on WS-WZG-MAANDEINDE
           4940-WAARDE-OP-DATUM.
               move "N" to WS-WZG-GEVONDEN
               move spaces to WS-WZG-WAARDE
               move high-values to WS-WZG-TOT
               move 0 to WS-WZG-BEST
               perform varying WS-WZG-IDX from 1 by 1
                       until WS-WZG-IDX > WS-WIJZIGING-COUNT
                   if function trim(WZG-PERSNR(WS-WZG-IDX))
                           = WS-WZG-PERSNR
                       and WZG-VELD(WS-WZG-IDX) = WS-WZG-VELD
                       and WZG-INGANG(WS-WZG-IDX) > WS-WZG-MAANDEINDE
                       and WZG-INGANG(WS-WZG-IDX) < WS-WZG-TOT
                       move WZG-INGANG(WS-WZG-IDX) to WS-WZG-TOT
                       move WS-WZG-IDX to WS-WZG-BEST
                   end-if
               end-perform
               if WS-WZG-BEST > 0
                   move WZG-OUD(WS-WZG-BEST) to WS-WZG-WAARDE
                   move "J" to WS-WZG-GEVONDEN
                   go to 4940-EXIT
               end-if
               move low-values to WS-WZG-TOT
               perform varying WS-WZG-IDX from 1 by 1
                       until WS-WZG-IDX > WS-WIJZIGING-COUNT
                   if function trim(WZG-PERSNR(WS-WZG-IDX))
                           = WS-WZG-PERSNR
                       and WZG-VELD(WS-WZG-IDX) = WS-WZG-VELD
                       and WZG-INGANG(WS-WZG-IDX)
                           <= WS-WZG-MAANDEINDE
                       and WZG-INGANG(WS-WZG-IDX) >= WS-WZG-TOT
                       move WZG-INGANG(WS-WZG-IDX) to WS-WZG-TOT
                       move WS-WZG-IDX to WS-WZG-BEST
                   end-if
               end-perform
               if WS-WZG-BEST > 0
                   move WZG-NIEUW(WS-WZG-BEST) to WS-WZG-WAARDE
                   move "J" to WS-WZG-GEVONDEN
               end-if.
           4940-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-TRY-GROSS-CANDIDATE: WS-G-CAND holds one analytic gross
      *> candidate. Cent-rounding inside the chain can shift the
           5350-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5360-APPLY-COMMISSIE: sum the current employee's OPEN
      *> commission rows up to the run's pay period. A positive sum
      *> is paid -- WS-COMMISSIE, the rows marked UITBETAALD with this
      *> run's Run-ID; a sum at or under zero (clawbacks outweighing
      *> the commissions) pays nothing and leaves the rows OPEN.
      *>----------------------------------------------------------------
           5360-APPLY-COMMISSIE.
               move 0 to WS-COMMISSIE
               move 0 to WS-COMMISSIE-SALDO
               if persnr = spaces or WS-COMMISSIE-COUNT = 0
                   go to 5360-EXIT
               end-if
      *>        a retro recalculation puts back what the month paid
               if WS-RETRO-RUN = "Y"
                   perform varying COMMISSIE-IDX from 1 by 1
                           until COMMISSIE-IDX > WS-COMMISSIE-COUNT
                       if function trim(CMS-PERSNR(COMMISSIE-IDX))
                               = function trim(persnr)
                           and CMS-STATE(COMMISSIE-IDX) = "UITBETAALD"
                           and CMS-BETAALDIN(COMMISSIE-IDX)
                               = WS-RUN-PAYPERIODE
                           add CMS-BEDRAG(COMMISSIE-IDX)
                               to WS-COMMISSIE
                       end-if
                   end-perform
                   go to 5360-EXIT
               end-if
               perform varying COMMISSIE-IDX from 1 by 1
                       until COMMISSIE-IDX > WS-COMMISSIE-COUNT
                   if function trim(CMS-PERSNR(COMMISSIE-IDX))
                           = function trim(persnr)
                       and CMS-STATE(COMMISSIE-IDX) = "OPEN"
                       and CMS-PERIODE(COMMISSIE-IDX)
                           <= WS-RUN-PAYPERIODE
                       add CMS-BEDRAG(COMMISSIE-IDX)
                           to WS-COMMISSIE-SALDO
                   end-if
               end-perform
               if WS-COMMISSIE-SALDO not > 0
                   if WS-COMMISSIE-SALDO < 0
                       display "Commissiesaldo negatief voor " persnr
                           " -- niets uitbetaald, blijft OPEN."
                   end-if
                   go to 5360-EXIT
               end-if
               move WS-COMMISSIE-SALDO to WS-COMMISSIE
               perform varying COMMISSIE-IDX from 1 by 1
                       until COMMISSIE-IDX > WS-COMMISSIE-COUNT
                   if function trim(CMS-PERSNR(COMMISSIE-IDX))
                           = function trim(persnr)
                       and CMS-STATE(COMMISSIE-IDX) = "OPEN"
                       and CMS-PERIODE(COMMISSIE-IDX)
                           <= WS-RUN-PAYPERIODE
                       move "UITBETAALD" to CMS-STATE(COMMISSIE-IDX)
                       move WS-RUN-ID to CMS-RUNID(COMMISSIE-IDX)
                       move WS-RUN-PAYPERIODE
                           to CMS-BETAALDIN(COMMISSIE-IDX)
                       move "Y" to WS-COMMISSIE-GEWIJZIGD
                   end-if
               end-perform
               display "Commissie in bruto: " WS-COMMISSIE
                   " voor " persnr.
           5360-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5390-APPLY-RETRO: sum the current employee's OPEN retro rows
      *> of months before the run's pay period and mark them
      *> VERREKEND with this run's Run-ID -- WS-RETRO-NETTO is what
      *> goes onto the amount to pay. A retro recalculation settles
      *> nothing: it is rebuilding one of those months.
      *>----------------------------------------------------------------
           5390-APPLY-RETRO.
               move 0 to WS-RETRO-BRUTO
               move 0 to WS-RETRO-RSZ
               move 0 to WS-RETRO-VRH
               move 0 to WS-RETRO-NETTO
               move 0 to WS-RETRO-WGRSZ
               if persnr = spaces or WS-RETRO-COUNT = 0
                       or WS-RETRO-RUN = "Y"
                   go to 5390-EXIT
               end-if
               perform varying RETRO-IDX from 1 by 1
                       until RETRO-IDX > WS-RETRO-COUNT
                   if function trim(RTR-PERSNR(RETRO-IDX))
                           = function trim(persnr)
                       and RTR-STATE(RETRO-IDX) = "OPEN"
                       and RTR-PERIODE(RETRO-IDX) < WS-RUN-PAYPERIODE
                       add RTR-BRUTO(RETRO-IDX) to WS-RETRO-BRUTO
                       add RTR-RSZ(RETRO-IDX) to WS-RETRO-RSZ
                       add RTR-VRH(RETRO-IDX) to WS-RETRO-VRH
                       add RTR-WGRSZ(RETRO-IDX) to WS-RETRO-WGRSZ
                       move "VERREKEND" to RTR-STATE(RETRO-IDX)
                       move WS-RUN-ID to RTR-RUNID(RETRO-IDX)
                       move WS-RUN-PAYPERIODE
                           to RTR-BETAALDIN(RETRO-IDX)
                       move "Y" to WS-RETRO-GEWIJZIGD
                   end-if
               end-perform
               compute WS-RETRO-NETTO =
                   WS-RETRO-BRUTO - WS-RETRO-RSZ - WS-RETRO-VRH
               if WS-RETRO-NETTO not = 0
                   display "Retro verrekend: netto " WS-RETRO-NETTO
                       " voor " persnr
               end-if.
           5390-EXIT.
               exit.

      *>    one register row into the next RETRO-ENTRY
           5395-LOAD-RETRO-ROW.
               add 1 to WS-RETRO-COUNT
               move spaces to RETRO-ENTRY(WS-RETRO-COUNT)
               move spaces to WS-RTR-S(1) WS-RTR-S(2) WS-RTR-S(3)
                   WS-RTR-S(4) WS-RTR-S(5) WS-RTR-S(6)
               unstring function trim(WS-RETRO-LEESREGEL)
                   delimited by ","
                   into RTR-PERSNR(WS-RETRO-COUNT)
                        RTR-NAAM(WS-RETRO-COUNT)
                        RTR-PERIODE(WS-RETRO-COUNT)
                        RTR-KWARTAAL(WS-RETRO-COUNT)
                        WS-RTR-S(1) WS-RTR-S(2) WS-RTR-S(3)
                        WS-RTR-S(4) WS-RTR-S(5) WS-RTR-S(6)
                        RTR-STATE(WS-RETRO-COUNT)
                        RTR-RUNID(WS-RETRO-COUNT)
                        RTR-BETAALDIN(WS-RETRO-COUNT)
                        RTR-BEREKEND(WS-RETRO-COUNT)
               end-unstring
               move function numval(function trim(WS-RTR-S(1)))
                   to RTR-BRUTO-OUD(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(2)))
                   to RTR-BRUTO-NIEUW(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(3)))
                   to RTR-BRUTO(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(4)))
                   to RTR-RSZ(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(5)))
                   to RTR-VRH(WS-RETRO-COUNT)
               move function numval(function trim(WS-RTR-S(6)))
                   to RTR-WGRSZ(WS-RETRO-COUNT)
               if RTR-STATE(WS-RETRO-COUNT) = spaces
                   move "OPEN" to RTR-STATE(WS-RETRO-COUNT)
               end-if.
           5395-EXIT.
               exit.

      *>    RETRO-ENTRY(RETRO-IDX) back into its register row
           5396-WRITE-RETRO-ROW.
               move RTR-BRUTO-OUD(RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(1)
               move RTR-BRUTO-NIEUW(RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(2)
               move RTR-BRUTO(RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(3)
               move RTR-RSZ(RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(4)
               move RTR-VRH(RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(5)
               move RTR-WGRSZ(RETRO-IDX) to WS-RTR-EDIT
               move WS-RTR-EDIT to WS-RTR-OUT(6)
               move spaces to RETRO-REGEL
               string
                   function trim(RTR-PERSNR(RETRO-IDX)) ","
                   function trim(RTR-NAAM(RETRO-IDX)) ","
                   RTR-PERIODE(RETRO-IDX) ","
                   function trim(RTR-KWARTAAL(RETRO-IDX)) ","
                   function trim(WS-RTR-OUT(1)) ","
                   function trim(WS-RTR-OUT(2)) ","
                   function trim(WS-RTR-OUT(3)) ","
                   function trim(WS-RTR-OUT(4)) ","
                   function trim(WS-RTR-OUT(5)) ","
                   function trim(WS-RTR-OUT(6)) ","
                   function trim(RTR-STATE(RETRO-IDX)) ","
                   function trim(RTR-RUNID(RETRO-IDX)) ","
                   function trim(RTR-BETAALDIN(RETRO-IDX)) ","
                   function trim(RTR-BEREKEND(RETRO-IDX))
                   delimited by size
                   into RETRO-REGEL
               end-string
               write RETRO-REGEL.
           5396-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5370-MAALTIJDCHEQUES: the current employee's vouchers for the
      *> month -- the count, the employer's and the employee's share.
      *> Students and Zelfstandigen get none.
      *>----------------------------------------------------------------
           5370-MAALTIJDCHEQUES.
               move 0 to WS-MC-AANTAL
               move 0 to WS-MC-WERKGEVER
               move 0 to WS-MC-WERKNEMER
               if WS-MC-NOMINAAL = 0 or persnr = spaces
                   go to 5370-EXIT
               end-if
               if type-werknemer not = "Bediende"
                   and type-werknemer not = "Arbeider"
                   go to 5370-EXIT
               end-if
               if WS-DAGEN-GEWERKT > 0
                   move WS-DAGEN-GEWERKT to WS-MC-DAGEN
               else
                   compute WS-MC-DAGEN
                           rounded mode is NEAREST-AWAY-FROM-ZERO
                       = (WS-WERKDAGEN-MAAND * WS-WERKPCT / 100)
                           - WS-DAGEN-AFWEZIG
               end-if
               if WS-MC-DAGEN <= 0
                   go to 5370-EXIT
               end-if
               move WS-MC-DAGEN to WS-MC-AANTAL
               compute WS-MC-WERKNEMER = WS-MC-AANTAL * WS-MC-BIJDRAGE
               compute WS-MC-WERKGEVER =
                   WS-MC-AANTAL * (WS-MC-NOMINAAL - WS-MC-BIJDRAGE)
               display "Maaltijdcheques: " WS-MC-AANTAL
                   " voor " persnr.
           5370-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5380-GROEPSVERZEKERING: the member's plan percentages on the
      *> month's gross -- the personal contribution, the employer
      *> premium and the bijzondere bijdrage on that premium. A plan
      *> code missing from the plan table is reported, not charged.
      *>----------------------------------------------------------------
           5380-GROEPSVERZEKERING.
               move 0 to WS-GV-WERKNEMER
               move 0 to WS-GV-WERKGEVER
               move 0 to WS-GV-BIJZONDER
               if WS-GV-PLAN = spaces or brutoloon <= 0
                   go to 5380-EXIT
               end-if
               perform varying GV-PLAN-IDX from 1 by 1
                       until GV-PLAN-IDX > WS-GVP-COUNT
                       or GVP-CODE(GV-PLAN-IDX) = WS-GV-PLAN
                   continue
               end-perform
               if GV-PLAN-IDX > WS-GVP-COUNT
                   display "Onbekend groepsverzekeringsplan "
                       function trim(WS-GV-PLAN) " voor " persnr
                       " -- geen bijdrage berekend."
                   go to 5380-EXIT
               end-if
               compute WS-GV-WERKNEMER
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = brutoloon * GVP-WN-PCT(GV-PLAN-IDX) / 100
               compute WS-GV-WERKGEVER
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = brutoloon * GVP-WG-PCT(GV-PLAN-IDX) / 100
               compute WS-GV-BIJZONDER
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-GV-WERKGEVER * WS-GV-BIJZONDER-PCT
               display "Groepsverzekering " function trim(WS-GV-PLAN)
                   ": werknemer " WS-GV-WERKNEMER
                   ", werkgever " WS-GV-WERKGEVER
                   ", bijzondere bijdrage " WS-GV-BIJZONDER.
           5380-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5385-RSZ-VERMINDERING: the month's share of the quarterly RSZ
      *> reductions for a Bediende or Arbeider. The structural one
      *> runs off the quarterly reference wage (gross at the RSZ wage
      *> coefficient, times three, scaled up to full time); the
      *> target-group one off the employee's entitlement in
      *> RSZ-Doelgroepen.csv and the quarter count since its start.
      *> Together they never exceed the row's employer RSZ -- the
      *> target-group part gives way first.
      *>----------------------------------------------------------------
           5385-RSZ-VERMINDERING.
               move 0 to WS-VERM-STRUCTUREEL
               move 0 to WS-VERM-DOELGROEP
               move 0 to WS-VERM-TOTAAL
               move spaces to WS-VERM-DG-CODE
               if WERKGEVER-RSZ <= 0 or brutoloon <= 0
                   go to 5385-EXIT
               end-if
               if type-werknemer not = "Bediende"
                   and type-werknemer not = "Arbeider"
                   go to 5385-EXIT
               end-if
               if WS-VERM-FTE = 0
                   move 1 to WS-VERM-FTE
               end-if
               perform varying RSZVERM-IDX from 1 by 1
                       until RSZVERM-IDX > WS-RSZVERM-COUNT
                   if RVM-SOORT(RSZVERM-IDX) = "STRUCTUREEL"
                       and RVM-DREMPEL(RSZVERM-IDX) > 0
                       compute WS-VERM-REFLOON
                               rounded mode is NEAREST-AWAY-FROM-ZERO
                           = brutoloon * WS-RSZ-LOONCOEF * 3
                               / WS-VERM-FTE
                       if WS-VERM-REFLOON < RVM-DREMPEL(RSZVERM-IDX)
                           compute WS-VERM-STRUCTUREEL
                               rounded mode is NEAREST-AWAY-FROM-ZERO
                               = (RVM-BEDRAG(RSZVERM-IDX)
                                   + RVM-ALPHA(RSZVERM-IDX)
                                   * (RVM-DREMPEL(RSZVERM-IDX)
                                       - WS-VERM-REFLOON))
                                 * WS-VERM-FTE / 3
                       end-if
                       exit perform
                   end-if
               end-perform
      *>    the entitlement's quarter count: the start quarter is
      *>    quarter 1 of the target-group steps.
               if persnr not = spaces
                   and WS-RUN-PAYPERIODE(1:4) numeric
                   and WS-RUN-PAYPERIODE(6:2) numeric
                   compute WS-VERM-KW-NU =
                       function numval(WS-RUN-PAYPERIODE(1:4)) * 4
                       + (function numval(WS-RUN-PAYPERIODE(6:2))
                           - 1) / 3
                   perform varying DOELGROEP-IDX from 1 by 1
                           until DOELGROEP-IDX > WS-DOELGROEP-COUNT
                       if function trim(DGR-PERSNR(DOELGROEP-IDX))
                               = persnr
                           and DGR-START(DOELGROEP-IDX)(1:4) numeric
                           and DGR-START(DOELGROEP-IDX)(6:1) >= "1"
                           and DGR-START(DOELGROEP-IDX)(6:1) <= "4"
                           move DGR-CODE(DOELGROEP-IDX)
                               to WS-VERM-DG-CODE
                           compute WS-VERM-KW-START =
                               function numval(
                                   DGR-START(DOELGROEP-IDX)(1:4)) * 4
                               + function numval(
                                   DGR-START(DOELGROEP-IDX)(6:1)) - 1
                           exit perform
                       end-if
                   end-perform
               end-if
               if WS-VERM-DG-CODE not = spaces
                   compute WS-VERM-KW-N =
                       WS-VERM-KW-NU - WS-VERM-KW-START + 1
                   if WS-VERM-KW-N > 0
                       perform varying RSZVERM-IDX from 1 by 1
                               until RSZVERM-IDX > WS-RSZVERM-COUNT
                           if RVM-SOORT(RSZVERM-IDX) = "DOELGROEP"
                               and RVM-CODE(RSZVERM-IDX)
                                   = WS-VERM-DG-CODE
                               and RVM-VAN-KW(RSZVERM-IDX)
                                   <= WS-VERM-KW-N
                               and (RVM-TOT-KW(RSZVERM-IDX) = 0
                                   or RVM-TOT-KW(RSZVERM-IDX)
                                       >= WS-VERM-KW-N)
                               compute WS-VERM-DOELGROEP
                                   rounded mode is
                                       NEAREST-AWAY-FROM-ZERO
                                   = RVM-BEDRAG(RSZVERM-IDX)
                                     * WS-VERM-FTE / 3
                               exit perform
                           end-if
                       end-perform
                   end-if
                   if WS-VERM-DOELGROEP = 0
                       display "Geen doelgroepvermindering "
                           function trim(WS-VERM-DG-CODE)
                           " voor " persnr " in kwartaal "
                           WS-VERM-KW-N " van het recht."
                       move spaces to WS-VERM-DG-CODE
                   end-if
               end-if
               if WS-VERM-STRUCTUREEL > WERKGEVER-RSZ
                   move WERKGEVER-RSZ to WS-VERM-STRUCTUREEL
               end-if
               if WS-VERM-STRUCTUREEL + WS-VERM-DOELGROEP
                       > WERKGEVER-RSZ
                   compute WS-VERM-DOELGROEP =
                       WERKGEVER-RSZ - WS-VERM-STRUCTUREEL
               end-if
               compute WS-VERM-TOTAAL =
                   WS-VERM-STRUCTUREEL + WS-VERM-DOELGROEP
               if WS-VERM-TOTAAL > 0
                   display "RSZ-vermindering voor " persnr
                       ": structureel " WS-VERM-STRUCTUREEL
                       ", doelgroep " WS-VERM-DG-CODE
                       " " WS-VERM-DOELGROEP
               end-if.
           5385-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5400-BOOK-VERLOF: the accepted row's VERLOF days onto the
      *> employee's counter for the pay period's year; an employee
           5400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5420-ADD-KOSTENPLAATS: WS-KPL-BEDRAG onto the row's cost
      *> centre (WS-ROW-KOSTENPLAATS, blank = not assigned).
      *>----------------------------------------------------------------
           5420-ADD-KOSTENPLAATS.
               move 0 to WS-KPL-FOUND-IDX
               perform varying KPL-IDX from 1 by 1
                       until KPL-IDX > WS-KPL-COUNT
                   if KPL-CODE(KPL-IDX) = WS-ROW-KOSTENPLAATS
                       move KPL-IDX to WS-KPL-FOUND-IDX
                       exit perform
                   end-if
               end-perform
               if WS-KPL-FOUND-IDX = 0
                   if WS-KPL-COUNT >= 100
      *>                a full table books onto "not assigned" so the
      *>                split still adds up to the Summary's gross
                       perform varying KPL-IDX from 1 by 1
                               until KPL-IDX > WS-KPL-COUNT
                           if KPL-CODE(KPL-IDX) = spaces
                               move KPL-IDX to WS-KPL-FOUND-IDX
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-if
               if WS-KPL-FOUND-IDX = 0
                   if WS-KPL-COUNT >= 100
                       move WS-KPL-COUNT to WS-KPL-FOUND-IDX
                   else
                       add 1 to WS-KPL-COUNT
                       move WS-KPL-COUNT to WS-KPL-FOUND-IDX
                       move WS-ROW-KOSTENPLAATS
                           to KPL-CODE(WS-KPL-FOUND-IDX)
                       move 0 to KPL-AANTAL(WS-KPL-FOUND-IDX)
                       move 0 to KPL-BRUTO(WS-KPL-FOUND-IDX)
                   end-if
               end-if
               add 1 to KPL-AANTAL(WS-KPL-FOUND-IDX)
               add WS-KPL-BEDRAG to KPL-BRUTO(WS-KPL-FOUND-IDX).
           5420-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5430-WRITE-KOSTENPLAATS: the gross per cost centre, next to
      *> the Summary -- its Bruto column adds up to TotaalBruto.
      *>----------------------------------------------------------------
           5430-WRITE-KOSTENPLAATS.
               open output KOSTENPLAATS-FILE
               if WS-KOSTENPLAATS-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-KPFILE) ": "
                       WS-KOSTENPLAATS-STATUS
                   go to 5430-EXIT
               end-if
               move "Kostenplaats,Aantal,Bruto" to KOSTENPLAATS-REGEL
               write KOSTENPLAATS-REGEL
               perform varying KPL-IDX from 1 by 1
                       until KPL-IDX > WS-KPL-COUNT
                   move KPL-AANTAL(KPL-IDX) to WS-KPL-AANTAL-OUT
                   move KPL-BRUTO(KPL-IDX) to WS-KPL-BRUTO-OUT
                   move spaces to KOSTENPLAATS-REGEL
                   string
                       function trim(KPL-CODE(KPL-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(WS-KPL-AANTAL-OUT)
                           delimited by size
                       "," delimited by size
                       function trim(WS-KPL-BRUTO-OUT)
                           delimited by size
                       into KOSTENPLAATS-REGEL
                   end-string
                   write KOSTENPLAATS-REGEL
               end-perform
               close KOSTENPLAATS-FILE.
           5430-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5800-GET-TEKST: WS-TEKST-LABEL already holds the built-in
      *> NL label; when Teksten.csv has a row for the recipient's
                      WS-RUNID-SEQ delimited by size
                   into WS-RUN-ID
               end-string
               display "Run-ID: " WS-RUN-ID
               perform 9150-RECORD-TABLE-VERSIONS thru 9150-EXIT.
           9100-EXIT.
               exit.

      *>    the checksum of every reference table this run loads,
      *>    against its run-ID -- which version was in force
           9150-RECORD-TABLE-VERSIONS.
               perform varying FP-IDX from 1 by 1
                       until FP-IDX > FP-TABEL-COUNT
                   move FP-TABEL(FP-IDX) to FP-TABEL-NAAM
                   move spaces to FP-CHECKSUM
                   call "TableFingerprint" using FP-ACTIE WS-RUN-ID
                       FP-PROGRAMMA FP-TABEL-NAAM FP-CHECKSUM
                       LINK-OPERATOR-ID
                   end-call
               end-perform
               cancel "TableFingerprint"
               move 0 to return-code.
           9150-EXIT.
               exit.

           9200-APPEND-RUNID.
               move spaces to WS-RUNID-ROWBUF
               string function trim(WS-RUNID-ROWBUF-IN)
