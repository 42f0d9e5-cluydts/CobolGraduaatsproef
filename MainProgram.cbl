                       assign to "JobStream-Status.csv"
                   organization is line sequential
                   file status is WS-STRMSTAT-STATUS.
               select STRMHIST-FILE
                       assign to "JobStream-Historiek.csv"
                   organization is line sequential
                   file status is WS-STRMHIST-STATUS.
               select CHCFG-FILE assign to "Chunk-Config.csv"
                   organization is line sequential
                   file status is WS-CHCFG-STATUS.
               01 STREAM-REGEL pic x(160).
               fd STRMSTAT-FILE.
               01 STRMSTAT-REGEL pic x(40).
               fd STRMHIST-FILE.
               01 STRMHIST-REGEL pic x(120).
               fd CHCFG-FILE.
               01 CHCFG-REGEL pic x(50).
               fd WCOUNT-FILE.
           01 WS-RERUN-TYPE pic x(01).
           01 WS-RERUN-DATUM pic x(08).
           01 WS-RERUN-INFILE pic x(30).
           01 WS-RERUN-TABELLEN pic x(01).
           01 WS-SNAP-KEUZE pic x(09).
           01 WS-STATEMENT-KLANTNR pic x(10).
           01 WS-INCASSO-OUTFILE pic x(30).
           01 WS-LENING-JAREN pic x(02).
           01 WS-LSERV-ACTIE pic x(11).
           01 WS-LSERV-PARM1 pic x(30).
           01 WS-LSERV-PARM2 pic x(80).
           01 WS-ATTEST-JAAR pic x(04).
           01 WS-GLPOST-ACTIE pic x(08).
           01 WS-GLPOST-PARM1 pic x(30).
           01 WS-GDPR-PATTERN pic x(60).
           01 WS-DSP-ACTIE pic x(10).
           01 WS-DSP-DOCUMENT pic x(34).
           01 WS-OPREK-ACTIE pic x(10).
           01 WS-OPREK-PARM1 pic x(30).
           01 WS-OPREK-PARM2 pic x(60).
           01 WS-OPREK-PARM3 pic x(60).
           01 WS-ACTIVA-ACTIE pic x(11).
           01 WS-ACTIVA-PARM1 pic x(30).
           01 WS-ACTIVA-PARM2 pic x(60).
           01 WS-ACTIVA-PARM3 pic x(60).
           01 WS-SEPASTATUS-FILE pic x(30).
           01 WS-VOORRAAD-ACTIE pic x(11).
           01 WS-VOORRAAD-PARM1 pic x(30).
           01 WS-VOORRAAD-PARM2 pic x(60).
           01 WS-VOORRAAD-PARM3 pic x(60).
           01 WS-BESTEL-ACTIE pic x(11).
           01 WS-BESTEL-PARM1 pic x(30).
           01 WS-BESTEL-PARM2 pic x(60).
           01 WS-BESTEL-PARM3 pic x(60).
      *>    customer credit limits -- CreditLimits action and its
      *>    parameters
           01 WS-KREDIET-ACTIE pic x(11).
           01 WS-KREDIET-PARM1 pic x(30).
           01 WS-KREDIET-PARM2 pic x(60).
           01 WS-KREDIET-PARM3 pic x(60).
      *>    billable project hours -- ProjectBilling action and its
      *>    parameters
           01 WS-PROJECT-ACTIE pic x(11).
           01 WS-PROJECT-PARM1 pic x(30).
           01 WS-PROJECT-PARM2 pic x(60).
           01 WS-PROJECT-PARM3 pic x(60).
      *>    result per cost centre -- CostCentreReport period and
      *>    VAT Output file pattern
           01 WS-KPL-PERIODE pic x(07).
           01 WS-KPL-PATTERN pic x(60).
      *>    budget against actual -- BudgetReport period
           01 WS-BUDGET-PERIODE pic x(07).
      *>    annual accounts in the NBB schema -- AnnualAccounts year
           01 WS-JAARREKENING-JAAR pic x(04).
      *>    group consolidation -- Consolidation period
           01 WS-CONSOLIDATIE-PERIODE pic x(07).
           01 WS-MEMORIAAL-ACTIE pic x(10).
           01 WS-INDEXATIE-ACTIE pic x(10).
           01 WS-INDEXATIE-PERIODE pic x(07).
      *>    sales commissions -- CommissionRun month
           01 WS-COMMISSIE-PERIODE pic x(07).
      *>    meal vouchers -- MealVoucherOrder month
           01 WS-MAALTIJDCHEQUE-PERIODE pic x(07).
      *>    ecocheques -- EcochequeCalculation year
           01 WS-ECOCHEQUE-YEAR pic x(04).
      *>    groepsverzekering -- GroupInsurance action and period
           01 WS-GV-ACTIE pic x(08).
           01 WS-GV-PERIODE pic x(07).
      *>    opzegging -- TerminationRun leaver, letter date, reason
           01 WS-OPZEG-PERSNR pic x(06).
           01 WS-OPZEG-NOTIFICATIE pic x(10).
           01 WS-OPZEG-REDEN pic x(20).
      *>    herberekening -- RetroPayroll corrected input and months
           01 WS-RETRO-INFILE pic x(30).
           01 WS-RETRO-VAN pic x(07).
           01 WS-RETRO-TOT pic x(07).
      *>    CAO 90 bonus -- Cao90BonusRun plan and payout month
           01 WS-CAO90-PLAN pic x(10).
           01 WS-CAO90-PERIODE pic x(07).
      *>    arbeidsongevallen -- AoLoonaangifte declaration year
           01 WS-AO-JAAR pic x(04).
      *>    ziekte -- ZiekteAsrExtract declaration month
           01 WS-ZI-MONTH pic x(07).
      *>    gedateerde werknemerwijzigingen -- WerknemerOnderhoud
      *>    mode (blank = scherm, T = toepassen) and the
      *>    WerknemerHistoriek filters
           01 WS-WM-MODE pic x(01).
           01 WS-WH-PERSNR pic x(06).
           01 WS-WH-VELD pic x(16).
      *>    personnel cost budget -- PersoneelsBudget year and mode
      *>    (LOAD = also into Budget.csv)
           01 WS-PJ-JAAR pic x(04).
           01 WS-PJ-MODE pic x(04).
      *>    ESIS / credit offer -- CreditOffer input file, loan row
      *>    and customer
           01 WS-KA-FILE pic x(30).
           01 WS-KA-REGEL pic x(04).
           01 WS-KA-KLANT pic x(10).
      *>    property purchase costs -- AcquisitionCost input file and
      *>    the optional employee / net-income source for the
      *>    affordability check
           01 WS-AK-FILE pic x(30).
           01 WS-AK-WERKNEMER pic x(30).
           01 WS-AK-SOURCE pic x(30).
      *>    loan installment collection -- month and collection date
           01 WS-LI-MAAND pic x(07).
           01 WS-LI-DATUM pic x(10).
           01 WS-LA-PERIODE pic x(07).
      *>    collateral register -- action and its two arguments
           01 WS-ZEKER-ACTIE pic x(11).
           01 WS-ZEKER-PARM1 pic x(30).
           01 WS-ZEKER-PARM2 pic x(80).
      *>    loan application pipeline -- action and its two arguments
           01 WS-AANVR-ACTIE pic x(11).
           01 WS-AANVR-PARM1 pic x(30).
           01 WS-AANVR-PARM2 pic x(80).
           01 WS-KAS-ACTIE pic x(11).
           01 WS-KAS-PARM1 pic x(30).
           01 WS-KAS-PARM2 pic x(80).
           01 WS-BTWRC-ACTIE pic x(11).
           01 WS-BTWRC-PARM1 pic x(30).
           01 WS-BTWRC-PARM2 pic x(80).
           01 WS-AGK-ACTIE pic x(11).
           01 WS-AGK-PARM1 pic x(30).
           01 WS-AGK-PARM2 pic x(80).
           01 WS-AGK-RC-BEWAARD pic s9(04).
           01 WS-MKPI-PERIODE pic x(07).
           01 WS-MKPI-PATTERN pic x(60).
           01 WS-INTEGR-PEILDATUM pic x(10).
           01 WS-TABEL-PEILDATUM pic x(10).
           01 WS-TV-ACTIE pic x(01) value "I".
           01 WS-TV-RUN-ID pic x(09) value spaces.
           01 WS-TV-PROGRAMMA pic x(20) value "MainProgram".
           01 WS-TV-TABEL pic x(40).
           01 WS-TV-CHECKSUM pic x(10).
           01 WS-AC-ACTIE pic x(01) value "A".
           01 WS-AC-REGEL pic x(400) value spaces.
           01 WS-AC-PERIODE pic x(200).
           01 WS-AC-STATUS pic x(12).

      *>----------------------------------------------------------------
      *> Dimona sign-on warning -- an employee with an in-service
           01 WS-FUNC-ZOEK pic x(10).
           01 WS-FUNC-TELLER pic 9(02).

      *>----------------------------------------------------------------
      *> operator PIN -- the interactive sign-on and every payroll
      *> release prove the operator ID with a PIN (OperatorPin keeps
      *> the hashes, attempts and lockouts in Operators.csv). BATCH
      *> is the unattended identity and cannot sign on at the menu.
      *> PW changes your own PIN; PN is the administrator's reset,
      *> unlock and status list.
      *>----------------------------------------------------------------
           01 WS-PIN-ACTIE pic x(11).
           01 WS-PIN-ID pic x(12).
           01 WS-PIN pic x(12).
           01 WS-PIN-NIEUW pic x(12).
           01 WS-PIN-HERHAAL pic x(12).
           01 WS-PIN-RESULTAAT pic x(12).
           01 WS-PIN-OK pic x(01).

      *>    segregation-of-duties report period
           01 WS-SD-PERIODE pic x(30).

      *>    IBAN verification -- the holds SepaPaymentFile and
      *>    ApPaymentRun put on a freshly changed bank account; see
      *>    IbanHold. WS-IB-OPMERKING is the call-back note on a
      *>    decision and the execution date on NABETAAL.
           01 WS-IB-ACTIE pic x(11).
           01 WS-IB-SOORT pic x(03).
           01 WS-IB-NUMMER pic x(12).
           01 WS-IB-IBAN pic x(34).
           01 WS-IB-NAAM pic x(30).
           01 WS-IB-BEDRAG pic 9(7)V99.
           01 WS-IB-OPMERKING pic x(40).
           01 WS-IB-RESULTAAT pic x(12).

      *>    GDPR right of access -- who asked (WN / KL and the
      *>    number) and the day the request came in (blank = today)
           01 WS-AI-SOORT pic x(03).
           01 WS-AI-NUMMER pic x(12).
           01 WS-AI-ONTVANGEN pic x(10).

      *>    duplicate customers / suppliers -- the action, KL or LEV,
      *>    and the pair (for SAMENVOEG the surviving number first)
           01 WS-DP-ACTIE pic x(10).
           01 WS-DP-SOORT pic x(03).
           01 WS-DP-NUMMER-A pic x(12).
           01 WS-DP-NUMMER-B pic x(12).

      *>----------------------------------------------------------------
      *> job-stream runner -- the nightly window as data instead of a
      *> fragile shell script: JobStream.csv rows are
           01 WS-KAL-RESULTAAT pic x(10).
           01 WS-KAL-WERKDAG pic x(01).
           01 STEP-RUN-IDX pic 9(02).
      *>    batch-window timing -- every executed step and the
      *>    stream as a whole land in JobStream-Historiek.csv
      *>    (StreamRun,Stap,Type,Start,Einde,Seconden,Status), the
      *>    stream run being its start stamp; JobStreamTiming warns
      *>    on overruns and on a projected end past the deadline.
           01 WS-STRMHIST-STATUS pic xx.
           01 WS-STREAM-RUN pic x(14).
           01 WS-TIJD-DATETIME pic x(21).
           01 WS-TIJD-START-TS pic x(19).
           01 WS-TIJD-EINDE-TS pic x(19).
           01 WS-TIJD-START-SEC pic 9(12).
           01 WS-TIJD-EINDE-SEC pic 9(12).
           01 WS-TIJD-DUUR pic 9(07).
           01 DISPLAY-TIJD-DUUR pic z(6)9.
           01 WS-TIJD-STAP pic x(12).
           01 WS-TIJD-TYPE pic x(30).
           01 WS-TIJD-STATUS pic x(08).
           01 WS-STEP-START-TS pic x(19).
           01 WS-STEP-START-SEC pic 9(12).
           01 WS-STREAM-START-TS pic x(19).
           01 WS-STREAM-START-SEC pic 9(12).
           01 WS-JT-ACTIE pic x(11).
           01 WS-JT-PARM1 pic x(30).
           01 WS-JT-PARM2 pic x(80).
           01 WS-JT-RC-BEWAARD pic s9(04).

      *>----------------------------------------------------------------
      *> chunked parallel processing -- a big monthly file is split
               perform 0320-LOG-DENIED thru 0320-EXIT
               stop run
           end-if
      *>    the unattended identity has no business at the menu, and
      *>    every other operator proves the ID with a PIN
           if function upper-case(function trim(WS-OPERATOR-ID))
                   = "BATCH"
               display "Operator BATCH runs only in parameter mode"
                   " -- sign-on refused."
               move "SIGNON" to WS-FUNC-CODE
               perform 0320-LOG-DENIED thru 0320-EXIT
               stop run
           end-if
           perform 0330-SIGN-ON-PIN thru 0330-EXIT
           if WS-PIN-OK not = "Y"
               move "SIGNON" to WS-FUNC-CODE
               perform 0320-LOG-DENIED thru 0320-EXIT
               stop run
           end-if

           display "Firm code [HOOFD]:"
           accept WS-FIRM-CODE
                  " (dubieuze debiteuren)"
              display "CB. Contract billing run (recurring monthly"
                  " VAT input rows)"
              display "OE. Order entry / offertes (priced off the"
                  " article master)"
              display "UB. UBL / Peppol e-invoice export"
                  " (from a numbered VAT Output file)"
              display "UI. UBL purchase-invoice intake"
                  " mail / afmelden / rapport)"
              display "HS. Loonhistoriek splitsen in"
                  " periodesegmenten (eenmalig)"
              display "OA. Ontvangsten op rekening (lijst / boeken /"
                  " toewijzen aan faktuur)"
              display "VA. Vaste activa (kandidaten / activeren /"
                  " afschrijven / uitboeken / lijst)"
              display "VR. Voorraad (lijst / minimum / correctie /"
                  " telling / bestellijst / waardering)"
              display "BB. Bestelbonnen (bestellen / ontvangst /"
                  " factuurmatch / vrijgeven / lijst)"
              display "OF. Offerterapport (open / verlopen / omgezet,"
                  " omzetting per maand)"
              display "KR. Kredietlimieten (rapport / aangehouden"
                  " contracten / vrijgeven)"
              display "PB. Projecturen (facturatie / uren gewerkt"
                  " tegen gefactureerd)"
              display "KP. Resultaat per kostenplaats (periode /"
                  " cumulatief jaar)"
              display "BU. Budget tegenover werkelijk (maand /"
                  " cumulatief, CSV voor de controller)"
              display "JR. Jaarrekening NBB-schema (afgesloten"
                  " boekjaar, met vorig boekjaar)"
              display "GC. Groepsconsolidatie (IC-eliminatie,"
                  " verschillenlijst voor de auditor)"
              display "MB. Memoriaalboeking (diverse posten,"
                  " automatische terugboeking)"
              display "OI. Oninbare vorderingen afschrijven (BTW"
                  " terugvorderen)"
              display "OS. OSS-aangifte (EU-afstandsverkopen B2C per"
                  " lidstaat)"
              display "FE. Fiches 281.50 (erelonen en commissies aan"
                  " leveranciers)"
              display "CI. Contractindexatie (voorstel / goedkeuren)"
              display "CM. Commissies vertegenwoordigers (betaalde"
                  " facturen, via de lonen)"
              display "MC. Maaltijdcheques (bestelling uitgever,"
                  " afstemming factuur)"
              display "EC. Ecocheques (jaarlijkse berekening,"
                  " bestelling, provisie)"
              display "GV. Groepsverzekering (kwartaalpremies,"
                  " DB2P-extract)"
              display "OP. Opzegging (opzegtermijn,"
                  " verbrekingsvergoeding)"
              display "HB. Herberekening betaalde maanden (retro)"
              display "CA. CAO 90 bonus (niet-recurrente"
                  " resultaatsgebonden voordelen)"
              display "AO. Loonaangifte arbeidsongevallen"
                  " (jaarlijks, premieafrekening)"
              display "ZI. ASR-aangifte ziekte (ziekenfonds)"
              display "WM. Werknemers: gedateerde wijzigingen"
              display "WH. Werknemers: historiek van wijzigingen"
              display "PJ. Personeelsbudget volgend jaar"
              display "KA. Kredietaanbod / ESIS hypotheek"
              display "AK. Aankoopkosten woning -> benodigde lening"
              display "LI. Leningtermijnen innen (SEPA-domiciliering)"
              display "LA. Leningen: rente maandafsluiting en journaal"
              display "ZK. Leningen: zekerheden, schattingen en LTV"
              display "LP. Leningen: aanvragen, aanbod en pijplijn"
              display "SR. SEPA statusrapport / weigeringen inlezen"
                  " (pain.002)"
              display "KB. Kasboek: ontvangsten, uitgaven en"
                  " dagafsluiting"
              display "BC. BTW-rekening-courant met de FOD"
              display "AD. Aangiftekalender: vervaldagen, indieningen"
                  " en achterstand"
              display "MK. Management-KPI's: 13 maanden trend"
              display "RI. Referentiele integriteit van de masters"
              display "TC. Gezondheid van de referentietabellen"
              display "TV. Tabelversie: welke runs gebruikten ze"
              display "AC. Archiefcontrole: checksums en keten"
              display "JT. Jobstream: looptijden, kritiek pad en"
                  " prognose"
              display "PW. Eigen PIN wijzigen"
              display "PN. PIN-beheer operators (reset / deblokkeer"
                  " / lijst)"
              display "SD. Scheiding van functies: conflictrapport"
                  " voor de auditor"
              display "IB. IBAN-verificatie: gehouden betalingen"
                  " bevestigen / afwijzen / nabetalen"
              display "AI. AVG-inzageverzoek: export van alle"
                  " gegevens van een werknemer / klant"
              display "DP. Dubbele klanten / leveranciers: zoeken,"
                  " beslissen, samenvoegen"
              display "0. Exit"
              accept USER-INPUT

                     accept WS-RELEASE-FILE
                     display "Decision (APPROVE / REJECT):"
                     accept WS-RELEASE-BESLIS
                     perform 1826-RUN-PAYROLL-RELEASE thru 1826-EXIT

                  when "U" when "u"
                     display "You have chosen the reject-aging sweep"
                     accept WS-RERUN-DATUM
                     display "Input file name as archived:"
                     accept WS-RERUN-INFILE
                     display "Table versions (V = as in the original"
                         " run, blank = current):"
                     accept WS-RERUN-TABELLEN
                     perform 1838-RUN-RERUN-COMPARE

                  when "RS" when "rs"
                  when "LS" when "ls"
                     display "You have chosen the loan servicing"
                         " run"
                     display "Action (NIEUW, VERVAL, ACHTERSTAND,"
                         " MANDAAT, HERSCHIK):"
                     accept WS-LSERV-ACTIE
                     move spaces to WS-LSERV-PARM1
                     move spaces to WS-LSERV-PARM2
                         when "VERVAL"
                             display "Month (YYYY-MM):"
                             accept WS-LSERV-PARM1
                         when "MANDAAT"
                             display "Loan number:"
                             accept WS-LSERV-PARM1
                             display "Borrower IBAN (STOP = revoke):"
                             accept WS-LSERV-PARM2
                         when "HERSCHIK"
                             display "Loan number:"
                             accept WS-LSERV-PARM1
                             display "Measure,value,from month,reason"
                                 " (UITSTELKAP/UITSTELRENTE = months"
                                 " of holiday, LOOPTIJD = remaining"
                                 " months, TERMIJN = installment;"
                                 " e.g. UITSTELKAP,3,2026-11,"
                                 "werkloosheid):"
                             accept WS-LSERV-PARM2
                     end-evaluate
                     perform 1892-RUN-LOAN-SERVICING

                         " (one-time migration)"
                     perform 1920-RUN-HISTORY-SPLIT

                  when "OA" when "oa"
                     display "You have chosen the on-account ledger"
                     display "Action (LIJST = open entries, BOEKEN ="
                         " receipt on account, TOEWIJZEN = allocate"
                         " to an invoice):"
                     accept WS-OPREK-ACTIE
                     move spaces to WS-OPREK-PARM1
                     move spaces to WS-OPREK-PARM2
                     move spaces to WS-OPREK-PARM3
                     evaluate function upper-case(function trim(
                             WS-OPREK-ACTIE))
                         when "LIJST"
                             display "Klantnummer (blank = all):"
                             accept WS-OPREK-PARM1
                         when "BOEKEN"
                             display "Klantnummer:"
                             accept WS-OPREK-PARM1
                             display "Amount (e.g. 125.50):"
                             accept WS-OPREK-PARM2
                             display "Communication (optional):"
                             accept WS-OPREK-PARM3
                         when "TOEWIJZEN"
                             display "On-account Volgnr:"
                             accept WS-OPREK-PARM1
                             display "Invoice number (Faktuurnr):"
                             accept WS-OPREK-PARM2
                             display "Amount (blank = as much as"
                                 " possible):"
                             accept WS-OPREK-PARM3
                     end-evaluate
                     perform 1922-RUN-ON-ACCOUNT

                  when "VA" when "va"
                     display "You have chosen the fixed-asset register"
                     display "Action (KANDIDATEN, ACTIVEER,"
                         " AFSCHRIJVEN, UITBOEKEN or LIJST):"
                     accept WS-ACTIVA-ACTIE
                     move spaces to WS-ACTIVA-PARM1
                     move spaces to WS-ACTIVA-PARM2
                     move spaces to WS-ACTIVA-PARM3
                     evaluate function upper-case(function trim(
                             WS-ACTIVA-ACTIE))
                         when "ACTIVEER"
                             display "Candidate number (see"
                                 " KANDIDATEN):"
                             accept WS-ACTIVA-PARM1
                             display "Category (see"
                                 " Activa-Categorieen.csv):"
                             accept WS-ACTIVA-PARM2
                             display "Description (blank = from the"
                                 " purchase):"
                             accept WS-ACTIVA-PARM3
                         when "AFSCHRIJVEN"
                             display "Up to period (YYYY-MM):"
                             accept WS-ACTIVA-PARM1
                         when "UITBOEKEN"
                             display "Asset number (ActiefNr):"
                             accept WS-ACTIVA-PARM1
                             display "Proceeds (blank = none):"
                             accept WS-ACTIVA-PARM2
                     end-evaluate
                     perform 1924-RUN-FIXED-ASSETS

                  when "VR" when "vr"
                     display "You have chosen the stock administration"
                     display "Action (LIJST, MINIMUM, CORRECTIE,"
                         " TELLING, BESTELLIJST or WAARDERING):"
                     accept WS-VOORRAAD-ACTIE
                     move spaces to WS-VOORRAAD-PARM1
                     move spaces to WS-VOORRAAD-PARM2
                     move spaces to WS-VOORRAAD-PARM3
                     evaluate function upper-case(function trim(
                             WS-VOORRAAD-ACTIE))
                         when "MINIMUM"
                             display "Article code:"
                             accept WS-VOORRAAD-PARM1
                             display "Minimum stock:"
                             accept WS-VOORRAAD-PARM2
                         when "CORRECTIE"
                             display "Article code:"
                             accept WS-VOORRAAD-PARM1
                             display "Quantity (negative = out):"
                             accept WS-VOORRAAD-PARM2
                             display "Reason:"
                             accept WS-VOORRAAD-PARM3
                         when "TELLING"
                             display "Article code:"
                             accept WS-VOORRAAD-PARM1
                             display "Quantity counted:"
                             accept WS-VOORRAAD-PARM2
                             display "Reason:"
                             accept WS-VOORRAAD-PARM3
                         when "WAARDERING"
                             display "Financial year (optional):"
                             accept WS-VOORRAAD-PARM1
                     end-evaluate
                     perform 1926-RUN-STOCK-LEDGER

                  when "BB" when "bb"
                     display "You have chosen the purchase orders"
                     display "Action (BESTEL, ONTVANGST, MATCH,"
                         " VRIJGEVEN or LIJST):"
                     accept WS-BESTEL-ACTIE
                     move spaces to WS-BESTEL-PARM1
                     move spaces to WS-BESTEL-PARM2
                     move spaces to WS-BESTEL-PARM3
                     evaluate function upper-case(function trim(
                             WS-BESTEL-ACTIE))
                         when "BESTEL"
                             display "Order number:"
                             accept WS-BESTEL-PARM1
                             display "Line (supplier,article,quantity,"
                                 "price):"
                             accept WS-BESTEL-PARM2
                         when "ONTVANGST"
                             display "Order number:"
                             accept WS-BESTEL-PARM1
                             display "Received (line,quantity):"
                             accept WS-BESTEL-PARM2
                         when "MATCH"
                             display "Output files to match"
                                 " [Output-*.csv]:"
                             accept WS-BESTEL-PARM1
                         when "VRIJGEVEN"
                             display "Supplier number:"
                             accept WS-BESTEL-PARM1
                             display "Invoice (date,amount):"
                             accept WS-BESTEL-PARM2
                             display "Reason:"
                             accept WS-BESTEL-PARM3
                         when "LIJST"
                             display "Order number (blank = all"
                                 " open):"
                             accept WS-BESTEL-PARM1
                     end-evaluate
                     perform 1928-RUN-PURCHASE-ORDERS

                  when "OF" when "of"
                     perform 1930-RUN-QUOTE-REPORT

                  when "KR" when "kr"
                     display "You have chosen the credit limits"
                     display "Action (RAPPORT, LIJST or VRIJGEVEN):"
                     accept WS-KREDIET-ACTIE
                     move spaces to WS-KREDIET-PARM1
                     move spaces to WS-KREDIET-PARM2
                     move spaces to WS-KREDIET-PARM3
                     if function upper-case(function trim(
                             WS-KREDIET-ACTIE)) = "VRIJGEVEN"
                         display "Period held (YYYY-MM):"
                         accept WS-KREDIET-PARM1
                         display "Customer number:"
                         accept WS-KREDIET-PARM2
                     end-if
                     perform 1932-RUN-CREDIT-LIMITS

                  when "PB" when "pb"
                     display "You have chosen the project hours"
                     display "Action (FACTUREREN or RAPPORT):"
                     accept WS-PROJECT-ACTIE
                     move spaces to WS-PROJECT-PARM1
                     move spaces to WS-PROJECT-PARM2
                     move spaces to WS-PROJECT-PARM3
                     if function upper-case(function trim(
                             WS-PROJECT-ACTIE)) = "FACTUREREN"
                         display "Period to bill (YYYY-MM):"
                     else
                         display "Period (YYYY-MM, blank = all):"
                     end-if
                     accept WS-PROJECT-PARM1
                     perform 1934-RUN-PROJECT-BILLING

                  when "KP" when "kp"
                     display "You have chosen the cost centre result"
                     display "Period (YYYY-MM):"
                     accept WS-KPL-PERIODE
                     display "VAT Output file pattern"
                         " (blank = Output-*.csv):"
                     accept WS-KPL-PATTERN
                     perform 1936-RUN-KOSTENPLAATS-RAPPORT

                  when "BU" when "bu"
                     display "You have chosen budget against actual"
                     display "Period (YYYY-MM):"
                     accept WS-BUDGET-PERIODE
                     perform 1938-RUN-BUDGET-RAPPORT

                  when "JR" when "jr"
                     display "You have chosen the annual accounts"
                     display "Closed year (YYYY):"
                     accept WS-JAARREKENING-JAAR
                     perform 1940-RUN-JAARREKENING

                  when "GC" when "gc"
                     display "You have chosen group consolidation"
                     display "Period (YYYY-MM):"
                     accept WS-CONSOLIDATIE-PERIODE
                     perform 1942-RUN-CONSOLIDATIE

                  when "MB" when "mb"
                     display "You have chosen the memorial entry"
                     move "INVOER" to WS-MEMORIAAL-ACTIE
                     perform 1944-RUN-MEMORIAAL

                  when "OI" when "oi"
                     display "You have chosen the bad-debt write-off"
                     display "Enter a file name or a wildcard"
                         " (e.g. Output-*.csv)"
                         " for the VAT Output files to search:"
                     accept WS-REPORT-PATTERN
                     display "Filing quarter (YYYYQn, blank = current"
                         " quarter):"
                     accept WS-AANGIFTE-PERIOD
                     perform 1946-RUN-ONINBAAR

                  when "OS" when "os"
                     display "You have chosen the OSS return"
                     display "Enter a file name or a wildcard"
                         " (e.g. Output-*.csv)"
                         " for the VAT Output files to roll up:"
                     accept WS-REPORT-PATTERN
                     display "Declaration quarter (YYYYQn, blank ="
                         " current quarter):"
                     accept WS-AANGIFTE-PERIOD
                     perform 1948-RUN-OSS

                  when "FE" when "fe"
                     display "You have chosen the annual 281.50"
                         " fiches"
                     display "Enter the income year (e.g. 2025):"
                     accept WS-FICHE281-YEAR
                     perform 2120-RUN-FICHE28150 thru 2120-EXIT

                  when "CI" when "ci"
                     display "You have chosen the contract indexation"
                     display "Action (VOORSTEL or GOEDKEUREN):"
                     accept WS-INDEXATIE-ACTIE
                     display "Year for VOORSTEL (YYYY), month for"
                         " GOEDKEUREN (YYYY-MM):"
                     accept WS-INDEXATIE-PERIODE
                     perform 1952-RUN-CONTRACT-INDEXATIE

                  when "CM" when "cm"
                     display "You have chosen the sales commissions"
                     display "Enter a file name or a wildcard"
                         " (e.g. Output-*.csv)"
                         " for the VAT Output files to search:"
                     accept WS-REPORT-PATTERN
                     display "Commission month (YYYY-MM, blank = last"
                         " month):"
                     accept WS-COMMISSIE-PERIODE
                     perform 1954-RUN-COMMISSIES

                  when "MC" when "mc"
                     display "You have chosen the meal-voucher order"
                     display "Pay period (YYYY-MM):"
                     accept WS-MAALTIJDCHEQUE-PERIODE
                     perform 1956-RUN-MAALTIJDCHEQUES

                  when "EC" when "ec"
                     display "You have chosen the ecocheque run"
                     display "Payout year (YYYY; reference period June"
                         " of the year before through May):"
                     accept WS-ECOCHEQUE-YEAR
                     perform 1958-RUN-ECOCHEQUES

                  when "GV" when "gv"
                     display "You have chosen the group insurance run"
                     display "Action (KWARTAAL or DB2P):"
                     accept WS-GV-ACTIE
                     display "Period (YYYY-Qn for KWARTAAL, YYYY for"
                         " DB2P):"
                     accept WS-GV-PERIODE
                     perform 1960-RUN-GROEPSVERZEKERING

                  when "OP" when "op"
                     display "You have chosen the termination run"
                     display "Enter the personnel number:"
                     accept WS-OPZEG-PERSNR
                     display "Notification date (YYYY-MM-DD):"
                     accept WS-OPZEG-NOTIFICATIE
                     display "Reason (ONTSLAG, VERBREKING,"
                         " DRINGENDE-REDEN, ONTSLAGNEMING):"
                     accept WS-OPZEG-REDEN
                     perform 1962-RUN-OPZEGGING

                  when "HB" when "hb"
                     display "You have chosen the retro recalculation"
                     display "Enter the corrected input file name:"
                     accept WS-RETRO-INFILE
                     display "First month to recalculate (YYYY-MM):"
                     accept WS-RETRO-VAN
                     display "Last month to recalculate (YYYY-MM):"
                     accept WS-RETRO-TOT
                     perform 1964-RUN-HERBEREKENING

                  when "CA" when "ca"
                     display "You have chosen the CAO 90 bonus run"
                     display "Enter the bonus plan id:"
                     accept WS-CAO90-PLAN
                     display "Payout month (YYYY-MM):"
                     accept WS-CAO90-PERIODE
                     perform 1966-RUN-CAO90

                  when "AO" when "ao"
                     display "You have chosen the work-accident wage"
                         " declaration"
                     display "Declaration year (YYYY):"
                     accept WS-AO-JAAR
                     perform 1968-RUN-ARBEIDSONGEVALLEN

                  when "ZI" when "zi"
                     display "You have chosen the sickness ASR extract"
                     display "Enter the month (YYYY-MM):"
                     accept WS-ZI-MONTH
                     perform 1970-RUN-ZIEKTE-ASR

                  when "WM" when "wm"
                     move spaces to WS-WM-MODE
                     perform 1972-RUN-WERKNEMER-ONDERHOUD

                  when "WH" when "wh"
                     display "You have chosen the employee change"
                         " history inquiry"
                     display "PersNr ('-' = any):"
                     accept WS-WH-PERSNR
                     display "Field ('-' = any, e.g. MAANDLOON):"
                     accept WS-WH-VELD
                     perform 1974-RUN-WERKNEMER-HISTORIEK

                  when "PJ" when "pj"
                     display "You have chosen the personnel cost"
                         " budget"
                     display "Enter the budget year (YYYY):"
                     accept WS-PJ-JAAR
                     display "Load into Budget.csv? (LOAD / blank):"
                     accept WS-PJ-MODE
                     perform 1976-RUN-PERSONEELSBUDGET

                  when "KA" when "ka"
                     display "You have chosen the ESIS / credit offer"
                     display "Enter the mortgage input file name:"
                     accept WS-KA-FILE
                     display "Loan row in that file (1 = first):"
                     accept WS-KA-REGEL
                     display "Customer number (Klanten.csv):"
                     accept WS-KA-KLANT
                     perform 1978-RUN-KREDIETAANBOD

                  when "AK" when "ak"
                     display "You have chosen the property acquisition"
                         " cost calculation"
                     display "Enter the purchase input file name:"
                     accept WS-AK-FILE
                     display "Employee for the affordability check"
                         " ('-' = none):"
                     accept WS-AK-WERKNEMER
                     display "Net-income source (a salary Output file"
                         " or YTD):"
                     accept WS-AK-SOURCE
                     perform 1980-RUN-AANKOOPKOSTEN

                  when "LI" when "li"
                     display "You have chosen the loan installment"
                         " collection"
                     display "Month to collect (YYYY-MM):"
                     accept WS-LI-MAAND
                     display "Collection date (YYYY-MM-DD, '-' ="
                         " today):"
                     accept WS-LI-DATUM
                     perform 1982-RUN-LENING-INCASSO

                  when "LA" when "la"
                     display "You have chosen the loan interest"
                         " accrual"
                     display "Month to close (YYYY-MM):"
                     accept WS-LA-PERIODE
                     perform 1984-RUN-LENING-RENTE

                  when "ZK" when "zk"
                     display "You have chosen the loan collateral"
                         " register"
                     display "Action (REGISTREER, SCHATTING, LTV):"
                     accept WS-ZEKER-ACTIE
                     move spaces to WS-ZEKER-PARM1
                     move spaces to WS-ZEKER-PARM2
                     evaluate function upper-case(function trim(
                             WS-ZEKER-ACTIE))
                         when "REGISTREER"
                             display "Loan number:"
                             accept WS-ZEKER-PARM1
                             display "Property,rank,mortgage"
                                 " registered,mandate (e.g. Kerkstraat"
                                 " 12 Gent,1,200000,50000):"
                             accept WS-ZEKER-PARM2
                         when "SCHATTING"
                             display "Collateral number:"
                             accept WS-ZEKER-PARM1
                             display "Date,value[,valuer] (e.g."
                                 " 2026-09-30,325000,Expertise NV):"
                             accept WS-ZEKER-PARM2
                     end-evaluate
                     perform 1986-RUN-ZEKERHEDEN

                  when "LP" when "lp"
                     display "You have chosen the loan application"
                         " pipeline"
                     display "Action (AANVRAAG, KOPPEL, AANBOD,"
                         " AANVAARD, WEIGER, VERVALLEN, RAPPORT):"
                     accept WS-AANVR-ACTIE
                     move spaces to WS-AANVR-PARM1
                     move spaces to WS-AANVR-PARM2
                     evaluate function upper-case(function trim(
                             WS-AANVR-ACTIE))
                         when "AANVRAAG"
                             display "Applicant name:"
                             accept WS-AANVR-PARM1
                             display "Amount requested (EUR):"
                             accept WS-AANVR-PARM2
                         when "KOPPEL"
                             display "Application number:"
                             accept WS-AANVR-PARM1
                             display "Amortization Output file"
                                 " (e.g. Output-Loans.csv):"
                             accept WS-AANVR-PARM2
                         when "AANBOD"
                             display "Application number:"
                             accept WS-AANVR-PARM1
                             display "Credit offer number (KAnnnnnn):"
                             accept WS-AANVR-PARM2
                         when "AANVAARD"
                             display "Application number:"
                             accept WS-AANVR-PARM1
                         when "WEIGER"
                             display "Application number:"
                             accept WS-AANVR-PARM1
                             display "Reason:"
                             accept WS-AANVR-PARM2
                         when "VERVALLEN"
                             display "Application number (blank ="
                                 " every expired offer):"
                             accept WS-AANVR-PARM1
                             if WS-AANVR-PARM1 not = spaces
                                 display "Reason:"
                                 accept WS-AANVR-PARM2
                             end-if
                         when "RAPPORT"
                             display "Period (YYYY or YYYY-MM, blank"
                                 " = all):"
                             accept WS-AANVR-PARM1
                     end-evaluate
                     perform 1988-RUN-AANVRAGEN

                  when "SR" when "sr"
                     display "You have chosen the SEPA status import"
                     display "Status report file (pain.002):"
                     accept WS-SEPASTATUS-FILE
                     perform 1990-RUN-SEPA-STATUS

                  when "KB" when "kb"
                     display "You have chosen the petty cash book"
                     display "Action (ONTVANGST, UITGAVE, AFSLUITING,"
                         " AANKOOP, JOURNAAL):"
                     accept WS-KAS-ACTIE
                     move spaces to WS-KAS-PARM1
                     move spaces to WS-KAS-PARM2
                     evaluate function upper-case(function trim(
                             WS-KAS-ACTIE))
                         when "ONTVANGST"
                         when "UITGAVE"
                             display "Category (Kas-Categorieen.csv):"
                             accept WS-KAS-PARM1
                             display "Amount incl. VAT,VAT rate,"
                                 "document,description[,date]:"
                             accept WS-KAS-PARM2
                         when "AFSLUITING"
                             display "Counted cash (EUR):"
                             accept WS-KAS-PARM1
                             display "Date (YYYY-MM-DD, blank ="
                                 " today):"
                             accept WS-KAS-PARM2
                         when "AANKOOP"
                         when "JOURNAAL"
                             display "Period (YYYY-MM):"
                             accept WS-KAS-PARM1
                     end-evaluate
                     perform 1992-RUN-KASBOEK

                  when "BC" when "bc"
                     display "You have chosen the VAT current account"
                     display "Action (AANGIFTE, BETAAL, VOORSCHOT,"
                         " INTREST, TERUGVRAAG, TERUGGAVE, RAPPORT):"
                     accept WS-BTWRC-ACTIE
                     move spaces to WS-BTWRC-PARM1
                     move spaces to WS-BTWRC-PARM2
                     evaluate function upper-case(function trim(
                             WS-BTWRC-ACTIE))
                         when "AANGIFTE"
                             display "VAT period (YYYYQn):"
                             accept WS-BTWRC-PARM1
                             display "Declared balance (blank = from"
                                 " BTW-Aangifte.csv):"
                             accept WS-BTWRC-PARM2
                         when "BETAAL"
                             display "VAT period (YYYYQn):"
                             accept WS-BTWRC-PARM1
                         when "VOORSCHOT"
                             display "Year:"
                             accept WS-BTWRC-PARM1
                             display "December advance (EUR):"
                             accept WS-BTWRC-PARM2
                         when "INTREST"
                         when "TERUGGAVE"
                             display "VAT period (YYYYQn):"
                             accept WS-BTWRC-PARM1
                             display "Amount,date[,reference]:"
                             accept WS-BTWRC-PARM2
                         when "TERUGVRAAG"
                             display "VAT period (YYYYQn):"
                             accept WS-BTWRC-PARM1
                             display "Amount (blank = whole credit):"
                             accept WS-BTWRC-PARM2
                         when "RAPPORT"
                             display "Year (blank = all):"
                             accept WS-BTWRC-PARM1
                     end-evaluate
                     perform 1994-RUN-BTW-REKENINGCOURANT

                  when "AD" when "ad"
                     display "You have chosen the filing deadline"
                         " calendar"
                     display "Action (CONTROLE, INGEDIEND):"
                     accept WS-AGK-ACTIE
                     move spaces to WS-AGK-PARM1
                     move spaces to WS-AGK-PARM2
                     evaluate function upper-case(function trim(
                             WS-AGK-ACTIE))
                         when "CONTROLE"
                             display "Check date (blank = today):"
                             accept WS-AGK-PARM1
                         when "INGEDIEND"
                             display "Declaration code"
                                 " (Aangifte-Kalender.csv):"
                             accept WS-AGK-PARM1
                             display "Period[,filed on[,reference]]:"
                             accept WS-AGK-PARM2
                     end-evaluate
                     perform 1996-RUN-AANGIFTEKALENDER

                  when "MK" when "mk"
                     display "You have chosen the management KPI report"
                     display "Period (YYYY-MM, blank = last month):"
                     accept WS-MKPI-PERIODE
                     display "VAT Output file pattern"
                         " (blank = Output-*.csv):"
                     accept WS-MKPI-PATTERN
                     perform 1998-RUN-KPI-RAPPORT

                  when "RI" when "ri"
                     display "You have chosen the master integrity"
                         " check"
                     display "Reference date (blank = today):"
                     accept WS-INTEGR-PEILDATUM
                     perform 2100-RUN-INTEGRITEITSCONTROLE

                  when "TC" when "tc"
                     display "You have chosen the reference-table"
                         " health check"
                     display "Reference date (blank = today):"
                     accept WS-TABEL-PEILDATUM
                     perform 2102-RUN-TABELCONTROLE

                  when "TV" when "tv"
                     display "You have chosen the table-version"
                         " inquiry"
                     display "Table (e.g. WHT-Brackets.csv):"
                     accept WS-TV-TABEL
                     display "Checksum (blank = current version):"
                     accept WS-TV-CHECKSUM
                     perform 2104-RUN-TABELVERSIE

                  when "AC" when "ac"
                     display "You have chosen the archive"
                         " verification"
                     display "Period (YYYY, YYYYMM, YYYYMMDD,"
                         " blank = all):"
                     accept WS-AC-PERIODE
                     perform 2106-RUN-ARCHIEFCONTROLE

                  when "JT" when "jt"
                     display "You have chosen the batch-window timing"
                         " report"
                     display "Stream definition (blank ="
                         " JobStream.csv):"
                     accept WS-JT-PARM2
                     perform 2108-RUN-STREAMTIJDEN

                  when "PW" when "pw"
                     display "You have chosen to change your PIN"
                     display "Current PIN:"
                     accept WS-PIN with secure
                     perform 0340-CHANGE-OWN-PIN thru 0340-EXIT

                  when "PN" when "pn"
                     display "You have chosen the operator PIN"
                         " administration"
                     display "Action (RESET / DEBLOKKEER / LIJST):"
                     accept WS-PIN-ACTIE
                     move spaces to WS-PIN-ID
                     move spaces to WS-PIN-NIEUW
                     if function upper-case(function trim(
                             WS-PIN-ACTIE)) not = "LIJST"
                         display "Operator ID:"
                         accept WS-PIN-ID
                     end-if
                     if function upper-case(function trim(
                             WS-PIN-ACTIE)) = "RESET"
                         display "One-time PIN for the operator:"
                         accept WS-PIN-NIEUW with secure
                         display "Repeat the one-time PIN:"
                         accept WS-PIN-HERHAAL with secure
                         if WS-PIN-HERHAAL not = WS-PIN-NIEUW
                             display "The two PINs differ -- nothing"
                                 " changed."
                             move spaces to WS-PIN-ACTIE
                         end-if
                         move spaces to WS-PIN-HERHAAL
                     end-if
                     if WS-PIN-ACTIE not = spaces
                         perform 2110-RUN-PINBEHEER
                     end-if

                  when "SD" when "sd"
                     display "You have chosen the segregation-of-duties"
                         " report"
                     display "Period (YYYY, YYYY-MM, YYYY-MM-DD,"
                         " blank = all):"
                     accept WS-SD-PERIODE
                     perform 2112-RUN-FUNCTIESCHEIDING

                  when "IB" when "ib"
                     display "You have chosen the IBAN verification"
                     display "Action (LIJST / BEVESTIG / AFWIJS /"
                         " NABETAAL):"
                     accept WS-IB-ACTIE
                     move function upper-case(function trim(
                         WS-IB-ACTIE)) to WS-IB-ACTIE
                     move spaces to WS-IB-SOORT
                     move spaces to WS-IB-NUMMER
                     move spaces to WS-IB-OPMERKING
                     if WS-IB-ACTIE = "BEVESTIG"
                             or WS-IB-ACTIE = "AFWIJS"
                         display "Type (WN = employee,"
                             " LEV = supplier):"
                         accept WS-IB-SOORT
                         display "Personnel / supplier number:"
                         accept WS-IB-NUMMER
                         display "Remark (who was called back, on which"
                             " number):"
                         accept WS-IB-OPMERKING
                     end-if
                     if WS-IB-ACTIE = "NABETAAL"
                         display "Execution date (YYYY-MM-DD,"
                             " blank = today):"
                         accept WS-IB-OPMERKING
                     end-if
                     perform 2114-RUN-IBANVERIFICATIE thru 2114-EXIT

                  when "AI" when "ai"
                     display "You have chosen the GDPR access request"
                     display "Type (WN = employee, KL = customer):"
                     accept WS-AI-SOORT
                     display "Personnel / customer number:"
                     accept WS-AI-NUMMER
                     display "Request received (YYYY-MM-DD,"
                         " blank = today):"
                     accept WS-AI-ONTVANGEN
                     perform 2116-RUN-AVG-INZAGE thru 2116-EXIT

                  when "DP" when "dp"
                     display "You have chosen duplicate customers /"
                         " suppliers"
                     display "Action (ZOEK / LIJST / GOEDKEUR /"
                         " AFWIJS / SAMENVOEG):"
                     accept WS-DP-ACTIE
                     move function upper-case(function trim(
                         WS-DP-ACTIE)) to WS-DP-ACTIE
                     display "Type (KL = customers, LEV = suppliers):"
                     accept WS-DP-SOORT
                     move spaces to WS-DP-NUMMER-A
                     move spaces to WS-DP-NUMMER-B
                     if WS-DP-ACTIE = "GOEDKEUR"
                             or WS-DP-ACTIE = "AFWIJS"
                             or WS-DP-ACTIE = "SAMENVOEG"
                         display "Number that stays:"
                         accept WS-DP-NUMMER-A
                         display "Number that is retired:"
                         accept WS-DP-NUMMER-B
                     end-if
                     perform 2118-RUN-DUBBELS thru 2118-EXIT

                  when "0"
                     move "N" to KEEP-RUNNING

      *> archived input name, reruns it through the current program
      *> and diffs the rows:
      *>     mainprogram RERUN 1 20260301 VAT-Input.csv
      *> A V after the type reruns against the reference-table
      *> versions the original run loaded (Run-Configuratie.csv)
      *> instead of the current ones:
      *>     mainprogram RERUN 1V 20260301 VAT-Input.csv
      *> Type RESTORE takes LIST or a run-ID, and lists or (after
      *> verifying the manifest totals) restores that run's master
      *> snapshot:
      *> latest rates and books the unrealized result:
      *>     mainprogram FX
      *> Type TI takes a daily clock file and folds it, validated,
      *> into the Klokuren.csv register (an optional fifth column
      *> names the project the hours are billable to, see PB):
      *>     mainprogram TI Klok-20260901.csv
      *> Type DM generates the missing Dimona IN/OUT declaration
      *> records off the employee master:
      *> Type LS drives the loan administration: NIEUW registers a
      *> loan off an amortization Output file, VERVAL generates the
      *> month's installments (with per-loan OGM for CodaImport),
      *> ACHTERSTAND prints the arrears report, MANDAAT registers
      *> (or, with STOP, revokes) the borrower's direct-debit mandate,
      *> HERSCHIK grants a payment holiday or restructures the rest of
      *> the schedule and writes the borrower's letter:
      *>     mainprogram LS NIEUW Output-Loans.csv Janssens
      *>     mainprogram LS VERVAL 2026-09
      *>     mainprogram LS ACHTERSTAND
      *>     mainprogram LS MANDAAT 00000001 BE68539007547034
      *>     mainprogram LS HERSCHIK 00000001 UITSTELKAP,3,2026-11,
      *>         werkloosheid  (one token, no spaces)
      *> Type RA takes a year and prints one paid-interest attest
      *> per borrower off the loan servicing master, with a control
      *> total against the booked interest income:
      *> payroll history into per-period segments with a directory
      *> index -- counts reconciled before the old file retires:
      *>     mainprogram HS
      *> Type OA keeps the on-account ledger OpRekening.csv -- LIJST
      *> the free money per customer, BOEKEN a receipt on account by
      *> hand, TOEWIJZEN a ledger entry (all that is free, or the
      *> amount given interactively) to an open invoice of the same
      *> customer:
      *>     mainprogram OA LIJST 1000
      *>     mainprogram OA BOEKEN 1000 250.00
      *>     mainprogram OA TOEWIJZEN 7 000123
      *> Type VA keeps the fixed-asset register Activa-Register.csv
      *> -- KANDIDATEN the purchases keyed ACTIEF, ACTIVEER one of
      *> them under a category, AFSCHRIJVEN the depreciation journal
      *> up to a month, UITBOEKEN a disposal for its proceeds, LIJST
      *> the asset list for the accountant:
      *>     mainprogram VA KANDIDATEN
      *>     mainprogram VA ACTIVEER 3 INFORMATICA
      *>     mainprogram VA AFSCHRIJVEN 2026-09
      *>     mainprogram VA UITBOEKEN 12 1500.00
      *>     mainprogram VA LIJST
      *> Type VR keeps the stock administration Voorraad.csv -- LIJST
      *> the stock on the screen, MINIMUM an article's reorder level
      *> (which also takes it into stock), CORRECTIE and TELLING a
      *> movement or a count with its reason (quantity and reason as
      *> one token), BESTELLIJST the reorder list, WAARDERING the
      *> valuation at weighted average cost:
      *>     mainprogram VR MINIMUM ART003 10
      *>     mainprogram VR CORRECTIE ART003 -2,BREUK
      *>     mainprogram VR TELLING ART003 37,INVENTARIS
      *>     mainprogram VR BESTELLIJST
      *>     mainprogram VR WAARDERING 2026
      *> Type BB keeps the purchase orders Bestelbonnen.csv -- BESTEL
      *> a line onto an order, ONTVANGST the goods received against a
      *> line, MATCH the purchase invoices in the Output files against
      *> order and receipt (Ap-Matching.csv; ApPaymentRun pays only
      *> what matched), VRIJGEVEN a blocked invoice with its reason,
      *> LIJST the open orders and the blocked invoices:
      *>     mainprogram BB BESTEL PO2026-014 2000,PAPIER-A4,40,3.85
      *>     mainprogram BB ONTVANGST PO2026-014 1,40
      *>     mainprogram BB MATCH Output-*.csv
      *>     mainprogram BB VRIJGEVEN 2000 2026-10-01,186.34,AKKOORD
      *>     mainprogram BB LIJST
      *> Type OF lists the quotes OrderEntry saved (Offertes.csv) with
      *> their status and the conversion rate per month, to
      *> Offerte-Rapport-<date>.txt:
      *>     mainprogram OF
      *> Type KR is the customers' credit -- RAPPORT the weekly list
      *> of customers over or near their Kredietlimiet, blocked or
      *> reminded too far (Krediet-Rapport-<date>.txt), LIJST the
      *> contract rows ContractBilling held, VRIJGEVEN a customer's
      *> held rows of a period (KREDIET function only):
      *>     mainprogram KR RAPPORT
      *>     mainprogram KR LIJST
      *>     mainprogram KR VRIJGEVEN 2026-10 1000
      *> Type PB is the clocked hours billable to a project's
      *> customer -- FACTUREREN bills the not yet invoiced hours up
      *> to the period into Project-Input-<periode>.csv for
      *> VATCalculation and stamps them billed, RAPPORT lists hours
      *> worked against hours billed per project:
      *>     mainprogram PB FACTUREREN 2026-09
      *>     mainprogram PB RAPPORT
      *>     mainprogram PB RAPPORT 2026-09
      *> Type KP is the result per cost centre for a period and for
      *> the year to date -- sales and purchases off the VAT Output
      *> files (pattern optional), personnel cost off the payroll
      *> history -- to Kostenplaats-Rapport-<periode>.txt:
      *>     mainprogram KP 2026-09
      *>     mainprogram KP 2026-09 Output-*.csv
      *> Type BU sets the ledger (GL-Saldi.csv) against Budget.csv
      *> for the month and the year to date, lines past the
      *> Budget-Config.csv threshold marked, to
      *> Budget-Rapport-<periode>.txt and .csv (the latter mailed to
      *> the controller when configured):
      *>     mainprogram BU 2026-09
      *> Type JR draws up a closed year's annual accounts in the NBB
      *> schema through NBB-Mapping.csv, the prior year alongside, to
      *> Jaarrekening-<jaar>.txt and .csv -- refused while an account
      *> with a balance has no rubric:
      *>     mainprogram JR 2026
      *> Type GC consolidates the firms of Groep-Config.csv for the
      *> period: their trial balances added up, the agreeing
      *> intercompany invoices eliminated (GL-Consolidatie-<periode>
      *> .csv) and every pair that does not agree listed, in
      *> Consolidatie-<periode>.txt and .csv -- run as firm HOOFD:
      *>     mainprogram GC 2026-09
      *> Type MB opens the memorial entry screen: a balanced entry
      *> on active accounts of GL-Rekeningen.csv, posted through
      *> GlPost under a run-ID stamp; lines given a reversal period
      *> wait on GL-Terugboekingen.csv and are reversed once that
      *> period has opened. TERUGBOEK books only the due reversals
      *> (the nightly sweep does the same):
      *>     mainprogram MB
      *>     mainprogram MB TERUGBOEK
      *> Type OI writes off the invoices of Oninbaar-Selectie.csv as
      *> definitively lost, the VAT on the unpaid part recovered in
      *> the filing quarter's grid 62 (VATQuarterlyReport), and flags
      *> a written-off invoice paid after all -- VAT due again, grid
      *> 61. Register: Oninbaar-Register.csv. The quarter defaults to
      *> the current one:
      *>     mainprogram OI Output-*.csv 2026Q4
      *> Type OS rolls the quarter's OSS rows (EU B2C distance sales
      *> charged at the destination rate by VATCalculation) up per
      *> member state and rate into OSS-Aangifte-<YYYYQn>.csv. The
      *> quarter defaults to the current one:
      *>     mainprogram OS Output-*.csv 2026Q4
      *> Type FE prints the 281.50 fiches and the 325.50 summary for
      *> the fees and commissions paid to the suppliers flagged in
      *> Leveranciers.csv, and writes the Belcotax-on-web file once no
      *> beneficiary lacks identification:
      *>     mainprogram FE 2025
      *> Type CI indexes the service contracts on their anniversary
      *> against Gezondheidsindex.csv: VOORSTEL proposes the year's new
      *> amounts in Indexatie-Voorstel-<year>.csv, GOEDKEUREN applies
      *> the proposal up to the month given, keeps the history and
      *> writes the customer letters for DispatchRun:
      *>     mainprogram CI VOORSTEL 2027
      *>     mainprogram CI GOEDKEUREN 2027-01
      *> Type CM computes the month's sales commissions on the invoices
      *> paid in it (credit notes clawed back), at the rates of
      *> Commissie-Tarieven.csv for the representative on Klanten.csv;
      *> the totals go OPEN onto Commissies.csv for the next payroll,
      *> one Commissie-Overzicht per representative. The month
      *> defaults to last month:
      *>     mainprogram CM Output-*.csv 2026-09
      *> Type MC builds the issuer's meal-voucher order for the pay
      *> period out of Payroll-History.csv and reconciles the issuer's
      *> invoice (Maaltijdcheque-Facturen.csv) against it and against
      *> the employee contributions withheld:
      *>     mainprogram MC 2026-09
      *> Type EC computes the year's ecocheques over the reference
      *> period June-May, pro rata to FTE and counted days, and writes
      *> the entitlement list, the issuer's order and the provision
      *> journal GL-Ecocheque-Journal.csv for GlPost:
      *>     mainprogram EC 2027
      *> Type GV totals the group insurance contributions the payroll
      *> withheld and charged: KWARTAAL writes the insurer's premium
      *> statement for the quarter, DB2P the year's extract for the
      *> DB2P pension database:
      *>     mainprogram GV KWARTAAL 2026-Q4
      *>     mainprogram GV DB2P 2026
      *> Type OP works out a leaver's notice period from the letter's
      *> date -- or, for VERBREKING, the verbrekingsvergoeding --
      *> prints Opzeg-<persnr>.txt, keeps it in Opzeggingen.csv for
      *> the C4 and sets UitDienst/RedenEinde on the master (run H
      *> with a blank end date afterwards for the settlement):
      *>     mainprogram OP 100 2026-10-15 ONTSLAG
      *> Type HB reruns paid months over a corrected input and puts
      *> the differences in Retro-Correcties.csv for the next payroll
      *> to settle and DmfA to declare:
      *>     mainprogram HB Loon.csv 2026-07 2026-09
      *> Type CA pays a CAO 90 bonus plan of Cao90-Plannen.csv whose
      *> target was reached, in the payout month given:
      *>     mainprogram CA BP2026 2026-12
      *> Type AO declares the year's wages per risk category to the
      *> work-accident insurer and settles the premium against the
      *> advances paid:
      *>     mainprogram AO 2026
      *> Type ZI writes the sickness ASR declarations for the
      *> ziekenfonds -- cases past the gewaarborgd loon in the month:
      *>     mainprogram ZI 2026-10
      *> Type WM maintains the employee master through dated changes;
      *> with T it only writes the changes now in force into
      *> Werknemers.csv, unattended:
      *>     mainprogram WM T
      *> Type WH lists an employee's changes, optionally one field:
      *>     mainprogram WH 102 MAANDLOON
      *> Type PJ projects next year's personnel cost per employee and
      *> cost centre from Budget-Aannames.csv; LOAD also replaces the
      *> year's personnel rows in Budget.csv:
      *>     mainprogram PJ 2027 LOAD
      *> Type KA writes the ESIS and numbered credit offer for one
      *> loan row of a mortgage input file, in the customer's
      *> language, archived and queued for dispatch:
      *>     mainprogram KA Hypotheek.csv 3 1000
      *> Type AK prices a property purchase (duties, notary, mortgage
      *> deed) into the loan it needs, runs that loan through the
      *> mortgage calculation and, given an employee and a net-income
      *> source, the affordability check:
      *>     mainprogram AK Aankoop.csv 101 YTD
      *> Type LI collects a month's installments on mandated loans as
      *> a pain.008 direct-debit file (date optional, default today):
      *>     mainprogram LI 2026-10 2026-10-05
      *> Type LA closes a month on the loan book -- interest earned,
      *> installments received -- as a journal proposal for GlPost:
      *>     mainprogram LA 2026-10
      *> Type ZK keeps the collateral behind the loans -- register a
      *> property with its mortgage and mandate, record a valuation,
      *> or write the loan-to-value report against policy:
      *>     mainprogram ZK REGISTREER LN000001 Kerkstraat-12,1,200000,0
      *>     mainprogram ZK SCHATTING 1 2026-09-30,325000
      *>     mainprogram ZK LTV
      *> Type LP follows a loan application from request to signed
      *> loan -- schedule and affordability linked, offer, accepted
      *> (the loan registered), refused or lapsed -- and reports the
      *> pipeline:
      *>     mainprogram LP AANVRAAG Jan-Peeters 200000
      *>     mainprogram LP KOPPEL AV000001 Output-Loans.csv
      *>     mainprogram LP AANVAARD AV000001
      *>     mainprogram LP RAPPORT 2026
      *> Type SR reads the bank's pain.002 status report on one of
      *> our SEPA batches and reopens every rejected or returned
      *> transaction -- net pay, supplier invoice, remittance,
      *> collected invoice or loan installment -- with an exception
      *> report of the reasons:
      *>     mainprogram SR Pain002-20261015.xml
      *> Type KB keeps the petty cash book -- receipts and expenses
      *> with their document, the daily cash count, the month's VAT
      *> expenses into the purchase run and the month's journal:
      *>     mainprogram KB UITGAVE KANTOOR 24.20,21,K0001,Printpapier
      *>     mainprogram KB AFSLUITING 475.80 2026-10-15
      *>     mainprogram KB AANKOOP 2026-10
      *>     mainprogram KB JOURNAAL 2026-10
      *> Type BC keeps the VAT current account with the FOD --
      *> declared balances, payment orders and the December advance,
      *> interest, refunds -- and reports it against the ledger:
      *>     mainprogram BC AANGIFTE 2026Q3
      *>     mainprogram BC BETAAL 2026Q3
      *>     mainprogram BC VOORSCHOT 2026 12500
      *>     mainprogram BC RAPPORT 2026
      *> Type AD checks the statutory filing deadlines -- what is due,
      *> produced, filed or late -- and confirms a filing:
      *>     mainprogram AD CONTROLE
      *>     mainprogram AD INGEDIEND DMFA 2026Q3,2026-10-30,DMFA123
      *> Type MK is the monthly management KPI report -- revenue
      *> against last year, DSO, overdue, DPO, personnel cost,
      *> headcount/FTE and cash -- for the 13 months up to a period
      *> (blank = last month), to KPI-Rapport-<periode>.txt and .csv:
      *>     mainprogram MK
      *>     mainprogram MK 2026-09 Output-*.csv
      *> Type RI checks every key relationship between the masters
      *> and registers (orphans, dangling references, live records
      *> on ended employees or blocked/anonymized customers) and
      *> fails -- and so fails a JobStream.csv stream -- on a severe
      *> finding:
      *>     mainprogram RI
      *>     mainprogram RI 2026-10-01
      *> Type TC checks the reference tables (VAT rates, holidays,
      *> currency rates, health index, withholding brackets,
      *> werkbonus, baremas, reference rates) for coverage,
      *> continuity, freshness and plausibility, and fails on any
      *> FAIL verdict -- run it as the first JobStream.csv step:
      *>     mainprogram TC
      *>     mainprogram TC 2026-12-20
      *> Type TV lists the runs that used one version of a reference
      *> table (checksum, blank or "-" = the version in place now)
      *> and every version of it on Run-Configuratie.csv:
      *>     mainprogram TV WHT-Brackets.csv
      *>     mainprogram TV WHT-Brackets.csv 0123456789
      *> Type AC recomputes the checksums sealed into
      *> Archive-Catalog.csv for all archive periods or those starting
      *> with Parm1, checks the chain of catalog rows, and fails on
      *> any altered, missing or unregistered archived file:
      *>     mainprogram AC
      *>     mainprogram AC 202609
      *> Type JT reports the job stream's step durations over the
      *> last runs (JobStream-Historiek.csv), its critical path and
      *> its projected end against the JobStream-Config.csv
      *> deadline; Parm1 is the stream definition (JobStream.csv):
      *>     mainprogram JT
      *> Type PN is the operator PIN administration: RESET gives an
      *> operator the one-time PIN in env OPERATOR_PIN_NIEUW (never
      *> on the command line), DEBLOKKEER lifts a lockout, LIJST
      *> writes Operator-Pin-Status.txt. A payroll release (type T)
      *> reads the releasing operator's PIN from env OPERATOR_PIN:
      *>     mainprogram PN RESET TEMP1
      *>     mainprogram PN DEBLOKKEER TEMP1
      *>     mainprogram PN LIJST
      *> Type SD reports the segregation-of-duties conflicts of the
      *> SoD-Regels.csv rules: the operator rights that allow them
      *> and the ones that happened in the period (Parm1 YYYY,
      *> YYYY-MM or YYYY-MM-DD, blank = all), on
      *> SoD-Rapport-<datum>.txt:
      *>     mainprogram SD 2026-09
      *> Type IB works the IBAN-verification list: payments to an
      *> IBAN other than the one last paid are held by the payroll
      *> and supplier runs until a second operator confirms them.
      *> LIJST shows the open holds; BEVESTIG / AFWIJS decide those
      *> of one beneficiary (Parm2 WN or LEV, Parm3 the number, the
      *> call-back note in env IBAN_OPMERKING; BEVESTIG needs the
      *> operator's PIN in env OPERATOR_PIN); NABETAAL pays the
      *> confirmed payroll holds (Parm2 the execution date):
      *>     mainprogram IB LIJST
      *>     mainprogram IB BEVESTIG LEV 2000
      *>     mainprogram IB NABETAAL 2026-10-20
      *> Type AI answers a GDPR access request: every source of
      *> Gdpr-Inzage-Bronnen.csv searched for one employee or
      *> customer (Parm1 WN or KL, Parm2 the number, Parm3 the day
      *> the request came in, blank = today), written to
      *> Inzage-<soort>-<nr>-<datum>.txt and registered with its
      *> answer deadline on Gdpr-Inzage-Register.csv:
      *>     mainprogram AI WN 101 2026-10-01
      *> Type DP finds customers (KL) or suppliers (LEV) keyed twice:
      *> ZOEK proposes the pairs with their evidence on
      *> Dubbels-<soort>-<datum>.txt, LIJST shows the open ones,
      *> GOEDKEUR / AFWIJS decide a pair, SAMENVOEG moves an approved
      *> pair onto the first number (the operator's PIN in env
      *> OPERATOR_PIN) and keeps the second as an alias. The pair is
      *> one token, the two numbers separated by a comma:
      *>     mainprogram DP ZOEK KL
      *>     mainprogram DP GOEDKEUR KL 1000,1003
      *>     mainprogram DP SAMENVOEG KL 1000,1003
      *>----------------------------------------------------------------
           0100-RUN-FROM-PARAMETERS.
               move "N" to WS-IS-INTERACTIVE
                   when "T"
                       move WS-PARM-FILE to WS-RELEASE-FILE
                       move WS-PARM-MODE to WS-RELEASE-BESLIS
                       perform 1826-RUN-PAYROLL-RELEASE thru 1826-EXIT
                   when "U"
                       perform 1832-RUN-REJECT-SWEEP
                   when "STREAM"
                       perform 1834-RUN-MASTER-CONVERT
                   when "RERUN"
                       move WS-PARM-FILE(1:1) to WS-RERUN-TYPE
                       move WS-PARM-FILE(2:1) to WS-RERUN-TABELLEN
                       move WS-PARM-MODE(1:8) to WS-RERUN-DATUM
                       move WS-PARM-EXTRA to WS-RERUN-INFILE
                       perform 1838-RUN-RERUN-COMPARE
                   when "LS"
                       move WS-PARM-FILE(1:11) to WS-LSERV-ACTIE
                       move WS-PARM-MODE(1:30) to WS-LSERV-PARM1
                       move WS-PARM-EXTRA to WS-LSERV-PARM2
      *>                NIEUW's tokens are file-then-name; VERVAL's
      *>                single month rides in the MODE slot
                       perform 1892-RUN-LOAN-SERVICING
                       perform 1918-RUN-DISPATCH
                   when "HS"
                       perform 1920-RUN-HISTORY-SPLIT
                   when "OA"
                       move WS-PARM-FILE(1:10) to WS-OPREK-ACTIE
                       move WS-PARM-MODE(1:30) to WS-OPREK-PARM1
                       move WS-PARM-EXTRA to WS-OPREK-PARM2
                       move spaces to WS-OPREK-PARM3
                       perform 1922-RUN-ON-ACCOUNT
                   when "VA"
                       move WS-PARM-FILE(1:11) to WS-ACTIVA-ACTIE
                       move WS-PARM-MODE(1:30) to WS-ACTIVA-PARM1
                       move WS-PARM-EXTRA to WS-ACTIVA-PARM2
                       move spaces to WS-ACTIVA-PARM3
                       perform 1924-RUN-FIXED-ASSETS
                   when "VR"
                       move WS-PARM-FILE(1:11) to WS-VOORRAAD-ACTIE
                       move WS-PARM-MODE(1:30) to WS-VOORRAAD-PARM1
                       move WS-PARM-EXTRA to WS-VOORRAAD-PARM2
                       move spaces to WS-VOORRAAD-PARM3
                       perform 1926-RUN-STOCK-LEDGER
                   when "BB"
                       move WS-PARM-FILE(1:11) to WS-BESTEL-ACTIE
                       move WS-PARM-MODE(1:30) to WS-BESTEL-PARM1
                       move WS-PARM-EXTRA to WS-BESTEL-PARM2
                       move spaces to WS-BESTEL-PARM3
                       perform 1928-RUN-PURCHASE-ORDERS
                   when "OF"
                       perform 1930-RUN-QUOTE-REPORT
                   when "KR"
                       move WS-PARM-FILE(1:11) to WS-KREDIET-ACTIE
                       move WS-PARM-MODE(1:30) to WS-KREDIET-PARM1
                       move WS-PARM-EXTRA to WS-KREDIET-PARM2
                       move spaces to WS-KREDIET-PARM3
                       perform 1932-RUN-CREDIT-LIMITS
                   when "PB"
                       move WS-PARM-FILE(1:11) to WS-PROJECT-ACTIE
                       move WS-PARM-MODE(1:30) to WS-PROJECT-PARM1
                       move WS-PARM-EXTRA to WS-PROJECT-PARM2
                       move spaces to WS-PROJECT-PARM3
                       perform 1934-RUN-PROJECT-BILLING
                   when "KP"
                       move WS-PARM-FILE(1:7) to WS-KPL-PERIODE
                       move WS-PARM-MODE to WS-KPL-PATTERN
                       perform 1936-RUN-KOSTENPLAATS-RAPPORT
                   when "BU"
                       move WS-PARM-FILE(1:7) to WS-BUDGET-PERIODE
                       perform 1938-RUN-BUDGET-RAPPORT
                   when "JR"
                       move WS-PARM-FILE(1:4) to WS-JAARREKENING-JAAR
                       perform 1940-RUN-JAARREKENING
                   when "GC"
                       move WS-PARM-FILE(1:7)
                           to WS-CONSOLIDATIE-PERIODE
                       perform 1942-RUN-CONSOLIDATIE
                   when "MB"
                       if WS-PARM-FILE = spaces
                           move "INVOER" to WS-MEMORIAAL-ACTIE
                       else
                           move function upper-case(WS-PARM-FILE)
                               to WS-MEMORIAAL-ACTIE
                       end-if
                       perform 1944-RUN-MEMORIAAL
                   when "OI"
                       move WS-PARM-FILE to WS-REPORT-PATTERN
                       move WS-PARM-MODE(1:6) to WS-AANGIFTE-PERIOD
                       perform 1946-RUN-ONINBAAR
                   when "OS"
                       move WS-PARM-FILE to WS-REPORT-PATTERN
                       move WS-PARM-MODE(1:6) to WS-AANGIFTE-PERIOD
                       perform 1948-RUN-OSS
                   when "FE"
                       move WS-PARM-FILE to WS-FICHE281-YEAR
                       perform 2120-RUN-FICHE28150 thru 2120-EXIT
                   when "CI"
                       move function upper-case(WS-PARM-FILE)
                           to WS-INDEXATIE-ACTIE
                       move WS-PARM-MODE(1:7) to WS-INDEXATIE-PERIODE
                       perform 1952-RUN-CONTRACT-INDEXATIE
                   when "CM"
                       move WS-PARM-FILE to WS-REPORT-PATTERN
                       move WS-PARM-MODE(1:7) to WS-COMMISSIE-PERIODE
                       perform 1954-RUN-COMMISSIES
                   when "MC"
                       move WS-PARM-FILE(1:7)
                           to WS-MAALTIJDCHEQUE-PERIODE
                       perform 1956-RUN-MAALTIJDCHEQUES
                   when "EC"
                       move WS-PARM-FILE(1:4) to WS-ECOCHEQUE-YEAR
                       perform 1958-RUN-ECOCHEQUES
                   when "GV"
                       move WS-PARM-FILE(1:8) to WS-GV-ACTIE
                       move WS-PARM-MODE(1:7) to WS-GV-PERIODE
                       perform 1960-RUN-GROEPSVERZEKERING
                   when "OP"
                       move WS-PARM-FILE(1:6) to WS-OPZEG-PERSNR
                       move WS-PARM-MODE(1:10) to WS-OPZEG-NOTIFICATIE
                       move WS-PARM-EXTRA(1:20) to WS-OPZEG-REDEN
                       perform 1962-RUN-OPZEGGING
                   when "HB"
                       move WS-PARM-FILE to WS-RETRO-INFILE
                       move WS-PARM-MODE(1:7) to WS-RETRO-VAN
                       move WS-PARM-EXTRA(1:7) to WS-RETRO-TOT
                       perform 1964-RUN-HERBEREKENING
                   when "CA"
                       move WS-PARM-FILE(1:10) to WS-CAO90-PLAN
                       move WS-PARM-MODE(1:7) to WS-CAO90-PERIODE
                       perform 1966-RUN-CAO90
                   when "AO"
                       move WS-PARM-FILE(1:4) to WS-AO-JAAR
                       perform 1968-RUN-ARBEIDSONGEVALLEN
                   when "ZI"
                       move WS-PARM-FILE(1:7) to WS-ZI-MONTH
                       perform 1970-RUN-ZIEKTE-ASR
                   when "WM"
                       move WS-PARM-FILE(1:1) to WS-WM-MODE
                       perform 1972-RUN-WERKNEMER-ONDERHOUD
                   when "WH"
                       move WS-PARM-FILE(1:6) to WS-WH-PERSNR
                       move WS-PARM-MODE(1:16) to WS-WH-VELD
                       perform 1974-RUN-WERKNEMER-HISTORIEK
                   when "PJ"
                       move WS-PARM-FILE(1:4) to WS-PJ-JAAR
                       move WS-PARM-MODE(1:4) to WS-PJ-MODE
                       perform 1976-RUN-PERSONEELSBUDGET
                   when "KA"
                       move WS-PARM-FILE to WS-KA-FILE
                       move WS-PARM-MODE(1:4) to WS-KA-REGEL
                       move WS-PARM-EXTRA(1:10) to WS-KA-KLANT
                       perform 1978-RUN-KREDIETAANBOD
                   when "AK"
                       move WS-PARM-FILE to WS-AK-FILE
                       move WS-PARM-MODE(1:30) to WS-AK-WERKNEMER
                       move WS-PARM-EXTRA(1:30) to WS-AK-SOURCE
                       perform 1980-RUN-AANKOOPKOSTEN
                   when "LI"
                       move WS-PARM-FILE(1:7) to WS-LI-MAAND
                       move WS-PARM-MODE(1:10) to WS-LI-DATUM
                       perform 1982-RUN-LENING-INCASSO
                   when "LA"
                       move WS-PARM-FILE(1:7) to WS-LA-PERIODE
                       perform 1984-RUN-LENING-RENTE
                   when "ZK"
                       move WS-PARM-FILE(1:11) to WS-ZEKER-ACTIE
                       move WS-PARM-MODE(1:30) to WS-ZEKER-PARM1
                       move WS-PARM-EXTRA to WS-ZEKER-PARM2
                       perform 1986-RUN-ZEKERHEDEN
                   when "LP"
                       move WS-PARM-FILE(1:11) to WS-AANVR-ACTIE
                       move WS-PARM-MODE(1:30) to WS-AANVR-PARM1
                       move WS-PARM-EXTRA to WS-AANVR-PARM2
                       perform 1988-RUN-AANVRAGEN
                   when "SR"
                       move WS-PARM-FILE to WS-SEPASTATUS-FILE
                       perform 1990-RUN-SEPA-STATUS
                   when "KB"
                       move WS-PARM-FILE(1:11) to WS-KAS-ACTIE
                       move WS-PARM-MODE(1:30) to WS-KAS-PARM1
                       move WS-PARM-EXTRA to WS-KAS-PARM2
                       perform 1992-RUN-KASBOEK
                   when "BC"
                       move WS-PARM-FILE(1:11) to WS-BTWRC-ACTIE
                       move WS-PARM-MODE(1:30) to WS-BTWRC-PARM1
                       move WS-PARM-EXTRA to WS-BTWRC-PARM2
                       perform 1994-RUN-BTW-REKENINGCOURANT
                   when "AD"
                       move WS-PARM-FILE(1:11) to WS-AGK-ACTIE
                       move WS-PARM-MODE(1:30) to WS-AGK-PARM1
                       move WS-PARM-EXTRA to WS-AGK-PARM2
                       perform 1996-RUN-AANGIFTEKALENDER
                   when "MK"
                       move WS-PARM-FILE(1:7) to WS-MKPI-PERIODE
                       move WS-PARM-MODE to WS-MKPI-PATTERN
                       perform 1998-RUN-KPI-RAPPORT
                   when "RI"
                       move WS-PARM-FILE(1:10) to WS-INTEGR-PEILDATUM
                       perform 2100-RUN-INTEGRITEITSCONTROLE
                   when "TC"
                       move WS-PARM-FILE(1:10) to WS-TABEL-PEILDATUM
                       perform 2102-RUN-TABELCONTROLE
                   when "TV"
                       move WS-PARM-FILE to WS-TV-TABEL
                       move spaces to WS-TV-CHECKSUM
                       if WS-PARM-MODE not = "-"
                           move WS-PARM-MODE(1:10) to WS-TV-CHECKSUM
                       end-if
                       perform 2104-RUN-TABELVERSIE
                   when "AC"
                       move WS-PARM-FILE to WS-AC-PERIODE
                       perform 2106-RUN-ARCHIEFCONTROLE
                   when "JT"
                       move WS-PARM-FILE to WS-JT-PARM2
                       perform 2108-RUN-STREAMTIJDEN
                   when "PN"
                       move WS-PARM-FILE to WS-PIN-ACTIE
                       move WS-PARM-MODE(1:12) to WS-PIN-ID
                       move spaces to WS-PIN-NIEUW
                       accept WS-PIN-NIEUW
                           from environment "OPERATOR_PIN_NIEUW"
                       perform 2110-RUN-PINBEHEER
                   when "SD"
                       move WS-PARM-FILE to WS-SD-PERIODE
                       perform 2112-RUN-FUNCTIESCHEIDING
                   when "IB"
                       move function upper-case(function trim(
                           WS-PARM-FILE)) to WS-IB-ACTIE
                       move spaces to WS-IB-SOORT
                       move spaces to WS-IB-NUMMER
                       move spaces to WS-IB-OPMERKING
                       if WS-IB-ACTIE = "NABETAAL"
                           move WS-PARM-MODE(1:10) to WS-IB-OPMERKING
                       else
                           move WS-PARM-MODE(1:3) to WS-IB-SOORT
                           move WS-PARM-EXTRA(1:12) to WS-IB-NUMMER
                           accept WS-IB-OPMERKING
                               from environment "IBAN_OPMERKING"
                       end-if
                       perform 2114-RUN-IBANVERIFICATIE thru 2114-EXIT
                   when "AI"
                       move WS-PARM-FILE(1:3) to WS-AI-SOORT
                       move WS-PARM-MODE(1:12) to WS-AI-NUMMER
                       move WS-PARM-EXTRA(1:10) to WS-AI-ONTVANGEN
                       perform 2116-RUN-AVG-INZAGE thru 2116-EXIT
                   when "DP"
                       move function upper-case(function trim(
                           WS-PARM-FILE)) to WS-DP-ACTIE
                       move WS-PARM-MODE(1:3) to WS-DP-SOORT
                       move spaces to WS-DP-NUMMER-A
                       move spaces to WS-DP-NUMMER-B
                       unstring WS-PARM-EXTRA delimited by ","
                           into WS-DP-NUMMER-A WS-DP-NUMMER-B
                       end-unstring
                       perform 2118-RUN-DUBBELS thru 2118-EXIT
                   when "NIGHTLY"
                       perform 1900-RUN-NIGHTLY-SWEEP
                   when "C"
               if function trim(WS-OPERATOR-FUNCS) = "ALL"
                   go to 0310-EXIT
               end-if
      *>        every operator may change their own PIN
               if function upper-case(function trim(WS-FUNC-CODE))
                       = "PW"
                   go to 0310-EXIT
               end-if
               move spaces to WS-FUNC-ZOEK
               string ";" delimited by size
                      function trim(function upper-case(WS-FUNC-CODE))
           0320-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0330-SIGN-ON-PIN: the interactive sign-on's PIN. A wrong PIN
      *> is asked again until OperatorPin locks the account; an
      *> expired or one-time PIN must be changed before the menu
      *> opens. Without an operator master there is nothing to check.
      *>----------------------------------------------------------------
           0330-SIGN-ON-PIN.
               move "Y" to WS-PIN-OK
               if WS-OPERATOR-MASTER not = "Y"
                   go to 0330-EXIT
               end-if
               move "N" to WS-PIN-OK
               move "FOUT" to WS-PIN-RESULTAAT
               perform until WS-PIN-RESULTAAT not = "FOUT"
                   display "PIN:"
                   move spaces to WS-PIN
                   accept WS-PIN with secure
                   move "CONTROLE" to WS-PIN-ACTIE
                   move WS-OPERATOR-ID to WS-PIN-ID
                   call "OperatorPin" using WS-PIN-ACTIE WS-PIN-ID
                                            WS-PIN WS-PIN-NIEUW
                                            WS-PIN-RESULTAAT
                                            WS-OPERATOR-ID
                   cancel "OperatorPin"
                   if WS-PIN-RESULTAAT = "FOUT"
                       display "Wrong PIN."
                   end-if
               end-perform
               evaluate WS-PIN-RESULTAAT
                   when "OK"
                       move "Y" to WS-PIN-OK
                   when "VERLOPEN"
                       display "Your PIN has expired or was reset by"
                           " the administrator -- choose a new one."
                       perform 0340-CHANGE-OWN-PIN thru 0340-EXIT
                       if WS-PIN-RESULTAAT = "OK"
                           move "Y" to WS-PIN-OK
                       end-if
                   when "GEENPIN"
                       display "No PIN has been set for "
                           function trim(WS-OPERATOR-ID)
                           " -- ask the administrator (PN RESET)."
                   when "GEBLOKKEERD"
                       display "Operator "
                           function trim(WS-OPERATOR-ID)
                           " is locked -- ask the administrator"
                           " (PN DEBLOKKEER)."
                   when other
                       display "Sign-on refused ("
                           function trim(WS-PIN-RESULTAAT) ")."
               end-evaluate
               move spaces to WS-PIN.
           0330-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0340-CHANGE-OWN-PIN: WS-PIN holds the current PIN; the new
      *> one is typed twice and handed to OperatorPin WIJZIG.
      *>----------------------------------------------------------------
           0340-CHANGE-OWN-PIN.
               move "ONGELDIG" to WS-PIN-RESULTAAT
               display "New PIN (digits only):"
               move spaces to WS-PIN-NIEUW
               accept WS-PIN-NIEUW with secure
               display "Repeat the new PIN:"
               move spaces to WS-PIN-HERHAAL
               accept WS-PIN-HERHAAL with secure
               if WS-PIN-HERHAAL not = WS-PIN-NIEUW
                   display "The two PINs differ -- PIN not changed."
                   move spaces to WS-PIN-NIEUW
                   move spaces to WS-PIN-HERHAAL
                   go to 0340-EXIT
               end-if
               move "WIJZIG" to WS-PIN-ACTIE
               move WS-OPERATOR-ID to WS-PIN-ID
               call "OperatorPin" using WS-PIN-ACTIE WS-PIN-ID
                                        WS-PIN WS-PIN-NIEUW
                                        WS-PIN-RESULTAAT
                                        WS-OPERATOR-ID
               cancel "OperatorPin"
               if WS-PIN-RESULTAAT = "OK"
                   display "PIN changed."
               else
                   display "PIN not changed ("
                       function trim(WS-PIN-RESULTAAT) ")."
               end-if
               move spaces to WS-PIN-NIEUW
               move spaces to WS-PIN-HERHAAL.
           0340-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0350-CONFIRM-PIN: the releasing operator's PIN once more --
      *> typed at the menu, or env OPERATOR_PIN in parameter mode.
      *> Only a valid, current PIN confirms.
      *>----------------------------------------------------------------
           0350-CONFIRM-PIN.
               move "Y" to WS-PIN-OK
               if WS-OPERATOR-MASTER not = "Y"
                   go to 0350-EXIT
               end-if
               move "N" to WS-PIN-OK
               move spaces to WS-PIN
               if WS-IS-INTERACTIVE = "Y"
                   display "Confirm with your PIN:"
                   accept WS-PIN with secure
               else
                   accept WS-PIN from environment "OPERATOR_PIN"
               end-if
               move "CONTROLE" to WS-PIN-ACTIE
               move WS-OPERATOR-ID to WS-PIN-ID
               call "OperatorPin" using WS-PIN-ACTIE WS-PIN-ID
                                        WS-PIN WS-PIN-NIEUW
                                        WS-PIN-RESULTAAT
                                        WS-OPERATOR-ID
               cancel "OperatorPin"
               move spaces to WS-PIN
               if WS-PIN-RESULTAAT = "OK"
                   move "Y" to WS-PIN-OK
               else
                   if WS-PIN-RESULTAAT = "VERLOPEN"
                       display "Your PIN has expired -- change it"
                           " first (PW)."
                   end-if
               end-if.
           0350-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0400-RUN-JOB-STREAM: load the stream and any prior status
      *> (DONE steps stay done across a restart), then keep making
                   move 1 to return-code
                   go to 0400-EXIT
               end-if
      *>        the stream run is timed from here; the last run's
      *>        warnings are cleared
               move function current-date to WS-TIJD-DATETIME
               move WS-TIJD-DATETIME(1:14) to WS-STREAM-RUN
               perform 0450-TIMESTAMP thru 0450-EXIT
               move WS-TIJD-START-TS to WS-STREAM-START-TS
               move WS-TIJD-START-SEC to WS-STREAM-START-SEC
               move "START" to WS-JT-ACTIE
               move WS-STREAM-RUN to WS-JT-PARM1
               move spaces to WS-JT-PARM2
               call "JobStreamTiming" using WS-JT-ACTIE WS-JT-PARM1
                                            WS-JT-PARM2
                                            WS-OPERATOR-ID
               cancel "JobStreamTiming"
               read STREAM-FILE into STREAM-REGEL *> header
               move "0" to WS-STREAM-EOF
               perform until WS-STREAM-EOF = "1"
               end-perform
               perform 0430-WRITE-STREAM-STATUS thru 0430-EXIT

      *>        the stream as a whole on the timing history, checked
      *>        against the deadline and its usual length
               move function current-date to WS-TIJD-DATETIME
               perform 0450-TIMESTAMP thru 0450-EXIT
               move WS-TIJD-START-TS to WS-TIJD-EINDE-TS
               move WS-TIJD-START-SEC to WS-TIJD-EINDE-SEC
               move WS-STREAM-START-TS to WS-TIJD-START-TS
               move WS-STREAM-START-SEC to WS-TIJD-START-SEC
               move "*STREAM*" to WS-TIJD-STAP
               move WS-STREAM-FILE to WS-TIJD-TYPE
               if WS-STEP-FAILED > 0
                   move "FAILED" to WS-TIJD-STATUS
               else
                   move "DONE" to WS-TIJD-STATUS
               end-if
               perform 0440-WRITE-STEP-HISTORY thru 0440-EXIT
               move "EINDE" to WS-JT-ACTIE
               move WS-STREAM-RUN to WS-JT-PARM1
               move spaces to WS-JT-PARM2
               call "JobStreamTiming" using WS-JT-ACTIE WS-JT-PARM1
                                            WS-JT-PARM2
                                            WS-OPERATOR-ID
               cancel "JobStreamTiming"

               if WS-STEP-FAILED > 0
                   display "Job stream finished with "
                       WS-STEP-FAILED " failed step(s) -- restart"
               move STP-PARM1(STEP-RUN-IDX) to WS-PARM-FILE
               move STP-PARM2(STEP-RUN-IDX) to WS-PARM-MODE
               move STP-PARM3(STEP-RUN-IDX) to WS-PARM-EXTRA
               move function current-date to WS-TIJD-DATETIME
               perform 0450-TIMESTAMP thru 0450-EXIT
               move WS-TIJD-START-TS to WS-STEP-START-TS
               move WS-TIJD-START-SEC to WS-STEP-START-SEC
               move 0 to return-code
               perform 0150-DISPATCH-PARM-TYPE thru 0150-EXIT
               if return-code = 0
                       " FAILED -- its dependents will be skipped."
               end-if
               move 0 to return-code
               perform 0430-WRITE-STREAM-STATUS thru 0430-EXIT

      *>        the step's start and end on the timing history, then
      *>        checked against its usual duration and the deadline
               move function current-date to WS-TIJD-DATETIME
               perform 0450-TIMESTAMP thru 0450-EXIT
               move WS-TIJD-START-TS to WS-TIJD-EINDE-TS
               move WS-TIJD-START-SEC to WS-TIJD-EINDE-SEC
               move WS-STEP-START-TS to WS-TIJD-START-TS
               move WS-STEP-START-SEC to WS-TIJD-START-SEC
               move STP-NAAM(STEP-RUN-IDX) to WS-TIJD-STAP
               move STP-TYPE(STEP-RUN-IDX) to WS-TIJD-TYPE
               move STP-STATE(STEP-RUN-IDX) to WS-TIJD-STATUS
               perform 0440-WRITE-STEP-HISTORY thru 0440-EXIT
               move "STAP" to WS-JT-ACTIE
               move WS-STREAM-RUN to WS-JT-PARM1
               move STP-NAAM(STEP-RUN-IDX) to WS-JT-PARM2
               call "JobStreamTiming" using WS-JT-ACTIE WS-JT-PARM1
                                            WS-JT-PARM2
                                            WS-OPERATOR-ID
               cancel "JobStreamTiming"
               move 0 to return-code.
           0420-EXIT.
               exit.

           0430-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0440-WRITE-STEP-HISTORY: one timed row -- WS-TIJD-STAP/-TYPE/
      *> -STATUS between WS-TIJD-START and WS-TIJD-EINDE -- appended
      *> to JobStream-Historiek.csv.
      *>----------------------------------------------------------------
           0440-WRITE-STEP-HISTORY.
               move 0 to WS-TIJD-DUUR
               if WS-TIJD-EINDE-SEC > WS-TIJD-START-SEC
                   compute WS-TIJD-DUUR
                       = WS-TIJD-EINDE-SEC - WS-TIJD-START-SEC
               end-if
               move WS-TIJD-DUUR to DISPLAY-TIJD-DUUR
               open extend STRMHIST-FILE
               if WS-STRMHIST-STATUS not = "00"
                   open output STRMHIST-FILE
                   if WS-STRMHIST-STATUS not = "00"
                       go to 0440-EXIT
                   end-if
                   move spaces to STRMHIST-REGEL
                   string "StreamRun,Stap,Type,Start,Einde,"
                          "Seconden,Status" delimited by size
                       into STRMHIST-REGEL
                   end-string
                   write STRMHIST-REGEL
               end-if
               move spaces to STRMHIST-REGEL
               string WS-STREAM-RUN delimited by size
                      "," delimited by size
                      function trim(WS-TIJD-STAP) delimited by size
                      "," delimited by size
                      function trim(WS-TIJD-TYPE) delimited by size
                      "," delimited by size
                      WS-TIJD-START-TS delimited by size
                      "," delimited by size
                      WS-TIJD-EINDE-TS delimited by size
                      "," delimited by size
                      function trim(DISPLAY-TIJD-DUUR)
                          delimited by size
                      "," delimited by size
                      function trim(WS-TIJD-STATUS) delimited by size
                   into STRMHIST-REGEL
               end-string
               write STRMHIST-REGEL
               close STRMHIST-FILE.
           0440-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0450-TIMESTAMP: WS-TIJD-DATETIME (a current-date) as the
      *> printable WS-TIJD-START-TS and as seconds in
      *> WS-TIJD-START-SEC, for the duration sums.
      *>----------------------------------------------------------------
           0450-TIMESTAMP.
               move spaces to WS-TIJD-START-TS
               string WS-TIJD-DATETIME(1:4) "-"
                      WS-TIJD-DATETIME(5:2) "-"
                      WS-TIJD-DATETIME(7:2) " "
                      WS-TIJD-DATETIME(9:2) ":"
                      WS-TIJD-DATETIME(11:2) ":"
                      WS-TIJD-DATETIME(13:2)
                   delimited by size into WS-TIJD-START-TS
               end-string
               compute WS-TIJD-START-SEC
                   = function integer-of-date(function numval(
                       WS-TIJD-DATETIME(1:8))) * 86400
                   + function numval(WS-TIJD-DATETIME(9:2)) * 3600
                   + function numval(WS-TIJD-DATETIME(11:2)) * 60
                   + function numval(WS-TIJD-DATETIME(13:2)).
           0450-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 0500-RUN-CHUNKED: split, run concurrently, wait, stitch in
      *> input order, sum the control totals, notify -- see the
                       display "  Result: FAILED, see RUNLOG.TXT."
                   end-if
               end-if
      *>        the filing deadlines ride along with every batch
      *>        banner -- late and this week's declarations only; the
      *>        batch's own return code is kept, a deadline is not a
      *>        batch failure
               move return-code to WS-AGK-RC-BEWAARD
               move "MELDING" to WS-AGK-ACTIE
               move spaces to WS-AGK-PARM1
               move spaces to WS-AGK-PARM2
               call "FilingCalendar" using WS-AGK-ACTIE
                                           WS-AGK-PARM1
                                           WS-AGK-PARM2
                                           WS-OPERATOR-ID
               cancel "FilingCalendar"
      *>        and so do last night's batch-window warnings
               move "MELDING" to WS-JT-ACTIE
               move spaces to WS-JT-PARM1
               move spaces to WS-JT-PARM2
               call "JobStreamTiming" using WS-JT-ACTIE WS-JT-PARM1
                                            WS-JT-PARM2
                                            WS-OPERATOR-ID
               cancel "JobStreamTiming"
               move WS-AGK-RC-BEWAARD to return-code
               display "-----------------------".
           1460-EXIT.
               exit.
                   go to 1826-EXIT
               end-if

      *>        and the checker proves who they are before deciding
               perform 0350-CONFIRM-PIN thru 0350-EXIT
               if WS-PIN-OK not = "Y"
                   display "RELEASE REFUSED: PIN of "
                       function trim(WS-OPERATOR-ID)
                       " not confirmed -- nothing was released or"
                       " rejected."
                   move "T" to WS-FUNC-CODE
                   perform 0320-LOG-DENIED thru 0320-EXIT
                   move 1 to return-code
                   go to 1826-EXIT
               end-if

               if function upper-case(function trim(
                       WS-RELEASE-BESLIS)) = "APPROVE"
      *>            the normal run completes what the pending run
                                          WS-RERUN-DATUM
                                          WS-RERUN-INFILE
                                          WS-OPERATOR-ID
                                          WS-RERUN-TABELLEN
               cancel "RerunCompare"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1838-EXIT.

      *>----------------------------------------------------------------
      *> 1852-RUN-ORDER-ENTRY: the full-screen order-entry screen --
      *> orders, quotes and accepted quotes turned into orders --
      *> interactive only, like the table maintenance.
      *>----------------------------------------------------------------
           1852-RUN-ORDER-ENTRY.
           1920-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1922-RUN-ON-ACCOUNT: customer money not (yet) against an
      *> invoice -- listed, booked by hand, or allocated.
      *>----------------------------------------------------------------
           1922-RUN-ON-ACCOUNT.
               move "Op rekening" to WS-CALC-NAME
               call "OnAccountLedger" using WS-OPREK-ACTIE
                                    WS-OPREK-PARM1 WS-OPREK-PARM2
                                    WS-OPREK-PARM3 WS-OPERATOR-ID
               cancel "OnAccountLedger"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1922-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1924-RUN-FIXED-ASSETS: investments carried on the balance
      *> sheet and written off over their life.
      *>----------------------------------------------------------------
           1924-RUN-FIXED-ASSETS.
               move "Vaste activa" to WS-CALC-NAME
               call "FixedAssets" using WS-ACTIVA-ACTIE
                                    WS-ACTIVA-PARM1 WS-ACTIVA-PARM2
                                    WS-ACTIVA-PARM3 WS-OPERATOR-ID
               cancel "FixedAssets"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1924-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1926-RUN-STOCK-LEDGER: what is on the shelf, what has to be
      *> ordered and what it is worth.
      *>----------------------------------------------------------------
           1926-RUN-STOCK-LEDGER.
               move "Voorraad" to WS-CALC-NAME
               call "StockLedger" using WS-VOORRAAD-ACTIE
                                    WS-VOORRAAD-PARM1 WS-VOORRAAD-PARM2
                                    WS-VOORRAAD-PARM3 WS-OPERATOR-ID
               cancel "StockLedger"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1926-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1928-RUN-PURCHASE-ORDERS: orders, goods received and the
      *> three-way match that decides what ApPaymentRun may pay.
      *>----------------------------------------------------------------
           1928-RUN-PURCHASE-ORDERS.
               move "Bestelbonnen" to WS-CALC-NAME
               call "PurchaseOrders" using WS-BESTEL-ACTIE
                                    WS-BESTEL-PARM1 WS-BESTEL-PARM2
                                    WS-BESTEL-PARM3 WS-OPERATOR-ID
               cancel "PurchaseOrders"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1928-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1930-RUN-QUOTE-REPORT: open, expired and converted quotes and
      *> the conversion rate per month.
      *>----------------------------------------------------------------
           1930-RUN-QUOTE-REPORT.
               move "Offerterapport" to WS-CALC-NAME
               call "QuoteReport" using WS-OPERATOR-ID
               cancel "QuoteReport"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1930-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1932-RUN-CREDIT-LIMITS: the credit report and the release of
      *> contract rows ContractBilling held.
      *>----------------------------------------------------------------
           1932-RUN-CREDIT-LIMITS.
               move "Kredietlimieten" to WS-CALC-NAME
               call "CreditLimits" using WS-KREDIET-ACTIE
                                    WS-KREDIET-PARM1 WS-KREDIET-PARM2
                                    WS-KREDIET-PARM3 WS-OPERATOR-ID
               cancel "CreditLimits"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1932-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1934-RUN-PROJECT-BILLING: the monthly billing of clocked
      *> project hours and the hours worked/billed report.
      *>----------------------------------------------------------------
           1934-RUN-PROJECT-BILLING.
               move "Projecturen" to WS-CALC-NAME
               call "ProjectBilling" using WS-PROJECT-ACTIE
                                    WS-PROJECT-PARM1 WS-PROJECT-PARM2
                                    WS-PROJECT-PARM3 WS-OPERATOR-ID
               cancel "ProjectBilling"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1934-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1936-RUN-KOSTENPLAATS-RAPPORT: revenue, personnel cost and
      *> purchases per cost centre, period and year to date.
      *>----------------------------------------------------------------
           1936-RUN-KOSTENPLAATS-RAPPORT.
               move "Kostenplaatsen" to WS-CALC-NAME
               call "CostCentreReport" using WS-KPL-PERIODE
                                    WS-KPL-PATTERN WS-OPERATOR-ID
               cancel "CostCentreReport"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1936-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1938-RUN-BUDGET-RAPPORT: the monthly budget against actual
      *> on the ledger.
      *>----------------------------------------------------------------
           1938-RUN-BUDGET-RAPPORT.
               move "Budget" to WS-CALC-NAME
               call "BudgetReport" using WS-BUDGET-PERIODE
                                    WS-OPERATOR-ID
               cancel "BudgetReport"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1938-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1940-RUN-JAARREKENING: the closed year's balance sheet and
      *> results statement in the NBB schema.
      *>----------------------------------------------------------------
           1940-RUN-JAARREKENING.
               move "Jaarrekening" to WS-CALC-NAME
               call "AnnualAccounts" using WS-JAARREKENING-JAAR
                                    WS-OPERATOR-ID
               cancel "AnnualAccounts"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1940-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1942-RUN-CONSOLIDATIE: the group's trial balance across the
      *> firm codes, intercompany eliminated.
      *>----------------------------------------------------------------
           1942-RUN-CONSOLIDATIE.
               move "Consolidatie" to WS-CALC-NAME
               call "Consolidation" using WS-CONSOLIDATIE-PERIODE
                                    WS-OPERATOR-ID
               cancel "Consolidation"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1942-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1944-RUN-MEMORIAAL: the memorial entry screen (INVOER) or
      *> only the reversals whose period has opened (TERUGBOEK).
      *>----------------------------------------------------------------
           1944-RUN-MEMORIAAL.
               move "Memoriaalboeking" to WS-CALC-NAME
               call "MemorialEntry" using WS-MEMORIAAL-ACTIE
                                    WS-OPERATOR-ID
               cancel "MemorialEntry"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1944-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1946-RUN-ONINBAAR: the selected lost receivables written off
      *> against WS-REPORT-PATTERN's Output files, VAT recovered in
      *> the WS-AANGIFTE-PERIOD quarter.
      *>----------------------------------------------------------------
           1946-RUN-ONINBAAR.
               move "Oninbare vorderingen" to WS-CALC-NAME
               call "BadDebtRelief" using WS-REPORT-PATTERN
                                    WS-AANGIFTE-PERIOD
                                    WS-OPERATOR-ID
               cancel "BadDebtRelief"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1946-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1948-RUN-OSS: the OSS return for the WS-AANGIFTE-PERIOD
      *> quarter out of WS-REPORT-PATTERN's Output files.
      *>----------------------------------------------------------------
           1948-RUN-OSS.
               move "OSS-aangifte" to WS-CALC-NAME
               call "OssReturn" using WS-REPORT-PATTERN
                                WS-AANGIFTE-PERIOD
                                WS-OPERATOR-ID
               cancel "OssReturn"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1948-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1952-RUN-CONTRACT-INDEXATIE: WS-INDEXATIE-ACTIE on the year or
      *> month in WS-INDEXATIE-PERIODE.
      *>----------------------------------------------------------------
           1952-RUN-CONTRACT-INDEXATIE.
               move "Contractindexatie" to WS-CALC-NAME
               call "ContractIndexation" using WS-INDEXATIE-ACTIE
                                         WS-INDEXATIE-PERIODE
                                         WS-OPERATOR-ID
               cancel "ContractIndexation"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1952-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1954-RUN-COMMISSIES: the sales commissions of month
      *> WS-COMMISSIE-PERIODE out of WS-REPORT-PATTERN's Output files.
      *>----------------------------------------------------------------
           1954-RUN-COMMISSIES.
               move "Commissies" to WS-CALC-NAME
               call "CommissionRun" using WS-REPORT-PATTERN
                                    WS-COMMISSIE-PERIODE
                                    WS-OPERATOR-ID
               cancel "CommissionRun"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1954-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1956-RUN-MAALTIJDCHEQUES: the meal-voucher order and invoice
      *> reconciliation of pay period WS-MAALTIJDCHEQUE-PERIODE.
      *>----------------------------------------------------------------
           1956-RUN-MAALTIJDCHEQUES.
               move "Maaltijdcheques" to WS-CALC-NAME
               call "MealVoucherOrder" using WS-MAALTIJDCHEQUE-PERIODE
                                       WS-OPERATOR-ID
               cancel "MealVoucherOrder"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1956-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1958-RUN-ECOCHEQUES: the ecocheques of payout year
      *> WS-ECOCHEQUE-YEAR.
      *>----------------------------------------------------------------
           1958-RUN-ECOCHEQUES.
               move "Ecocheques" to WS-CALC-NAME
               call "EcochequeCalculation" using WS-ECOCHEQUE-YEAR
                                           WS-OPERATOR-ID
               cancel "EcochequeCalculation"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1958-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1960-RUN-GROEPSVERZEKERING: the group insurance premium
      *> statement or DB2P extract, WS-GV-ACTIE over WS-GV-PERIODE.
      *>----------------------------------------------------------------
           1960-RUN-GROEPSVERZEKERING.
               move "Groepsverzekering" to WS-CALC-NAME
               call "GroupInsurance" using WS-GV-ACTIE WS-GV-PERIODE
                                     WS-OPERATOR-ID
               cancel "GroupInsurance"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1960-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1962-RUN-OPZEGGING: the notice or indemnity for
      *> WS-OPZEG-PERSNR, notified WS-OPZEG-NOTIFICATIE for
      *> WS-OPZEG-REDEN.
      *>----------------------------------------------------------------
           1962-RUN-OPZEGGING.
               move "Opzegging" to WS-CALC-NAME
               call "TerminationRun" using WS-OPZEG-PERSNR
                                     WS-OPZEG-NOTIFICATIE
                                     WS-OPZEG-REDEN WS-OPERATOR-ID
               cancel "TerminationRun"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1962-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1964-RUN-HERBEREKENING: paid months WS-RETRO-VAN through
      *> WS-RETRO-TOT rerun over WS-RETRO-INFILE.
      *>----------------------------------------------------------------
           1964-RUN-HERBEREKENING.
               move "Herberekening" to WS-CALC-NAME
               call "RetroPayroll" using WS-RETRO-INFILE WS-RETRO-VAN
                                     WS-RETRO-TOT WS-OPERATOR-ID
               cancel "RetroPayroll"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1964-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1966-RUN-CAO90: bonus plan WS-CAO90-PLAN paid in
      *> WS-CAO90-PERIODE.
      *>----------------------------------------------------------------
           1966-RUN-CAO90.
               move "CAO 90 bonus" to WS-CALC-NAME
               call "Cao90BonusRun" using WS-CAO90-PLAN
                                     WS-CAO90-PERIODE WS-OPERATOR-ID
               cancel "Cao90BonusRun"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1966-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1968-RUN-ARBEIDSONGEVALLEN: the work-accident insurer's wage
      *> declaration for WS-AO-JAAR.
      *>----------------------------------------------------------------
           1968-RUN-ARBEIDSONGEVALLEN.
               move "Arbeidsongevallen" to WS-CALC-NAME
               call "AoLoonaangifte" using WS-AO-JAAR WS-OPERATOR-ID
               cancel "AoLoonaangifte"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1968-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1970-RUN-ZIEKTE-ASR: WS-ZI-MONTH is the YYYY-MM whose
      *> sickness cases past the guaranteed pay go to the ziekenfonds.
      *>----------------------------------------------------------------
           1970-RUN-ZIEKTE-ASR.
               move "Ziekte ASR extract" to WS-CALC-NAME
               call "ZiekteAsrExtract" using WS-ZI-MONTH
                                              WS-OPERATOR-ID
               cancel "ZiekteAsrExtract"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1970-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1972-RUN-WERKNEMER-ONDERHOUD: the full-screen maintenance of
      *> Maandloon, FunctieKlasse, FTE and family situation as dated
      *> changes; WS-WM-MODE "T" only applies the changes now due.
      *>----------------------------------------------------------------
           1972-RUN-WERKNEMER-ONDERHOUD.
               move "Werknemeronderhoud" to WS-CALC-NAME
               call "WerknemerOnderhoud" using WS-OPERATOR-ID
                                                WS-WM-MODE
               cancel "WerknemerOnderhoud"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1972-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1974-RUN-WERKNEMER-HISTORIEK: an employee's dated changes,
      *> before and after, and who recorded them.
      *>----------------------------------------------------------------
           1974-RUN-WERKNEMER-HISTORIEK.
               move "Werknemerhistoriek" to WS-CALC-NAME
               call "WerknemerHistoriek" using WS-WH-PERSNR
                                                WS-WH-VELD
               cancel "WerknemerHistoriek"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1974-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1976-RUN-PERSONEELSBUDGET: twelve months of personnel cost
      *> for the budget year, optionally loaded into Budget.csv.
      *>----------------------------------------------------------------
           1976-RUN-PERSONEELSBUDGET.
               move "Personeelsbudget" to WS-CALC-NAME
               call "PersoneelsBudget" using WS-PJ-JAAR
                                              WS-PJ-MODE
                                              WS-OPERATOR-ID
               cancel "PersoneelsBudget"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1976-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1978-RUN-KREDIETAANBOD: the ESIS and numbered credit offer
      *> for one loan row of a MorgageCalculation input file.
      *>----------------------------------------------------------------
           1978-RUN-KREDIETAANBOD.
               move "Kredietaanbod" to WS-CALC-NAME
               call "CreditOffer" using WS-KA-FILE
                                        WS-KA-REGEL
                                        WS-KA-KLANT
                                        WS-OPERATOR-ID
               cancel "CreditOffer"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1978-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1980-RUN-AANKOOPKOSTEN: purchase costs and the required loan,
      *> handed on to MorgageCalculation and the affordability check.
      *>----------------------------------------------------------------
           1980-RUN-AANKOOPKOSTEN.
               move "Aankoopkosten" to WS-CALC-NAME
               call "AcquisitionCost" using WS-AK-FILE
                                            WS-AK-WERKNEMER
                                            WS-AK-SOURCE
                                            WS-OPERATOR-ID
               cancel "AcquisitionCost"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1980-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1982-RUN-LENING-INCASSO: the month's installments on loans
      *> with a mandate, collected as one pain.008.
      *>----------------------------------------------------------------
           1982-RUN-LENING-INCASSO.
               move "Lening-incasso" to WS-CALC-NAME
               call "LoanCollectFile" using WS-LI-MAAND
                                            WS-LI-DATUM
                                            WS-OPERATOR-ID
               cancel "LoanCollectFile"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1982-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1984-RUN-LENING-RENTE: month-end on both loan registers --
      *> accrued interest and received installments, one journal.
      *>----------------------------------------------------------------
           1984-RUN-LENING-RENTE.
               move "Lening-rente" to WS-CALC-NAME
               call "LoanAccrual" using WS-LA-PERIODE
                                        WS-OPERATOR-ID
               cancel "LoanAccrual"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1984-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1986-RUN-ZEKERHEDEN: the collateral register and its
      *> loan-to-value report.
      *>----------------------------------------------------------------
           1986-RUN-ZEKERHEDEN.
               move "Zekerheden" to WS-CALC-NAME
               call "LoanCollateral" using WS-ZEKER-ACTIE
                                           WS-ZEKER-PARM1
                                           WS-ZEKER-PARM2
                                           WS-OPERATOR-ID
               cancel "LoanCollateral"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1986-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1988-RUN-AANVRAGEN: the loan application register, from
      *> request to LoanServicing NIEUW, and its pipeline report.
      *>----------------------------------------------------------------
           1988-RUN-AANVRAGEN.
               move "Kredietaanvragen" to WS-CALC-NAME
               call "LoanApplication" using WS-AANVR-ACTIE
                                            WS-AANVR-PARM1
                                            WS-AANVR-PARM2
                                            WS-OPERATOR-ID
               cancel "LoanApplication"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1988-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1990-RUN-SEPA-STATUS: the bank's verdict on a batch we sent;
      *> what it rejected is open again.
      *>----------------------------------------------------------------
           1990-RUN-SEPA-STATUS.
               move "SEPA status" to WS-CALC-NAME
               call "SepaStatusImport" using WS-SEPASTATUS-FILE
                                             WS-OPERATOR-ID
               cancel "SepaStatusImport"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1990-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1992-RUN-KASBOEK: the petty cash -- movements, the daily
      *> count, its VAT into the purchase flow and its journal.
      *>----------------------------------------------------------------
           1992-RUN-KASBOEK.
               move "Kasboek" to WS-CALC-NAME
               call "CashBook" using WS-KAS-ACTIE
                                     WS-KAS-PARM1
                                     WS-KAS-PARM2
                                     WS-OPERATOR-ID
               cancel "CashBook"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1992-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1994-RUN-BTW-REKENINGCOURANT: the running VAT balance with
      *> the FOD, its payments and its tie-out to 451000/411000.
      *>----------------------------------------------------------------
           1994-RUN-BTW-REKENINGCOURANT.
               move "BTW-rekening-courant" to WS-CALC-NAME
               call "VatCurrentAccount" using WS-BTWRC-ACTIE
                                              WS-BTWRC-PARM1
                                              WS-BTWRC-PARM2
                                              WS-OPERATOR-ID
               cancel "VatCurrentAccount"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1994-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1996-RUN-AANGIFTEKALENDER: the statutory filing deadlines --
      *> the to-do list and the confirmation of a filing.
      *>----------------------------------------------------------------
           1996-RUN-AANGIFTEKALENDER.
               move "Aangiftekalender" to WS-CALC-NAME
               call "FilingCalendar" using WS-AGK-ACTIE
                                           WS-AGK-PARM1
                                           WS-AGK-PARM2
                                           WS-OPERATOR-ID
               cancel "FilingCalendar"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1996-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1998-RUN-KPI-RAPPORT: the monthly management figures with
      *> their 13-month trend, one page and a CSV.
      *>----------------------------------------------------------------
           1998-RUN-KPI-RAPPORT.
               move "KPI-rapport" to WS-CALC-NAME
               call "KpiReport" using WS-MKPI-PERIODE
                                    WS-MKPI-PATTERN WS-OPERATOR-ID
               cancel "KpiReport"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           1998-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-RUN-INTEGRITEITSCONTROLE: the cross-master key check;
      *> a severe finding comes back as a failed run.
      *>----------------------------------------------------------------
           2100-RUN-INTEGRITEITSCONTROLE.
               move "Integriteitscontrole" to WS-CALC-NAME
               call "IntegrityCheck" using WS-INTEGR-PEILDATUM
                                           WS-OPERATOR-ID
               cancel "IntegrityCheck"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2102-RUN-TABELCONTROLE: the reference-table health check;
      *> a FAIL verdict comes back as a failed run.
      *>----------------------------------------------------------------
           2102-RUN-TABELCONTROLE.
               move "Tabelcontrole" to WS-CALC-NAME
               call "TableHealth" using WS-TABEL-PEILDATUM
                                        WS-OPERATOR-ID
               cancel "TableHealth"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2102-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2104-RUN-TABELVERSIE: which runs used a table version.
      *>----------------------------------------------------------------
           2104-RUN-TABELVERSIE.
               move "Tabelversie-inzage" to WS-CALC-NAME
               call "TableFingerprint" using WS-TV-ACTIE WS-TV-RUN-ID
                                             WS-TV-PROGRAMMA
                                             WS-TV-TABEL
                                             WS-TV-CHECKSUM
                                             WS-OPERATOR-ID
               cancel "TableFingerprint"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2104-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2106-RUN-ARCHIEFCONTROLE: the archive against its seals; an
      *> altered, missing or unregistered file fails the run.
      *>----------------------------------------------------------------
           2106-RUN-ARCHIEFCONTROLE.
               move "Archiefcontrole" to WS-CALC-NAME
               call "ArchiveSeal" using WS-AC-ACTIE WS-AC-REGEL
                                        WS-AC-PERIODE
                                        WS-AC-STATUS
                                        WS-OPERATOR-ID
               cancel "ArchiveSeal"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2106-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2108-RUN-STREAMTIJDEN: step duration trend, critical path and
      *> projected end of the nightly stream.
      *>----------------------------------------------------------------
           2108-RUN-STREAMTIJDEN.
               move "Streamtijden" to WS-CALC-NAME
               move "RAPPORT" to WS-JT-ACTIE
               move spaces to WS-JT-PARM1
               call "JobStreamTiming" using WS-JT-ACTIE WS-JT-PARM1
                                            WS-JT-PARM2
                                            WS-OPERATOR-ID
               cancel "JobStreamTiming"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2108-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2110-RUN-PINBEHEER: the administrator's side of the operator
      *> PINs -- RESET, DEBLOKKEER or LIJST.
      *>----------------------------------------------------------------
           2110-RUN-PINBEHEER.
               move "PIN-beheer" to WS-CALC-NAME
               move spaces to WS-PIN
               call "OperatorPin" using WS-PIN-ACTIE WS-PIN-ID
                                        WS-PIN WS-PIN-NIEUW
                                        WS-PIN-RESULTAAT
                                        WS-OPERATOR-ID
               cancel "OperatorPin"
               move spaces to WS-PIN-NIEUW
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2112-RUN-FUNCTIESCHEIDING: the segregation-of-duties report
      *> for the auditor -- rights and facts.
      *>----------------------------------------------------------------
           2112-RUN-FUNCTIESCHEIDING.
               move "Functiescheiding" to WS-CALC-NAME
               call "DutyConflicts" using WS-SD-PERIODE
                                          WS-OPERATOR-ID
               cancel "DutyConflicts"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2112-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2114-RUN-IBANVERIFICATIE: the IBAN-verification list -- a
      *> confirmation releases money to a new account, so the
      *> confirming operator proves who they are first.
      *>----------------------------------------------------------------
           2114-RUN-IBANVERIFICATIE.
               move "IBAN-verificatie" to WS-CALC-NAME
               if WS-IB-ACTIE = "BEVESTIG"
                   perform 0350-CONFIRM-PIN thru 0350-EXIT
                   if WS-PIN-OK not = "Y"
                       display "CONFIRMATION REFUSED: PIN of "
                           function trim(WS-OPERATOR-ID)
                           " not confirmed -- nothing was confirmed."
                       move "IB" to WS-FUNC-CODE
                       perform 0320-LOG-DENIED thru 0320-EXIT
                       move 1 to return-code
                       go to 2114-EXIT
                   end-if
               end-if
               move spaces to WS-IB-IBAN
               move spaces to WS-IB-NAAM
               move 0 to WS-IB-BEDRAG
               call "IbanHold" using WS-IB-ACTIE WS-IB-SOORT
                                     WS-IB-NUMMER WS-IB-IBAN
                                     WS-IB-NAAM WS-IB-BEDRAG
                                     WS-IB-OPMERKING WS-IB-RESULTAAT
                                     WS-OPERATOR-ID
               cancel "IbanHold"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2114-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2116-RUN-AVG-INZAGE: the GDPR right of access -- one export
      *> of everything held on a person, against the legal deadline.
      *>----------------------------------------------------------------
           2116-RUN-AVG-INZAGE.
               move "AVG-inzage" to WS-CALC-NAME
               call "GdprAccessExport" using WS-AI-SOORT WS-AI-NUMMER
                                             WS-AI-ONTVANGEN
                                             WS-OPERATOR-ID
               cancel "GdprAccessExport"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2116-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2118-RUN-DUBBELS: one party keyed under two numbers -- a
      *> merge rewrites its history, so the merging operator proves
      *> who they are first.
      *>----------------------------------------------------------------
           2118-RUN-DUBBELS.
               move "Dubbels" to WS-CALC-NAME
               if WS-DP-ACTIE = "SAMENVOEG"
                   perform 0350-CONFIRM-PIN thru 0350-EXIT
                   if WS-PIN-OK not = "Y"
                       display "MERGE REFUSED: PIN of "
                           function trim(WS-OPERATOR-ID)
                           " not confirmed -- nothing was merged."
                       move "DP" to WS-FUNC-CODE
                       perform 0320-LOG-DENIED thru 0320-EXIT
                       move 1 to return-code
                       go to 2118-EXIT
                   end-if
               end-if
               call "DuplicateParties" using WS-DP-ACTIE WS-DP-SOORT
                                             WS-DP-NUMMER-A
                                             WS-DP-NUMMER-B
                                             WS-OPERATOR-ID
               cancel "DuplicateParties"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2118-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2120-RUN-FICHE28150: the 281.50 fiches, 325.50 summary and
      *> Belcotax file for income year WS-FICHE281-YEAR.
      *>----------------------------------------------------------------
           2120-RUN-FICHE28150.
               move "281.50 fiches" to WS-CALC-NAME
               call "Fiche28150Extract" using WS-FICHE281-YEAR
                                        WS-OPERATOR-ID
               cancel "Fiche28150Extract"
               perform 1200-CHECK-SUBPROGRAM-STATUS.
           2120-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1800-RUN-ADHOC-ENTRY: full-screen choice of which calculation
      *> to run, AT-positioned the same way NcursesDemo positions its
                   to WS-INBOX-PROCESSED
               perform 1950-SWEEP-ONE-INBOX

      *>        accruals whose reversal period has opened
               move "TERUGBOEK" to WS-MEMORIAAL-ACTIE
               perform 1944-RUN-MEMORIAAL
               if return-code not = 0
                   move 1 to WS-NIGHTLY-RETURN-CODE
               end-if

               move WS-NIGHTLY-RETURN-CODE to return-code.
           1900-EXIT.
               exit.
