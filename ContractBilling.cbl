      *> invoice rows instead of someone retyping the same twenty
      *> lines into the VAT inbox. Contracten.csv is the register:
      *>   Contractnr,Klantnummer,Omschrijving,BedragExcl,Tarief,
      *>   Frequentie,StartDatum,EindDatum,Kostenplaats
      *> (Frequentie M = monthly, K = quarterly, J = yearly -- billed
      *> in the months that are a whole number of periods past the
      *> start month; EindDatum blank = open-ended; Kostenplaats is
      *> the cost centre the revenue belongs to, carried on the
      *> generated row's Kostenplaats column). The index clause
      *> columns behind it (BasisIndex,VerjaardagMaand,IndexFormule)
      *> belong to ContractIndexation, which moves BedragExcl on the
      *> anniversary; billing simply charges the amount standing in
      *> the register. For the period
      *> passed in (YYYY-MM) the run writes
      *> Contract-Input-<period>.csv in the VATCalculation input
      *> layout, complete with the header row and the
      *> Contract-Perioden.csv records each generated period the way
      *> Payroll-Periods.csv records a paid month: generating the
      *> same contract period twice is refused.
      *> Every row passes the customer's credit check first (see
      *> CreditCheck): a blocked customer, one over the Kredietlimiet
      *> with this row's amount incl. BTW, or one too deep in the
      *> reminders is not billed but held on Contract-Aangehouden.csv
      *> ("Periode,Contractnr,Klantnummer,BedragExcl,Tarief,
      *> Factuurdatum,Reden,Status,Datum,Operator,Kostenplaats", Status
      *> AANGEHOUDEN) until an operator with the KREDIET function
      *> releases it with CreditLimits VRIJGEVEN.
      *>----------------------------------------------------------------
       identification division.
       program-id. ContractBilling.
           select OUTPUT-FILE assign dynamic DYNAMIC-OUTFILE
               organization is line sequential
               file status is WS-OUTPUT-STATUS.
           select HOLD-FILE assign to "Contract-Aangehouden.csv"
               organization is line sequential
               file status is WS-HOLD-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.
           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(100).

           fd HOLD-FILE.
           01 HOLD-REGEL pic x(160).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

           01 WS-CONTRACT-STATUS pic xx.
           01 WS-PERIOD-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-HOLD-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 WS-CONTRACT-EOF pic x(01).
           01 C-FREQUENTIE pic x(2).
           01 C-STARTDATUM pic x(10).
           01 C-EINDDATUM pic x(10).
           01 C-KOSTENPLAATS pic x(10).
           01 WS-CONTRACTS-READ pic 9(4) value 0.
           01 WS-ROWS-WRITTEN pic 9(4) value 0.
           01 DISPLAY-ROWS pic Z(3)9.
           01 DISPLAY-HASH pic -(10)9.99.
           01 DISPLAY-COUNT pic Z(6)9.
           01 WS-FAKTUURDATUM pic x(10).
           01 WS-KP-REGEL pic x(100).

      *>    the credit check -- CreditCheck parameters
           01 WS-CC-ACTIE pic x(10).
           01 WS-CC-BEDRAG pic s9(9)v99.
           01 WS-CC-REFERENTIE pic x(30).
           01 WS-CC-RESULTAAT pic x(01).
           01 WS-CC-REDEN pic x(30).
           01 WS-CC-OPENSTAAND pic s9(9)v99.
           01 WS-CC-LIMIET pic 9(9)v99.
           01 WS-CC-NIVEAU pic 9(01).
           01 WS-CC-MAG-VRIJGEVEN pic x(01).
           01 WS-ROWS-HELD pic 9(4) value 0.

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-RUN-DATE-ISO pic x(10).
               end-read
           end-perform
           close CONTRACT-FILE
           cancel "CreditCheck"

      *>    the control trailer -- count and hash over the amount
      *>    column, exactly what the intake validation recomputes
               " contractregel(s) voor periode "
               WS-RUN-PERIODE " in "
               function trim(DYNAMIC-OUTFILE)
           if WS-ROWS-HELD > 0
               move WS-ROWS-HELD to DISPLAY-ROWS
               display function trim(DISPLAY-ROWS)
                   " contractregel(s) aangehouden na kredietcontrole"
                   " -- zie Contract-Aangehouden.csv"
           end-if

      *>    shared audit trail -- one line per run, see RUNLOG.cpy.
           move spaces to LOG-RUN-DATE
               move spaces to C-FREQUENTIE
               move spaces to C-STARTDATUM
               move spaces to C-EINDDATUM
               move spaces to C-KOSTENPLAATS
               unstring function trim(WS-CONTRACT-LEESREGEL)
                   delimited by ","
                   into C-CONTRACTNR C-KLANTNR C-OMSCHRIJVING
                        C-BEDRAG-S C-TARIEF-S C-FREQUENTIE
                        C-STARTDATUM C-EINDDATUM C-KOSTENPLAATS
               end-unstring
               move function upper-case(C-KOSTENPLAATS)
                   to C-KOSTENPLAATS
               if function test-numval-c(function trim(C-BEDRAG-S))
                       not = 0
                   display "Onbruikbare contractregel overgeslagen: "
                   go to 1000-EXIT
               end-if

      *>        the customer's credit -- held, not billed, when refused
               move "TOETS" to WS-CC-ACTIE
               compute WS-CC-BEDRAG rounded =
                   function numval-c(function trim(C-BEDRAG-S))
                   * (100 + function numval(function trim(C-TARIEF-S)))
                   / 100
               move C-CONTRACTNR to WS-CC-REFERENTIE
               call "CreditCheck" using WS-CC-ACTIE C-KLANTNR
                   WS-CC-BEDRAG WS-CC-REFERENTIE LINK-OPERATOR-ID
                   WS-CC-RESULTAAT WS-CC-REDEN WS-CC-OPENSTAAND
                   WS-CC-LIMIET WS-CC-NIVEAU WS-CC-MAG-VRIJGEVEN
               if WS-CC-RESULTAAT not = "J"
                   perform 1100-HOLD-ROW thru 1100-EXIT
                   go to 1000-EXIT
               end-if
               move "BOEK" to WS-CC-ACTIE
               call "CreditCheck" using WS-CC-ACTIE C-KLANTNR
                   WS-CC-BEDRAG WS-CC-REFERENTIE LINK-OPERATOR-ID
                   WS-CC-RESULTAAT WS-CC-REDEN WS-CC-OPENSTAAND
                   WS-CC-LIMIET WS-CC-NIVEAU WS-CC-MAG-VRIJGEVEN

               move function numval-c(function trim(C-BEDRAG-S))
                   to DISPLAY-BEDRAG
               add function numval-c(function trim(C-BEDRAG-S))
                   WS-FAKTUURDATUM delimited by size
                   into OUTPUT-REGEL
               end-string
      *>        the cost centre rides in the twelfth input column,
      *>        behind the six optional columns left empty
               if C-KOSTENPLAATS not = spaces
                   move spaces to WS-KP-REGEL
                   string
                       function trim(OUTPUT-REGEL) delimited by size
                       ",,,,,,," delimited by size
                       function trim(C-KOSTENPLAATS) delimited by size
                       into WS-KP-REGEL
                   end-string
                   move WS-KP-REGEL to OUTPUT-REGEL
               end-if
               write OUTPUT-REGEL.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-HOLD-ROW: the refused row onto Contract-Aangehouden.csv
      *> with the reason, for CreditLimits VRIJGEVEN.
      *>----------------------------------------------------------------
           1100-HOLD-ROW.
               add 1 to WS-ROWS-HELD
               display "Aangehouden: contract " function trim(
                   C-CONTRACTNR) " klant " function trim(C-KLANTNR)
                   " -- " function trim(WS-CC-REDEN)
               open extend HOLD-FILE
               if WS-HOLD-STATUS not = "00"
                   open output HOLD-FILE
                   if WS-HOLD-STATUS not = "00"
                       display "Contract-Aangehouden.csv niet "
                           "schrijfbaar: " WS-HOLD-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 1100-EXIT
                   end-if
                   move spaces to HOLD-REGEL
                   string "Periode,Contractnr,Klantnummer,BedragExcl,"
                              delimited by size
                          "Tarief,Factuurdatum,Reden,Status,Datum,"
                              delimited by size
                          "Operator,Kostenplaats" delimited by size
                       into HOLD-REGEL
                   end-string
                   write HOLD-REGEL
               end-if
               move function numval-c(function trim(C-BEDRAG-S))
                   to DISPLAY-BEDRAG
               move spaces to HOLD-REGEL
               string
                   WS-RUN-PERIODE delimited by size
                   "," delimited by size
                   function trim(C-CONTRACTNR) delimited by size
                   "," delimited by size
                   function trim(C-KLANTNR) delimited by size
                   "," delimited by size
                   function trim(DISPLAY-BEDRAG) delimited by size
                   "," delimited by size
                   function trim(C-TARIEF-S) delimited by size
                   "," delimited by size
                   WS-FAKTUURDATUM delimited by size
                   "," delimited by size
                   function trim(WS-CC-REDEN) delimited by size
                   ",AANGEHOUDEN," delimited by size
                   WS-RUN-DATE-ISO delimited by size
                   "," delimited by size
                   function trim(LINK-OPERATOR-ID) delimited by size
                   "," delimited by size
                   function trim(C-KOSTENPLAATS) delimited by size
                   into HOLD-REGEL
               end-string
               write HOLD-REGEL
               close HOLD-FILE.
           1100-EXIT.
               exit.
