      *>----------------------------------------------------------------
      *> CreditLimits -- the customers' credit, as CreditCheck judges
      *> it for OrderEntry and ContractBilling: Kredietlimiet and
      *> Geblokkeerd on Klanten.csv against the open balance of the
      *> Output files and Payments.csv and the reminder level on
      *> Dunning-Register.csv.
      *>   RAPPORT
      *>       every customer over its limit, near it (BIJNAPCT % of
      *>       it, Krediet-Config.csv, default 80), blocked, or at
      *>       the reminder level that stops new sales, to
      *>       Krediet-Rapport-<date>.txt -- the weekly list, run it
      *>       from cron on Monday morning.
      *>   LIJST
      *>       the contract rows ContractBilling held on
      *>       Contract-Aangehouden.csv and not yet released.
      *>   VRIJGEVEN <periode> <klantnummer>
      *>       an operator with the KREDIET function releases the
      *>       customer's held rows of that period: they go to
      *>       Contract-Input-<periode>-<klantnummer>.csv in the
      *>       VATCalculation input layout with its TRAILER, are
      *>       marked VRIJGEGEVEN, and every override is logged to
      *>       RUNLOG.TXT by CreditCheck.
      *>----------------------------------------------------------------
       identification division.
       program-id. CreditLimits.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "Krediet-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select CUSTOMER-FILE assign to "Klanten.csv"
               organization is line sequential
               file status is WS-CUSTOMER-STATUS.
           select HOLD-FILE assign to "Contract-Aangehouden.csv"
               organization is line sequential
               file status is WS-HOLD-STATUS.
           select OUTPUT-FILE assign dynamic DYNAMIC-OUTFILE
               organization is line sequential
               file status is WS-OUTPUT-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd CUSTOMER-FILE.
           01 CUSTOMER-REGEL pic x(200).

           fd HOLD-FILE.
           01 HOLD-REGEL pic x(160).

           fd OUTPUT-FILE.
           01 OUTPUT-REGEL pic x(100).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-CUSTOMER-STATUS pic xx.
           01 WS-HOLD-STATUS pic xx.
           01 WS-OUTPUT-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-OUTFILE pic x(40).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-ACTIE pic x(11).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    Krediet-Config.csv -- only BIJNAPCT is this program's
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-BIJNA-PCT pic 9(03) value 80.

      *>    one customer row -- number and name
           01 WS-CUST-LEESREGEL pic x(200).
           01 WS-CUST-NUMMER pic x(10).
           01 WS-CUST-NAAM pic x(30).

      *>    CreditCheck parameters
           01 WS-CC-ACTIE pic x(10).
           01 WS-CC-BEDRAG pic s9(9)v99.
           01 WS-CC-REFERENTIE pic x(30).
           01 WS-CC-RESULTAAT pic x(01).
           01 WS-CC-REDEN pic x(30).
           01 WS-CC-OPENSTAAND pic s9(9)v99.
           01 WS-CC-LIMIET pic 9(9)v99.
           01 WS-CC-NIVEAU pic 9(01).
           01 WS-CC-MAG-VRIJGEVEN pic x(01).

           01 WS-BENUTTING pic 9(05)v9.
           01 WS-KREDIET-STATUS pic x(12).
           01 WS-GEMELD pic 9(04) value 0.

      *>    the held contract rows
           01 WS-HOLD-COUNT pic 9(04) value 0.
           01 WS-HOLD-LEESREGEL pic x(160).
           01 WS-HOLD-HEADER pic x(160).
           01 HOLD-TABLE.
               05 HOLD-ENTRY occurs 1000 times indexed by HOLD-IDX.
                   10 HLD-PERIODE pic x(07).
                   10 HLD-CONTRACTNR pic x(10).
                   10 HLD-KLANTNR pic x(10).
                   10 HLD-BEDRAG-S pic x(14).
                   10 HLD-TARIEF-S pic x(04).
                   10 HLD-FAKTUURDATUM pic x(10).
                   10 HLD-REDEN pic x(30).
                   10 HLD-STATUS pic x(12).
                   10 HLD-DATUM pic x(10).
                   10 HLD-OPERATOR pic x(12).
                   10 HLD-KOSTENPLAATS pic x(10).
           01 WS-VRIJ-PERIODE pic x(07).
           01 WS-VRIJ-KLANTNR pic x(10).
           01 WS-VRIJ-COUNT pic 9(04) value 0.
           01 WS-KP-REGEL pic x(100).

      *>    the control trailer the intake validation verifies
           01 WS-SENT-COUNT pic 9(7) value 0.
           01 WS-SENT-HASH pic s9(11)v99 value 0.
           01 DISPLAY-HASH pic -(10)9.99.
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 DISPLAY-LIMIET pic z(8)9.99.
           01 DISPLAY-BENUTTING pic zzzz9.9.
           01 DISPLAY-TELLER pic z(3)9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(60).
           01 LINK-PARM3 pic x(60).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
               LINK-PARM3 LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE

           move 0 to WS-RETURN-CODE
           evaluate WS-ACTIE
               when "RAPPORT"
                   perform 1000-LOAD-CONFIG thru 1000-EXIT
                   perform 2000-REPORT thru 2000-EXIT
               when "LIJST"
                   perform 3000-LOAD-HOLD thru 3000-EXIT
                   perform 3100-SHOW-HOLD thru 3100-EXIT
               when "VRIJGEVEN"
                   perform 3000-LOAD-HOLD thru 3000-EXIT
                   perform 4000-RELEASE thru 4000-EXIT
               when other
                   display "Onbekende actie (RAPPORT, LIJST of"
                       " VRIJGEVEN): " function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate
           cancel "CreditCheck"

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: BIJNAPCT, the share of the limit from
      *> which a customer is listed as near it.
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
                           if function upper-case(function trim(
                                   WS-CONFIG-SLEUTEL)) = "BIJNAPCT"
                               and function test-numval(function trim(
                                   WS-CONFIG-WAARDE)) = 0
                               move function numval(function trim(
                                   WS-CONFIG-WAARDE)) to WS-BIJNA-PCT
                           end-if
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-REPORT: every customer through CreditCheck with nothing
      *> asked; those over, near, blocked or reminded too far are
      *> listed.
      *>----------------------------------------------------------------
           2000-REPORT.
               open input CUSTOMER-FILE
               if WS-CUSTOMER-STATUS not = "00"
                   display "Klanten.csv not found."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move spaces to DYNAMIC-LIJSTFILE
               string "Krediet-Rapport-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   close CUSTOMER-FILE
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move spaces to LIJST-REGEL
               string "KREDIETLIMIETEN     Datum: " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Klant      Naam                          "
                          delimited by size
                      "       Limiet    Openstaand  Benut %  Niv  "
                          delimited by size
                      "Status" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL

               read CUSTOMER-FILE into WS-CUST-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CUSTOMER-FILE into WS-CUST-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-RECORDS-IN
                           perform 2100-ONE-CUSTOMER thru 2100-EXIT
                   end-read
               end-perform
               close CUSTOMER-FILE

               if WS-GEMELD = 0
                   move "Geen klanten boven of bij hun limiet."
                       to LIJST-REGEL
                   write LIJST-REGEL
               end-if
               close LIJST-FILE
               move WS-GEMELD to DISPLAY-TELLER
               display "Kredietrapport geschreven: "
                   function trim(DYNAMIC-LIJSTFILE) " -- "
                   function trim(DISPLAY-TELLER) " klant(en) gemeld.".
           2000-EXIT.
               exit.

           2100-ONE-CUSTOMER.
               move spaces to WS-CUST-NUMMER WS-CUST-NAAM
               unstring function trim(WS-CUST-LEESREGEL)
                   delimited by ","
                   into WS-CUST-NUMMER WS-CUST-NAAM
               end-unstring
               if WS-CUST-NUMMER = spaces
                   go to 2100-EXIT
               end-if
               move "TOETS" to WS-CC-ACTIE
               move 0 to WS-CC-BEDRAG
               move spaces to WS-CC-REFERENTIE
               call "CreditCheck" using WS-CC-ACTIE WS-CUST-NUMMER
                   WS-CC-BEDRAG WS-CC-REFERENTIE LINK-OPERATOR-ID
                   WS-CC-RESULTAAT WS-CC-REDEN WS-CC-OPENSTAAND
                   WS-CC-LIMIET WS-CC-NIVEAU WS-CC-MAG-VRIJGEVEN

               move 0 to WS-BENUTTING
               if WS-CC-LIMIET > 0 and WS-CC-OPENSTAAND > 0
                   compute WS-BENUTTING rounded =
                       WS-CC-OPENSTAAND * 100 / WS-CC-LIMIET
                       on size error
                           move 99999.9 to WS-BENUTTING
                   end-compute
               end-if
               evaluate true
                   when WS-CC-RESULTAAT = "G"
                       move "GEBLOKKEERD" to WS-KREDIET-STATUS
                   when WS-CC-RESULTAAT = "A"
                       move "AANMANING" to WS-KREDIET-STATUS
                   when WS-CC-LIMIET > 0
                           and WS-CC-OPENSTAAND > WS-CC-LIMIET
                       move "OVER LIMIET" to WS-KREDIET-STATUS
                   when WS-CC-LIMIET > 0
                           and WS-BENUTTING >= WS-BIJNA-PCT
                       move "BIJNA" to WS-KREDIET-STATUS
                   when other
                       go to 2100-EXIT
               end-evaluate

               add 1 to WS-GEMELD
               add 1 to WS-RECORDS-OUT
               move WS-CC-LIMIET to DISPLAY-LIMIET
               move WS-CC-OPENSTAAND to DISPLAY-BEDRAG
               move WS-BENUTTING to DISPLAY-BENUTTING
               move spaces to LIJST-REGEL
               string WS-CUST-NUMMER delimited by size
                      " " delimited by size
                      WS-CUST-NAAM delimited by size
                      " " delimited by size
                      DISPLAY-LIMIET delimited by size
                      " " delimited by size
                      DISPLAY-BEDRAG delimited by size
                      "  " delimited by size
                      DISPLAY-BENUTTING delimited by size
                      "    " delimited by size
                      WS-CC-NIVEAU delimited by size
                      "  " delimited by size
                      WS-KREDIET-STATUS delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-LOAD-HOLD: Contract-Aangehouden.csv into HOLD-TABLE.
      *>----------------------------------------------------------------
           3000-LOAD-HOLD.
               move 0 to WS-HOLD-COUNT
               move spaces to WS-HOLD-HEADER
               open input HOLD-FILE
               if WS-HOLD-STATUS not = "00"
                   go to 3000-EXIT
               end-if
               read HOLD-FILE into WS-HOLD-HEADER
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HOLD-FILE into WS-HOLD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-RECORDS-IN
                           if WS-HOLD-COUNT >= 1000
                               display "Aangehouden-tabel vol, "
                                   "overgeslagen: " WS-HOLD-LEESREGEL
                           else
                               add 1 to WS-HOLD-COUNT
                               set HOLD-IDX to WS-HOLD-COUNT
                               move spaces to HOLD-ENTRY(HOLD-IDX)
                               unstring function trim(
                                       WS-HOLD-LEESREGEL)
                                   delimited by ","
                                   into HLD-PERIODE(HOLD-IDX)
                                        HLD-CONTRACTNR(HOLD-IDX)
                                        HLD-KLANTNR(HOLD-IDX)
                                        HLD-BEDRAG-S(HOLD-IDX)
                                        HLD-TARIEF-S(HOLD-IDX)
                                        HLD-FAKTUURDATUM(HOLD-IDX)
                                        HLD-REDEN(HOLD-IDX)
                                        HLD-STATUS(HOLD-IDX)
                                        HLD-DATUM(HOLD-IDX)
                                        HLD-OPERATOR(HOLD-IDX)
                                       HLD-KOSTENPLAATS(HOLD-IDX)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close HOLD-FILE.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-SHOW-HOLD: the rows still AANGEHOUDEN, on the screen.
      *>----------------------------------------------------------------
           3100-SHOW-HOLD.
               display "Periode Contract   Klant          Bedrag"
                   " Reden"
               perform varying HOLD-IDX from 1 by 1
                       until HOLD-IDX > WS-HOLD-COUNT
                   if HLD-STATUS(HOLD-IDX) = "AANGEHOUDEN"
                       move function numval-c(HLD-BEDRAG-S(HOLD-IDX))
                           to DISPLAY-BEDRAG
                       display HLD-PERIODE(HOLD-IDX) " "
                           HLD-CONTRACTNR(HOLD-IDX) " "
                           HLD-KLANTNR(HOLD-IDX) DISPLAY-BEDRAG " "
                           HLD-REDEN(HOLD-IDX)
                       add 1 to WS-RECORDS-OUT
                   end-if
               end-perform
               if WS-RECORDS-OUT = 0
                   display "Geen aangehouden contractregels."
               end-if.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-RELEASE: the customer's held rows of the period to their
      *> own VATCalculation input file; refused outright for an
      *> operator without the KREDIET function.
      *>----------------------------------------------------------------
           4000-RELEASE.
               move function trim(LINK-PARM1) to WS-VRIJ-PERIODE
               move function trim(LINK-PARM2) to WS-VRIJ-KLANTNR
               if WS-VRIJ-PERIODE(5:1) not = "-"
                   or WS-VRIJ-PERIODE(1:4) not numeric
                   or WS-VRIJ-PERIODE(6:2) not numeric
                   or WS-VRIJ-KLANTNR = spaces
                   display "Gebruik: VRIJGEVEN <periode YYYY-MM>"
                       " <klantnummer>"
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move 0 to WS-VRIJ-COUNT
               perform varying HOLD-IDX from 1 by 1
                       until HOLD-IDX > WS-HOLD-COUNT
                   if HLD-PERIODE(HOLD-IDX) = WS-VRIJ-PERIODE
                       and HLD-KLANTNR(HOLD-IDX) = WS-VRIJ-KLANTNR
                       and HLD-STATUS(HOLD-IDX) = "AANGEHOUDEN"
                       add 1 to WS-VRIJ-COUNT
                   end-if
               end-perform
               if WS-VRIJ-COUNT = 0
                   display "Geen aangehouden regels voor klant "
                       function trim(WS-VRIJ-KLANTNR) " in "
                       WS-VRIJ-PERIODE "."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

      *>        the right to override, asked of the shared routine
               move "TOETS" to WS-CC-ACTIE
               move 0 to WS-CC-BEDRAG
               move spaces to WS-CC-REFERENTIE
               call "CreditCheck" using WS-CC-ACTIE WS-VRIJ-KLANTNR
                   WS-CC-BEDRAG WS-CC-REFERENTIE LINK-OPERATOR-ID
                   WS-CC-RESULTAAT WS-CC-REDEN WS-CC-OPENSTAAND
                   WS-CC-LIMIET WS-CC-NIVEAU WS-CC-MAG-VRIJGEVEN
               if WS-CC-MAG-VRIJGEVEN not = "J"
                   display "Operator " function trim(LINK-OPERATOR-ID)
                       " heeft de KREDIET-functie niet -- geweigerd."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

               move spaces to DYNAMIC-OUTFILE
               string "Contract-Input-" delimited by size
                      WS-VRIJ-PERIODE delimited by size
                      "-" delimited by size
                      function trim(WS-VRIJ-KLANTNR) delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-OUTFILE
               end-string
               open output OUTPUT-FILE
               if WS-OUTPUT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-OUTFILE) ": "
                       WS-OUTPUT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move "Prijs,Tarief,Klantnummer,Valuta,Factuurdatum"
                   to OUTPUT-REGEL
               write OUTPUT-REGEL
               perform varying HOLD-IDX from 1 by 1
                       until HOLD-IDX > WS-HOLD-COUNT
                   if HLD-PERIODE(HOLD-IDX) = WS-VRIJ-PERIODE
                       and HLD-KLANTNR(HOLD-IDX) = WS-VRIJ-KLANTNR
                       and HLD-STATUS(HOLD-IDX) = "AANGEHOUDEN"
                       perform 4100-RELEASE-ONE thru 4100-EXIT
                   end-if
               end-perform
               move WS-SENT-HASH to DISPLAY-HASH
               move spaces to OUTPUT-REGEL
               string "TRAILER," delimited by size
                      WS-SENT-COUNT delimited by size
                      "," delimited by size
                      function trim(DISPLAY-HASH) delimited by size
                   into OUTPUT-REGEL
               end-string
               write OUTPUT-REGEL
               close OUTPUT-FILE
               perform 4200-SAVE-HOLD thru 4200-EXIT

               move WS-VRIJ-COUNT to DISPLAY-TELLER
               display function trim(DISPLAY-TELLER)
                   " contractregel(s) vrijgegeven in "
                   function trim(DYNAMIC-OUTFILE).
           4000-EXIT.
               exit.

           4100-RELEASE-ONE.
               move function numval-c(HLD-BEDRAG-S(HOLD-IDX))
                   to DISPLAY-BEDRAG
               add function numval-c(HLD-BEDRAG-S(HOLD-IDX))
                   to WS-SENT-HASH
               add 1 to WS-SENT-COUNT
               add 1 to WS-RECORDS-OUT
               move spaces to OUTPUT-REGEL
               string
                   function trim(DISPLAY-BEDRAG) delimited by size
                   "," delimited by size
                   function trim(HLD-TARIEF-S(HOLD-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(HLD-KLANTNR(HOLD-IDX))
                       delimited by size
                   ",," delimited by size
                   HLD-FAKTUURDATUM(HOLD-IDX) delimited by size
                   into OUTPUT-REGEL
               end-string
               if HLD-KOSTENPLAATS(HOLD-IDX) not = spaces
                   move spaces to WS-KP-REGEL
                   string
                       function trim(OUTPUT-REGEL) delimited by size
                       ",,,,,,," delimited by size
                       function trim(HLD-KOSTENPLAATS(HOLD-IDX))
                           delimited by size
                       into WS-KP-REGEL
                   end-string
                   move WS-KP-REGEL to OUTPUT-REGEL
               end-if
               write OUTPUT-REGEL

               move "VRIJGEVEN" to WS-CC-ACTIE
               compute WS-CC-BEDRAG rounded =
                   function numval-c(HLD-BEDRAG-S(HOLD-IDX))
                   * (100 + function numval(HLD-TARIEF-S(HOLD-IDX)))
                   / 100
               move spaces to WS-CC-REFERENTIE
               string "CONTRACT " delimited by size
                      function trim(HLD-CONTRACTNR(HOLD-IDX))
                          delimited by size
                      " " delimited by size
                      HLD-PERIODE(HOLD-IDX) delimited by size
                   into WS-CC-REFERENTIE
               end-string
               call "CreditCheck" using WS-CC-ACTIE WS-VRIJ-KLANTNR
                   WS-CC-BEDRAG WS-CC-REFERENTIE LINK-OPERATOR-ID
                   WS-CC-RESULTAAT WS-CC-REDEN WS-CC-OPENSTAAND
                   WS-CC-LIMIET WS-CC-NIVEAU WS-CC-MAG-VRIJGEVEN

               move "VRIJGEGEVEN" to HLD-STATUS(HOLD-IDX)
               move WS-RUN-DATE-ISO to HLD-DATUM(HOLD-IDX)
               move LINK-OPERATOR-ID to HLD-OPERATOR(HOLD-IDX).
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-SAVE-HOLD: Contract-Aangehouden.csv rewritten from the
      *> table.
      *>----------------------------------------------------------------
           4200-SAVE-HOLD.
               open output HOLD-FILE
               if WS-HOLD-STATUS not = "00"
                   display "Contract-Aangehouden.csv niet "
                       "schrijfbaar: " WS-HOLD-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4200-EXIT
               end-if
               move WS-HOLD-HEADER to HOLD-REGEL
               write HOLD-REGEL
               perform varying HOLD-IDX from 1 by 1
                       until HOLD-IDX > WS-HOLD-COUNT
                   move spaces to HOLD-REGEL
                   string
                       HLD-PERIODE(HOLD-IDX) delimited by size
                       "," delimited by size
                       function trim(HLD-CONTRACTNR(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(HLD-KLANTNR(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(HLD-BEDRAG-S(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(HLD-TARIEF-S(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       HLD-FAKTUURDATUM(HOLD-IDX) delimited by size
                       "," delimited by size
                       function trim(HLD-REDEN(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(HLD-STATUS(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(HLD-DATUM(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(HLD-OPERATOR(HOLD-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(HLD-KOSTENPLAATS(HOLD-IDX))
                           delimited by size
                       into HOLD-REGEL
                   end-string
                   write HOLD-REGEL
               end-perform
               close HOLD-FILE.
           4200-EXIT.
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
               move "CreditLimits" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               if WS-ACTIE = "RAPPORT"
                   move "Klanten.csv" to LOG-INPUT-FILE
                   move DYNAMIC-LIJSTFILE to LOG-OUTPUT-FILE
               else
                   move "Contract-Aangehouden.csv" to LOG-INPUT-FILE
                   move DYNAMIC-OUTFILE to LOG-OUTPUT-FILE
               end-if
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move "REFUSED" to LOG-FINAL-STATUS
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
