      *>----------------------------------------------------------------
      *> StockLedger -- the stock administration behind Artikelen.csv.
      *> What is on the shelf lives in Voorraad.csv, moved only
      *> through the shared StockMutation routine (OrderEntry issues,
      *> VATCalculation purchase rows receive, this program corrects
      *> and counts); every movement is on Voorraad-Mutaties.csv.
      *>   LIJST
      *>       the stock per article on the screen, what is under its
      *>       minimum marked.
      *>   MINIMUM <artikelcode> <minimum>
      *>       set the reorder level -- and take an article of the
      *>       master into stock administration in the first place.
      *>   CORRECTIE <artikelcode> <aantal> <reden>
      *>       breakage, theft, a sample given away: <aantal> signed.
      *>   TELLING <artikelcode> <geteld> <reden>
      *>       an inventory count; the difference with the books is
      *>       booked as the count's movement.
      *>       (from the command line the last two go as one token,
      *>       <aantal>,<reden>)
      *>   BESTELLIJST
      *>       the reorder list, every article under its minimum, to
      *>       Voorraad-Bestellijst-<date>.txt.
      *>   WAARDERING [<boekjaar>]
      *>       the stock valuation at weighted average cost for the
      *>       balance sheet, to Voorraad-Waardering-<date>.txt -- run
      *>       it after the year-end count. A negative stock (sold
      *>       before the purchase was keyed) is listed at zero.
      *>----------------------------------------------------------------
       identification division.
       program-id. StockLedger.
       environment division.
       input-output section.
       file-control.
           select ARTIKEL-FILE assign to "Artikelen.csv"
               organization is line sequential
               file status is WS-ARTIKEL-STATUS.
           select VOORRAAD-FILE assign to "Voorraad.csv"
               organization is line sequential
               file status is WS-VOORRAAD-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd ARTIKEL-FILE.
           01 ARTIKEL-REGEL pic x(80).

           fd VOORRAAD-FILE.
           01 VOORRAAD-REGEL pic x(80).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-ARTIKEL-STATUS pic xx.
           01 WS-VOORRAAD-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-ACTIE pic x(11).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

      *>    article master -- code and description
           01 WS-ARTIKEL-COUNT pic 9(03) value 0.
           01 WS-ARTIKEL-LEESREGEL pic x(80).
           01 ARTIKEL-TABLE.
               05 ARTIKEL-ENTRY occurs 200 times
                       indexed by ARTIKEL-IDX.
                   10 ART-CODE pic x(10).
                   10 ART-OMSCHRIJVING pic x(30).
           01 WS-ART-OMSCHRIJVING pic x(30).

      *>    the stock file, for the lists
           01 WS-VRD-COUNT pic 9(03) value 0.
           01 WS-VRD-LEESREGEL pic x(80).
           01 WS-VRD-AANTAL-S pic x(12).
           01 WS-VRD-MINIMUM-S pic x(12).
           01 WS-VRD-KOSTPRIJS-S pic x(14).
           01 VRD-TABLE.
               05 VRD-ENTRY occurs 500 times indexed by VRD-IDX.
                   10 VRD-CODE pic x(10).
                   10 VRD-AANTAL pic s9(7).
                   10 VRD-MINIMUM pic 9(7).
                   10 VRD-KOSTPRIJS pic 9(7)v9999.

      *>    StockMutation parameters
           01 WS-SM-ACTIE pic x(10).
           01 WS-SM-ARTIKEL pic x(10).
           01 WS-SM-AANTAL pic s9(7).
           01 WS-SM-PRIJS pic 9(7)v9999.
           01 WS-SM-REDEN pic x(20).
           01 WS-SM-REFERENTIE pic x(30).
           01 WS-SM-RESULTAAT pic x(01).
           01 WS-SM-STAND pic s9(7).
           01 WS-SM-MINIMUM pic 9(7).

           01 WS-AANTAL-S pic x(12).
           01 WS-REDEN-S pic x(40).
           01 WS-TEKORT pic s9(7).
           01 WS-WAARDE pic s9(11)v99.
           01 WS-TOT-WAARDE pic s9(11)v99 value 0.
           01 WS-WAARDE-OPM pic x(16).
           01 WS-ONDER-MINIMUM pic 9(03) value 0.
           01 DISPLAY-AANTAL pic -(7)9.
           01 DISPLAY-MINIMUM pic z(6)9.
           01 DISPLAY-TEKORT pic z(6)9.
           01 DISPLAY-KOSTPRIJS pic z(6)9.9999.
           01 DISPLAY-WAARDE pic -(10)9.99.

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
           perform 1000-LOAD-ARTIKELEN thru 1000-EXIT

           evaluate WS-ACTIE
               when "LIJST"
                   perform 1100-LOAD-VOORRAAD thru 1100-EXIT
                   perform 2000-SHOW-STOCK thru 2000-EXIT
               when "MINIMUM"
                   perform 3000-SET-MINIMUM thru 3000-EXIT
               when "CORRECTIE"
                   perform 4000-CORRECT-OR-COUNT thru 4000-EXIT
               when "TELLING"
                   perform 4000-CORRECT-OR-COUNT thru 4000-EXIT
               when "BESTELLIJST"
                   perform 1100-LOAD-VOORRAAD thru 1100-EXIT
                   perform 5000-REORDER-LIST thru 5000-EXIT
               when "WAARDERING"
                   perform 1100-LOAD-VOORRAAD thru 1100-EXIT
                   perform 6000-VALUATION thru 6000-EXIT
               when other
                   display "Onbekende actie (LIJST, MINIMUM, CORRECTIE,"
                       " TELLING, BESTELLIJST of WAARDERING): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-ARTIKELEN: code and description off the master.
      *>----------------------------------------------------------------
           1000-LOAD-ARTIKELEN.
               move 0 to WS-ARTIKEL-COUNT
               open input ARTIKEL-FILE
               if WS-ARTIKEL-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read ARTIKEL-FILE into WS-ARTIKEL-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read ARTIKEL-FILE into WS-ARTIKEL-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-ARTIKEL-COUNT < 200
                               add 1 to WS-ARTIKEL-COUNT
                               move spaces
                                   to ARTIKEL-ENTRY(WS-ARTIKEL-COUNT)
                               unstring function trim(
                                       WS-ARTIKEL-LEESREGEL)
                                   delimited by ","
                                   into ART-CODE(WS-ARTIKEL-COUNT)
                                        ART-OMSCHRIJVING(
                                            WS-ARTIKEL-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close ARTIKEL-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-VOORRAAD: Voorraad.csv into VRD-TABLE, read-only --
      *> StockMutation is the one that writes it.
      *>----------------------------------------------------------------
           1100-LOAD-VOORRAAD.
               move 0 to WS-VRD-COUNT
               open input VOORRAAD-FILE
               if WS-VOORRAAD-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read VOORRAAD-FILE into WS-VRD-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read VOORRAAD-FILE into WS-VRD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-VRD-COUNT < 500
                               add 1 to WS-VRD-COUNT
                               add 1 to WS-RECORDS-IN
                               set VRD-IDX to WS-VRD-COUNT
                               move spaces to VRD-ENTRY(VRD-IDX)
                               move spaces to WS-VRD-AANTAL-S
                                   WS-VRD-MINIMUM-S WS-VRD-KOSTPRIJS-S
                               unstring function trim(
                                       WS-VRD-LEESREGEL)
                                   delimited by ","
                                   into VRD-CODE(VRD-IDX)
                                        WS-VRD-AANTAL-S
                                        WS-VRD-MINIMUM-S
                                        WS-VRD-KOSTPRIJS-S
                               end-unstring
                               move function numval(WS-VRD-AANTAL-S)
                                   to VRD-AANTAL(VRD-IDX)
                               move function numval(WS-VRD-MINIMUM-S)
                                   to VRD-MINIMUM(VRD-IDX)
                               move function numval(
                                   WS-VRD-KOSTPRIJS-S)
                                   to VRD-KOSTPRIJS(VRD-IDX)
                           end-if
                   end-read
               end-perform
               close VOORRAAD-FILE.
           1100-EXIT.
               exit.

      *>    the description of VRD-IDX's article, for the lists
           1200-FIND-OMSCHRIJVING.
               move "(niet in Artikelen.csv)" to WS-ART-OMSCHRIJVING
               perform varying ARTIKEL-IDX from 1 by 1
                       until ARTIKEL-IDX > WS-ARTIKEL-COUNT
                   if function trim(ART-CODE(ARTIKEL-IDX))
                           = function trim(VRD-CODE(VRD-IDX))
                       move ART-OMSCHRIJVING(ARTIKEL-IDX)
                           to WS-ART-OMSCHRIJVING
                       exit perform
                   end-if
               end-perform.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SHOW-STOCK: the stock on the screen.
      *>----------------------------------------------------------------
           2000-SHOW-STOCK.
               if WS-VRD-COUNT = 0
                   display "Geen artikelen in voorraadbeheer"
                       " (Voorraad.csv leeg)."
                   go to 2000-EXIT
               end-if
               display "Artikel    Omschrijving                  "
                   "     Stand  Minimum   GemKostprijs"
               perform varying VRD-IDX from 1 by 1
                       until VRD-IDX > WS-VRD-COUNT
                   perform 1200-FIND-OMSCHRIJVING thru 1200-EXIT
                   move VRD-AANTAL(VRD-IDX) to DISPLAY-AANTAL
                   move VRD-MINIMUM(VRD-IDX) to DISPLAY-MINIMUM
                   move VRD-KOSTPRIJS(VRD-IDX) to DISPLAY-KOSTPRIJS
                   if VRD-AANTAL(VRD-IDX) < VRD-MINIMUM(VRD-IDX)
                       display VRD-CODE(VRD-IDX) " "
                           WS-ART-OMSCHRIJVING " " DISPLAY-AANTAL " "
                           DISPLAY-MINIMUM " " DISPLAY-KOSTPRIJS
                           "  ONDER MINIMUM"
                   else
                       display VRD-CODE(VRD-IDX) " "
                           WS-ART-OMSCHRIJVING " " DISPLAY-AANTAL " "
                           DISPLAY-MINIMUM " " DISPLAY-KOSTPRIJS
                   end-if
                   add 1 to WS-RECORDS-OUT
               end-perform.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-SET-MINIMUM: only for an article of the master.
      *>----------------------------------------------------------------
           3000-SET-MINIMUM.
               perform 3100-CHECK-ARTIKEL thru 3100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 3000-EXIT
               end-if
               if function test-numval(function trim(LINK-PARM2))
                       not = 0
                   display "Ongeldig minimum: "
                       function trim(LINK-PARM2)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "MINIMUM" to WS-SM-ACTIE
               move function numval(function trim(LINK-PARM2))
                   to WS-SM-AANTAL
               move 0 to WS-SM-PRIJS
               move "MINIMUM" to WS-SM-REDEN
               move "StockLedger" to WS-SM-REFERENTIE
               perform 3200-CALL-STOCKMUTATION thru 3200-EXIT
               if WS-SM-RESULTAAT = "J"
                   move WS-SM-MINIMUM to DISPLAY-MINIMUM
                   display "Minimum " function trim(WS-SM-ARTIKEL)
                       ": " function trim(DISPLAY-MINIMUM)
               end-if.
           3000-EXIT.
               exit.

           3100-CHECK-ARTIKEL.
               move function upper-case(function trim(LINK-PARM1))
                   to WS-SM-ARTIKEL
               perform varying ARTIKEL-IDX from 1 by 1
                       until ARTIKEL-IDX > WS-ARTIKEL-COUNT
                   if function trim(ART-CODE(ARTIKEL-IDX))
                           = function trim(WS-SM-ARTIKEL)
                       go to 3100-EXIT
                   end-if
               end-perform
               display "Onbekend artikel: " function trim(LINK-PARM1)
               move 1 to WS-RETURN-CODE.
           3100-EXIT.
               exit.

           3200-CALL-STOCKMUTATION.
               call "StockMutation" using WS-SM-ACTIE WS-SM-ARTIKEL
                   WS-SM-AANTAL WS-SM-PRIJS WS-SM-REDEN
                   WS-SM-REFERENTIE LINK-OPERATOR-ID
                   WS-SM-RESULTAAT WS-SM-STAND WS-SM-MINIMUM
               evaluate WS-SM-RESULTAAT
                   when "J"
                       add 1 to WS-RECORDS-OUT
                   when "N"
                       display function trim(WS-SM-ARTIKEL)
                           " staat niet in voorraadbeheer -- eerst"
                           " MINIMUM."
                       move 1 to WS-RETURN-CODE
                   when other
                       display "Voorraadmutatie geweigerd: "
                           function trim(WS-SM-ACTIE) " "
                           function trim(WS-SM-ARTIKEL)
                       move 1 to WS-RETURN-CODE
               end-evaluate.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-CORRECT-OR-COUNT: CORRECTIE and TELLING -- the reason
      *> is mandatory, a movement nobody can explain is worthless at
      *> the year-end audit.
      *>----------------------------------------------------------------
           4000-CORRECT-OR-COUNT.
               perform 3100-CHECK-ARTIKEL thru 3100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               move spaces to WS-AANTAL-S WS-REDEN-S
               if LINK-PARM3 = spaces
                   unstring LINK-PARM2 delimited by ","
                       into WS-AANTAL-S WS-REDEN-S
                   end-unstring
               else
                   move LINK-PARM2 to WS-AANTAL-S
                   move LINK-PARM3 to WS-REDEN-S
               end-if
               if function trim(WS-REDEN-S) = spaces
                   display "Reden verplicht bij "
                       function trim(WS-ACTIE) "."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if function test-numval(function trim(WS-AANTAL-S))
                       not = 0
                   display "Ongeldig aantal: "
                       function trim(WS-AANTAL-S)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move WS-ACTIE to WS-SM-ACTIE
               move function numval(function trim(WS-AANTAL-S))
                   to WS-SM-AANTAL
               move 0 to WS-SM-PRIJS
               move function upper-case(function trim(WS-REDEN-S))
                   to WS-SM-REDEN
               move "StockLedger" to WS-SM-REFERENTIE
               perform 3200-CALL-STOCKMUTATION thru 3200-EXIT
               if WS-SM-RESULTAAT = "J"
                   move WS-SM-STAND to DISPLAY-AANTAL
                   display function trim(WS-SM-ARTIKEL)
                       " -- nieuwe stand: "
                       function trim(DISPLAY-AANTAL)
                   if WS-SM-STAND < WS-SM-MINIMUM
                       display "Onder het minimum -- zie BESTELLIJST."
                   end-if
               end-if.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-REORDER-LIST: every article under its minimum, with what
      *> it takes to get back to it.
      *>----------------------------------------------------------------
           5000-REORDER-LIST.
               move spaces to DYNAMIC-LIJSTFILE
               string "Voorraad-Bestellijst-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to LIJST-REGEL
               string "BESTELLIJST VOORRAAD     Datum: "
                          delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Artikel    Omschrijving                  "
                          delimited by size
                      "     Stand  Minimum   Tekort" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying VRD-IDX from 1 by 1
                       until VRD-IDX > WS-VRD-COUNT
                   if VRD-AANTAL(VRD-IDX) < VRD-MINIMUM(VRD-IDX)
                       perform 1200-FIND-OMSCHRIJVING thru 1200-EXIT
                       compute WS-TEKORT = VRD-MINIMUM(VRD-IDX)
                           - VRD-AANTAL(VRD-IDX)
                       move VRD-AANTAL(VRD-IDX) to DISPLAY-AANTAL
                       move VRD-MINIMUM(VRD-IDX) to DISPLAY-MINIMUM
                       move WS-TEKORT to DISPLAY-TEKORT
                       move spaces to LIJST-REGEL
                       string VRD-CODE(VRD-IDX) delimited by size
                              " " delimited by size
                              WS-ART-OMSCHRIJVING delimited by size
                              " " delimited by size
                              DISPLAY-AANTAL delimited by size
                              " " delimited by size
                              DISPLAY-MINIMUM delimited by size
                              " " delimited by size
                              DISPLAY-TEKORT delimited by size
                           into LIJST-REGEL
                       end-string
                       write LIJST-REGEL
                       add 1 to WS-ONDER-MINIMUM
                       add 1 to WS-RECORDS-OUT
                   end-if
               end-perform
               if WS-ONDER-MINIMUM = 0
                   move "Geen artikelen onder hun minimum."
                       to LIJST-REGEL
                   write LIJST-REGEL
               end-if
               close LIJST-FILE
               display "Bestellijst geschreven: "
                   function trim(DYNAMIC-LIJSTFILE).
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-VALUATION: quantity times weighted average cost per
      *> article, the total for the balance sheet at the foot.
      *>----------------------------------------------------------------
           6000-VALUATION.
               move spaces to DYNAMIC-LIJSTFILE
               string "Voorraad-Waardering-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move spaces to LIJST-REGEL
               if LINK-PARM1 = spaces
                   string "VOORRAADWAARDERING (gewogen gemiddelde "
                              delimited by size
                          "kostprijs)     Datum: " delimited by size
                          WS-RUN-DATE-ISO delimited by size
                       into LIJST-REGEL
                   end-string
               else
                   string "VOORRAADWAARDERING (gewogen gemiddelde "
                              delimited by size
                          "kostprijs)     Boekjaar: " delimited by size
                          function trim(LINK-PARM1) delimited by size
                          "   Datum: " delimited by size
                          WS-RUN-DATE-ISO delimited by size
                       into LIJST-REGEL
                   end-string
               end-if
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Artikel    Omschrijving                  "
                          delimited by size
                      "     Stand   GemKostprijs" delimited by size
                      "         Waarde" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying VRD-IDX from 1 by 1
                       until VRD-IDX > WS-VRD-COUNT
                   perform 6100-VALUE-ONE thru 6100-EXIT
               end-perform
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               move WS-TOT-WAARDE to DISPLAY-WAARDE
               move spaces to LIJST-REGEL
               string "Totaal voorraadwaarde:" delimited by size
                      "                                          "
                          delimited by size
                      DISPLAY-WAARDE delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               close LIJST-FILE
               display "Voorraadwaardering geschreven: "
                   function trim(DYNAMIC-LIJSTFILE)
               display "Totaal voorraadwaarde: "
                   function trim(DISPLAY-WAARDE).
           6000-EXIT.
               exit.

           6100-VALUE-ONE.
               perform 1200-FIND-OMSCHRIJVING thru 1200-EXIT
               if VRD-AANTAL(VRD-IDX) > 0
                   compute WS-WAARDE rounded =
                       VRD-AANTAL(VRD-IDX) * VRD-KOSTPRIJS(VRD-IDX)
               else
                   move 0 to WS-WAARDE
               end-if
               add WS-WAARDE to WS-TOT-WAARDE
               move VRD-AANTAL(VRD-IDX) to DISPLAY-AANTAL
               move VRD-KOSTPRIJS(VRD-IDX) to DISPLAY-KOSTPRIJS
               move WS-WAARDE to DISPLAY-WAARDE
               move spaces to WS-WAARDE-OPM
               if VRD-AANTAL(VRD-IDX) < 0
                   move "NEGATIEVE STAND" to WS-WAARDE-OPM
               end-if
               move spaces to LIJST-REGEL
               string VRD-CODE(VRD-IDX) delimited by size
                      " " delimited by size
                      WS-ART-OMSCHRIJVING delimited by size
                      " " delimited by size
                      DISPLAY-AANTAL delimited by size
                      " " delimited by size
                      DISPLAY-KOSTPRIJS delimited by size
                      " " delimited by size
                      DISPLAY-WAARDE delimited by size
                      "  " delimited by size
                      WS-WAARDE-OPM delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               add 1 to WS-RECORDS-OUT.
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
               move "StockLedger" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Voorraad.csv" to LOG-INPUT-FILE
               if DYNAMIC-LIJSTFILE not = spaces
                   move DYNAMIC-LIJSTFILE to LOG-OUTPUT-FILE
               else
                   move "Voorraad-Mutaties.csv" to LOG-OUTPUT-FILE
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
