      *>----------------------------------------------------------------
      *> FilingCalendar -- every statutory declaration has its own
      *> extract (Bv274Extract, DmfAExtract, IcListing, ...) but the
      *> question "what is due, what is in, what is late?" was a
      *> wall planner and someone's memory. This answers it off one
      *> rule table, Aangifte-Kalender.csv (Code,Omschrijving,Ritme,
      *> MaandenNa,Dag,Bron,Bewijs,Vanaf,Actief):
      *>   Ritme      MAAND (period YYYY-MM), KWARTAAL (YYYYQn) or
      *>              JAAR (YYYY);
      *>   MaandenNa  how many months after the period's last month
      *>              the declaration is due, Dag the day in that
      *>              month (LAATSTE or anything past the month's end
      *>              is its last day) -- a weekend or a Kalender.csv
      *>              day moves it to the next business day through
      *>              KalenderDag, as the FOD and the RSZ allow;
      *>   Bron/Bewijs how a period counts as produced:
      *>              BESTAND    the extract's output file exists --
      *>                         Bewijs is its name with {P} where
      *>                         the period goes;
      *>              BTWPERIODE the period is CLOSED in
      *>                         VAT-Periods.csv;
      *>              AFDRACHT   an order of Soort <Bewijs> for the
      *>                         period in Afdrachten-Register.csv --
      *>                         AFGEPUNT there (debited) is done;
      *>   Vanaf      the first period followed (blank: January of
      *>              last year), Actief N switches a rule off.
      *> A declaration filed on the portal (Belcotax, Intervat, the
      *> DmfA batch, ...) is confirmed in Aangifte-Indieningen.csv
      *> (Code,Periode,IngediendOp,Referentie,Operator). Each period
      *> then stands OPEN, AANGEMAAKT or INGEDIEND, and is signalled
      *> GEDAAN, TE LAAT (due date passed, not filed), DEZE WEEK (due
      *> within 7 days) or GEPLAND.
      *> Actions:
      *>   CONTROLE [<datum>]
      *>       every period due up to a month ahead, all open ones
      *>       however old, the ones filed in the last month --
      *>       Aangiften-Status.csv (read by OpsDashboard) and the
      *>       printable list Aangiften-Kalender-<datum>.txt.
      *>   MELDING
      *>       the same check for the batch notification: the status
      *>       file and only the late and this week's lines on the
      *>       console.
      *>   INGEDIEND <code> <periode>[,<datum>[,<referentie>]]
      *>       confirms a filing, once per code and period.
      *>----------------------------------------------------------------
       identification division.
       program-id. FilingCalendar.
       environment division.
       input-output section.
       file-control.
           select REGEL-FILE assign to "Aangifte-Kalender.csv"
               organization is line sequential
               file status is WS-REGEL-STATUS.
           select INDIEN-FILE assign to "Aangifte-Indieningen.csv"
               organization is line sequential
               file status is WS-INDIEN-STATUS.
           select PERIOD-FILE assign to "VAT-Periods.csv"
               organization is line sequential
               file status is WS-PERIOD-STATUS.
           select AFDRACHT-FILE assign to "Afdrachten-Register.csv"
               organization is line sequential
               file status is WS-AFDRACHT-STATUS.
           select STATUS-FILE assign to "Aangiften-Status.csv"
               organization is line sequential
               file status is WS-STATUS-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd REGEL-FILE.
           01 REGEL-REGEL pic x(200).

           fd INDIEN-FILE.
           01 INDIEN-REGEL pic x(100).

           fd PERIOD-FILE.
           01 PERIOD-REGEL pic x(60).

           fd AFDRACHT-FILE.
           01 AFDRACHT-REGEL pic x(60).

           fd STATUS-FILE.
           01 STATUS-REGEL pic x(100).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(100).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-REGEL-STATUS pic xx.
           01 WS-INDIEN-STATUS pic xx.
           01 WS-PERIOD-STATUS pic xx.
           01 WS-AFDRACHT-STATUS pic xx.
           01 WS-STATUS-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-ACTIE pic x(11).
           01 WS-VANDAAG pic x(10).
           01 WS-PEILDATUM pic x(10).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-ROWS-OUT pic 9(05) value 0.

      *>    the window: due within a week is signalled, a month ahead
      *>    is listed, filings older than a month drop off the list
           01 WS-WEEK-DAGEN pic 9(03) value 7.
           01 WS-VOORUIT-DAGEN pic 9(03) value 31.
           01 WS-TERUG-DAGEN pic 9(03) value 31.
           01 WS-PEIL-INT pic 9(08).
           01 WS-DATUM-N pic 9(08).
           01 WS-DATUM-X redefines WS-DATUM-N pic x(08).
           01 WS-WEEK-GRENS pic x(10).
           01 WS-VOORUIT-GRENS pic x(10).
           01 WS-TERUG-GRENS pic x(10).

      *>    the rule table
           01 WS-RK-COUNT pic 9(03) value 0.
           01 WS-RK-LEESREGEL pic x(200).
           01 WS-RK-MAANDEN-S pic x(04).
           01 WS-RK-DAG-S pic x(08).
           01 RK-TABLE.
               05 RK-ENTRY occurs 60 times indexed by RK-IDX.
                   10 RK-CODE pic x(10).
                   10 RK-OMSCHRIJVING pic x(50).
                   10 RK-RITME pic x(08).
                   10 RK-MAANDEN pic 9(02).
                   10 RK-DAG pic 9(02).
                   10 RK-BRON pic x(10).
                   10 RK-BEWIJS pic x(40).
                   10 RK-VANAF pic x(07).
                   10 RK-ACTIEF pic x(01).

      *>    the filings confirmed, kept whole and rewritten
           01 WS-IN-COUNT pic 9(04) value 0.
           01 WS-IN-DIRTY pic x(01) value "N".
           01 WS-IN-LEESREGEL pic x(100).
           01 IN-TABLE.
               05 IN-ENTRY occurs 3000 times indexed by IN-IDX.
                   10 IN-CODE pic x(10).
                   10 IN-PERIODE pic x(07).
                   10 IN-DATUM pic x(10).
                   10 IN-REFERENTIE pic x(30).
                   10 IN-OPERATOR pic x(12).

      *>    VATQuarterlyReport's closed periods
           01 WS-VP-COUNT pic 9(03) value 0.
           01 WS-VP-LEESREGEL pic x(60).
           01 VP-TABLE.
               05 VP-ENTRY occurs 300 times indexed by VP-IDX.
                   10 VP-PERIODE pic x(06).
                   10 VP-STATE pic x(08).

      *>    the remittance register
           01 WS-AFD-COUNT pic 9(03) value 0.
           01 WS-AFD-LEESREGEL pic x(60).
           01 AFD-TABLE.
               05 AFD-ENTRY occurs 500 times indexed by AFD-IDX.
                   10 AFD-PERIODE pic x(07).
                   10 AFD-SOORT pic x(04).
                   10 AFD-BEDRAG-S pic x(12).
                   10 AFD-STATE pic x(10).

      *>    one period of one rule
           01 WS-P-JAAR pic 9(04).
           01 WS-P-NR pic 9(02).
           01 WS-P-MAX pic 9(02).
           01 WS-P-PERIODE pic x(07).
           01 WS-P-POGING pic 9(04).
           01 WS-EIND-MAAND pic 9(02).
           01 WS-MND-TOTAAL pic 9(06).
           01 WS-D-JAAR pic 9(04).
           01 WS-D-REST pic 9(02).
           01 WS-D-MAAND pic 9(02).
           01 WS-D-DAG pic 9(02).
           01 WS-D-LAATSTE pic 9(02).
           01 WS-D-VOLGENDE pic 9(08).
           01 WS-VERVALDAG pic x(10).
           01 WS-STAND pic x(10).
           01 WS-SIGNAAL pic x(10).
           01 WS-BEWIJS-VOOR pic x(40).
           01 WS-BEWIJS-NA pic x(40).
           01 WS-BEWIJS-DELIM pic x(03).
           01 WS-BEWIJS-FILE pic x(60).
           01 FILE-DETAILS pic x(40).
           01 WS-KAL-DATUM pic x(10).
           01 WS-KAL-ACTIE pic x(08) value "VOLGENDE".
           01 WS-KAL-RESULTAAT pic x(10).
           01 WS-KAL-WERKDAG pic x(01).

      *>    the to-do list, kept in due-date order
           01 WS-TD-COUNT pic 9(04) value 0.
           01 WS-TD-PLAATS pic 9(04).
           01 WS-TD-SCHUIF pic 9(04).
           01 WS-TD-VOL pic x(01) value "N".
           01 TD-TABLE.
               05 TD-ENTRY occurs 2000 times indexed by TD-IDX.
                   10 TD-VERVALDAG pic x(10).
                   10 TD-CODE pic x(10).
                   10 TD-PERIODE pic x(07).
                   10 TD-STAND pic x(10).
                   10 TD-SIGNAAL pic x(10).
                   10 TD-OMSCHRIJVING pic x(50).
           01 WS-TEL-TELAAT pic 9(04) value 0.
           01 WS-TEL-WEEK pic 9(04) value 0.
           01 WS-TEL-GEPLAND pic 9(04) value 0.
           01 WS-TEL-GEDAAN pic 9(04) value 0.
           01 DISPLAY-AANTAL pic Z(3)9.

      *>    input of INGEDIEND
           01 WS-IN-CODE pic x(10).
           01 WS-IN-PERIODE pic x(07).
           01 WS-IN-DATUM pic x(10).
           01 WS-IN-REF pic x(30).
           01 WS-IN-GELDIG pic x(01).

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

           perform 1000-LOAD-RULES thru 1000-EXIT
           perform 1100-LOAD-FILINGS thru 1100-EXIT

           if WS-RETURN-CODE = 0
               evaluate WS-ACTIE
                   when "CONTROLE"
                   when "MELDING"
                       perform 2000-CHECK thru 2000-EXIT
                   when "INGEDIEND"
                       perform 4000-CONFIRM thru 4000-EXIT
                   when other
                       display "Onbekende actie (CONTROLE, MELDING"
                           " of INGEDIEND): " function trim(LINK-ACTIE)
                       move 1 to WS-RETURN-CODE
               end-evaluate
           end-if

           if WS-RETURN-CODE = 0 and WS-IN-DIRTY = "Y"
               perform 6000-REWRITE-FILINGS thru 6000-EXIT
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-RULES: the deadline table -- without it there is
      *> nothing to check.
      *>----------------------------------------------------------------
           1000-LOAD-RULES.
               open input REGEL-FILE
               if WS-REGEL-STATUS not = "00"
                   display "Aangifte-Kalender.csv not found: "
                       WS-REGEL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read REGEL-FILE into WS-RK-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGEL-FILE into WS-RK-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-RK-LEESREGEL = spaces
                               continue
                           else
                               if WS-RK-COUNT >= 60
                                   display "Deadline table full, "
                                       "skipping: " WS-RK-LEESREGEL
                               else
                                   perform 1010-ONE-RULE
                                       thru 1010-EXIT
                               end-if
                           end-if
                   end-read
               end-perform
               close REGEL-FILE.
           1000-EXIT.
               exit.

           1010-ONE-RULE.
               add 1 to WS-RK-COUNT
               add 1 to WS-ROWS-READ
               set RK-IDX to WS-RK-COUNT
               move spaces to RK-ENTRY(RK-IDX)
               move spaces to WS-RK-MAANDEN-S
               move spaces to WS-RK-DAG-S
               unstring WS-RK-LEESREGEL delimited by ","
                   into RK-CODE(RK-IDX) RK-OMSCHRIJVING(RK-IDX)
                        RK-RITME(RK-IDX) WS-RK-MAANDEN-S WS-RK-DAG-S
                        RK-BRON(RK-IDX) RK-BEWIJS(RK-IDX)
                        RK-VANAF(RK-IDX) RK-ACTIEF(RK-IDX)
               end-unstring
               move function upper-case(function trim(
                   RK-CODE(RK-IDX))) to RK-CODE(RK-IDX)
               move function upper-case(function trim(
                   RK-RITME(RK-IDX))) to RK-RITME(RK-IDX)
               move function upper-case(function trim(
                   RK-BRON(RK-IDX))) to RK-BRON(RK-IDX)
               move function trim(RK-BEWIJS(RK-IDX))
                   to RK-BEWIJS(RK-IDX)
               move function trim(RK-VANAF(RK-IDX))
                   to RK-VANAF(RK-IDX)
               move function upper-case(function trim(
                   RK-ACTIEF(RK-IDX))) to RK-ACTIEF(RK-IDX)
               if function test-numval(function trim(WS-RK-MAANDEN-S))
                       = 0
                   move function numval(function trim(
                       WS-RK-MAANDEN-S)) to RK-MAANDEN(RK-IDX)
               else
                   move 1 to RK-MAANDEN(RK-IDX)
               end-if
               if function upper-case(function trim(WS-RK-DAG-S))
                       = "LAATSTE"
                   move 99 to RK-DAG(RK-IDX)
               else
                   if function test-numval(function trim(
                           WS-RK-DAG-S)) = 0
                       move function numval(function trim(
                           WS-RK-DAG-S)) to RK-DAG(RK-IDX)
                   else
                       move 99 to RK-DAG(RK-IDX)
                   end-if
               end-if
               if RK-DAG(RK-IDX) = 0
                   move 99 to RK-DAG(RK-IDX)
               end-if
      *>        a rule this program cannot follow is reported and
      *>        left out rather than guessed at
               if RK-RITME(RK-IDX) not = "MAAND"
                   and RK-RITME(RK-IDX) not = "KWARTAAL"
                   and RK-RITME(RK-IDX) not = "JAAR"
                   display "Deadline " function trim(RK-CODE(RK-IDX))
                       ": onbekend ritme "
                       function trim(RK-RITME(RK-IDX))
                       " -- regel genegeerd."
                   move "N" to RK-ACTIEF(RK-IDX)
               end-if
               if RK-BRON(RK-IDX) not = "BESTAND"
                   and RK-BRON(RK-IDX) not = "BTWPERIODE"
                   and RK-BRON(RK-IDX) not = "AFDRACHT"
                   display "Deadline " function trim(RK-CODE(RK-IDX))
                       ": onbekende bron "
                       function trim(RK-BRON(RK-IDX))
                       " -- regel genegeerd."
                   move "N" to RK-ACTIEF(RK-IDX)
               end-if.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-FILINGS: the confirmations; a missing file is an
      *> empty one.
      *>----------------------------------------------------------------
           1100-LOAD-FILINGS.
               open input INDIEN-FILE
               if WS-INDIEN-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read INDIEN-FILE into WS-IN-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INDIEN-FILE into WS-IN-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-IN-LEESREGEL = spaces
                               continue
                           else
                               if WS-IN-COUNT >= 3000
                                   display "Filings table full, "
                                       "skipping: " WS-IN-LEESREGEL
                                   move "X" to WS-IN-DIRTY
                               else
                                   add 1 to WS-IN-COUNT
                                   set IN-IDX to WS-IN-COUNT
                                   move spaces to IN-ENTRY(IN-IDX)
                                   unstring WS-IN-LEESREGEL
                                       delimited by ","
                                       into IN-CODE(IN-IDX)
                                            IN-PERIODE(IN-IDX)
                                            IN-DATUM(IN-IDX)
                                            IN-REFERENTIE(IN-IDX)
                                            IN-OPERATOR(IN-IDX)
                                   end-unstring
                                   move function upper-case(
                                       function trim(IN-CODE(IN-IDX)))
                                       to IN-CODE(IN-IDX)
                               end-if
                           end-if
                   end-read
               end-perform
               close INDIEN-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-VAT-PERIODS / 1300-LOAD-AFDRACHTEN: the evidence
      *> the other programs leave behind, read-only here.
      *>----------------------------------------------------------------
           1200-LOAD-VAT-PERIODS.
               open input PERIOD-FILE
               if WS-PERIOD-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read PERIOD-FILE into WS-VP-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PERIOD-FILE into WS-VP-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-VP-COUNT < 300
                               add 1 to WS-VP-COUNT
                               set VP-IDX to WS-VP-COUNT
                               move spaces to VP-ENTRY(VP-IDX)
                               unstring WS-VP-LEESREGEL
                                   delimited by ","
                                   into VP-PERIODE(VP-IDX)
                                        VP-STATE(VP-IDX)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close PERIOD-FILE.
           1200-EXIT.
               exit.

           1300-LOAD-AFDRACHTEN.
               open input AFDRACHT-FILE
               if WS-AFDRACHT-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read AFDRACHT-FILE into WS-AFD-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AFDRACHT-FILE into WS-AFD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-AFD-COUNT < 500
                               add 1 to WS-AFD-COUNT
                               set AFD-IDX to WS-AFD-COUNT
                               move spaces to AFD-ENTRY(AFD-IDX)
                               unstring function trim(
                                       WS-AFD-LEESREGEL)
                                   delimited by ","
                                   into AFD-PERIODE(AFD-IDX)
                                        AFD-SOORT(AFD-IDX)
                                        AFD-BEDRAG-S(AFD-IDX)
                                        AFD-STATE(AFD-IDX)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close AFDRACHT-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-CHECK: every active rule, period by period from its
      *> Vanaf, until a due date falls past the look-ahead window.
      *>----------------------------------------------------------------
           2000-CHECK.
               move WS-VANDAAG to WS-PEILDATUM
               if WS-ACTIE = "CONTROLE" and LINK-PARM1 not = spaces
                   move function trim(LINK-PARM1) to WS-PEILDATUM
                   if WS-PEILDATUM(5:1) not = "-"
                       or WS-PEILDATUM(8:1) not = "-"
                       or WS-PEILDATUM(1:4) not numeric
                       or WS-PEILDATUM(6:2) not numeric
                       or WS-PEILDATUM(9:2) not numeric
                       display "Peildatum YYYY-MM-DD verwacht: "
                           function trim(LINK-PARM1)
                       move 1 to WS-RETURN-CODE
                       go to 2000-EXIT
                   end-if
               end-if
               move WS-PEILDATUM(1:4) to WS-DATUM-X(1:4)
               move WS-PEILDATUM(6:2) to WS-DATUM-X(5:2)
               move WS-PEILDATUM(9:2) to WS-DATUM-X(7:2)
               move function integer-of-date(WS-DATUM-N)
                   to WS-PEIL-INT
               compute WS-DATUM-N = function date-of-integer(
                   WS-PEIL-INT + WS-WEEK-DAGEN)
               perform 2900-DATE-TO-TEXT thru 2900-EXIT
               move WS-VERVALDAG to WS-WEEK-GRENS
               compute WS-DATUM-N = function date-of-integer(
                   WS-PEIL-INT + WS-VOORUIT-DAGEN)
               perform 2900-DATE-TO-TEXT thru 2900-EXIT
               move WS-VERVALDAG to WS-VOORUIT-GRENS
               compute WS-DATUM-N = function date-of-integer(
                   WS-PEIL-INT - WS-TERUG-DAGEN)
               perform 2900-DATE-TO-TEXT thru 2900-EXIT
               move WS-VERVALDAG to WS-TERUG-GRENS

               perform 1200-LOAD-VAT-PERIODS thru 1200-EXIT
               perform 1300-LOAD-AFDRACHTEN thru 1300-EXIT

               perform varying RK-IDX from 1 by 1
                       until RK-IDX > WS-RK-COUNT
                   if RK-ACTIEF(RK-IDX) not = "N"
                       perform 2100-ONE-RULE thru 2100-EXIT
                   end-if
               end-perform

               perform 3000-WRITE-STATUS thru 3000-EXIT
               if WS-RETURN-CODE not = 0
                   go to 2000-EXIT
               end-if
               if WS-ACTIE = "CONTROLE"
                   perform 3100-WRITE-LIST thru 3100-EXIT
               else
                   perform 3200-NOTIFY thru 3200-EXIT
               end-if.
           2000-EXIT.
               exit.

           2100-ONE-RULE.
      *>        the first period followed
               evaluate RK-RITME(RK-IDX)
                   when "MAAND"
                       move 12 to WS-P-MAX
                   when "KWARTAAL"
                       move 4 to WS-P-MAX
                   when other
                       move 1 to WS-P-MAX
               end-evaluate
               compute WS-P-JAAR =
                   function numval(WS-PEILDATUM(1:4)) - 1
               move 1 to WS-P-NR
               if RK-VANAF(RK-IDX)(1:4) numeric
                   move RK-VANAF(RK-IDX)(1:4) to WS-P-JAAR
                   evaluate RK-RITME(RK-IDX)
                       when "MAAND"
                           if RK-VANAF(RK-IDX)(6:2) numeric
                               move RK-VANAF(RK-IDX)(6:2) to WS-P-NR
                           end-if
                       when "KWARTAAL"
                           if RK-VANAF(RK-IDX)(6:1) numeric
                               move RK-VANAF(RK-IDX)(6:1) to WS-P-NR
                           end-if
                   end-evaluate
                   if WS-P-NR < 1 or WS-P-NR > WS-P-MAX
                       move 1 to WS-P-NR
                   end-if
               end-if

               move 0 to WS-P-POGING
               perform until WS-P-POGING > 600
                   add 1 to WS-P-POGING
                   perform 2200-DUE-DATE thru 2200-EXIT
                   if WS-VERVALDAG > WS-VOORUIT-GRENS
                       exit perform
                   end-if
                   perform 2300-EVIDENCE thru 2300-EXIT
                   perform 2400-ADD-TODO thru 2400-EXIT
                   add 1 to WS-P-NR
                   if WS-P-NR > WS-P-MAX
                       move 1 to WS-P-NR
                       add 1 to WS-P-JAAR
                   end-if
               end-perform.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-DUE-DATE: the period's name and its due date -- the
      *> rule's day in the rule's month, capped at the month's last
      *> day, then on to the next business day.
      *>----------------------------------------------------------------
           2200-DUE-DATE.
               move spaces to WS-P-PERIODE
               evaluate RK-RITME(RK-IDX)
                   when "MAAND"
                       string WS-P-JAAR "-" WS-P-NR(1:2)
                           delimited by size into WS-P-PERIODE
                       end-string
                       move WS-P-NR to WS-EIND-MAAND
                   when "KWARTAAL"
                       string WS-P-JAAR "Q" WS-P-NR(2:1)
                           delimited by size into WS-P-PERIODE
                       end-string
                       compute WS-EIND-MAAND = WS-P-NR * 3
                   when other
                       move WS-P-JAAR to WS-P-PERIODE
                       move 12 to WS-EIND-MAAND
               end-evaluate

               compute WS-MND-TOTAAL = WS-P-JAAR * 12
                   + WS-EIND-MAAND - 1 + RK-MAANDEN(RK-IDX)
               divide WS-MND-TOTAAL by 12 giving WS-D-JAAR
                   remainder WS-D-REST
               compute WS-D-MAAND = WS-D-REST + 1

               if WS-D-MAAND = 12
                   compute WS-D-VOLGENDE =
                       (WS-D-JAAR + 1) * 10000 + 0101
               else
                   compute WS-D-VOLGENDE = WS-D-JAAR * 10000
                       + (WS-D-MAAND + 1) * 100 + 1
               end-if
               compute WS-DATUM-N = function date-of-integer(
                   function integer-of-date(WS-D-VOLGENDE) - 1)
               move WS-DATUM-X(7:2) to WS-D-LAATSTE
               move RK-DAG(RK-IDX) to WS-D-DAG
               if WS-D-DAG > WS-D-LAATSTE
                   move WS-D-LAATSTE to WS-D-DAG
               end-if
               compute WS-DATUM-N = WS-D-JAAR * 10000
                   + WS-D-MAAND * 100 + WS-D-DAG
               perform 2900-DATE-TO-TEXT thru 2900-EXIT

               move WS-VERVALDAG to WS-KAL-DATUM
               call "KalenderDag" using WS-KAL-DATUM WS-KAL-ACTIE
                                         WS-KAL-RESULTAAT
                                         WS-KAL-WERKDAG
               if WS-KAL-WERKDAG = "J"
                   move WS-KAL-RESULTAAT to WS-VERVALDAG
               end-if.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2300-EVIDENCE: how far the period got -- produced by its
      *> extract, paid, or confirmed filed.
      *>----------------------------------------------------------------
           2300-EVIDENCE.
               move "OPEN" to WS-STAND
               evaluate RK-BRON(RK-IDX)
                   when "BESTAND"
                       move spaces to WS-BEWIJS-VOOR
                       move spaces to WS-BEWIJS-NA
                       move spaces to WS-BEWIJS-DELIM
                       unstring RK-BEWIJS(RK-IDX) delimited by "{P}"
                           into WS-BEWIJS-VOOR
                               delimiter in WS-BEWIJS-DELIM
                                WS-BEWIJS-NA
                       end-unstring
                       move spaces to WS-BEWIJS-FILE
                       if WS-BEWIJS-DELIM = spaces
                           move RK-BEWIJS(RK-IDX) to WS-BEWIJS-FILE
                       else
                           string WS-BEWIJS-VOOR delimited by space
                                  WS-P-PERIODE delimited by space
                                  WS-BEWIJS-NA delimited by space
                               into WS-BEWIJS-FILE
                           end-string
                       end-if
                       call "CBL_CHECK_FILE_EXIST" using WS-BEWIJS-FILE
                                                          FILE-DETAILS
                       end-call
                       if return-code = 0
                           move "AANGEMAAKT" to WS-STAND
                       end-if
                   when "BTWPERIODE"
                       perform varying VP-IDX from 1 by 1
                               until VP-IDX > WS-VP-COUNT
                           if VP-PERIODE(VP-IDX) = WS-P-PERIODE
                               and function trim(VP-STATE(VP-IDX))
                                   = "CLOSED"
                               move "AANGEMAAKT" to WS-STAND
                           end-if
                       end-perform
                   when "AFDRACHT"
                       perform varying AFD-IDX from 1 by 1
                               until AFD-IDX > WS-AFD-COUNT
                           if AFD-PERIODE(AFD-IDX) = WS-P-PERIODE
                               and function trim(AFD-SOORT(AFD-IDX))
                                   = function trim(RK-BEWIJS(RK-IDX))
                               evaluate function trim(
                                       AFD-STATE(AFD-IDX))
                                   when "AFGEPUNT"
                                       move "INGEDIEND" to WS-STAND
                                   when "AANGEMAAKT"
                                       if WS-STAND = "OPEN"
                                           move "AANGEMAAKT"
                                               to WS-STAND
                                       end-if
                               end-evaluate
                           end-if
                       end-perform
               end-evaluate
               perform varying IN-IDX from 1 by 1
                       until IN-IDX > WS-IN-COUNT
                   if IN-CODE(IN-IDX) = RK-CODE(RK-IDX)
                       and IN-PERIODE(IN-IDX) = WS-P-PERIODE
                       move "INGEDIEND" to WS-STAND
                   end-if
               end-perform
               evaluate true
                   when WS-STAND = "INGEDIEND"
                       move "GEDAAN" to WS-SIGNAAL
                   when WS-VERVALDAG < WS-PEILDATUM
                       move "TE LAAT" to WS-SIGNAAL
                   when WS-VERVALDAG <= WS-WEEK-GRENS
                       move "DEZE WEEK" to WS-SIGNAAL
                   when other
                       move "GEPLAND" to WS-SIGNAAL
               end-evaluate.
           2300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2400-ADD-TODO: onto the list in due-date order -- filings
      *> done and past the look-back window are history, not to-do.
      *>----------------------------------------------------------------
           2400-ADD-TODO.
               if WS-SIGNAAL = "GEDAAN"
                   and WS-VERVALDAG < WS-TERUG-GRENS
                   go to 2400-EXIT
               end-if
               if WS-TD-COUNT >= 2000
                   if WS-TD-VOL = "N"
                       display "To-do list full -- later periods "
                           "not listed."
                       move "Y" to WS-TD-VOL
                   end-if
                   go to 2400-EXIT
               end-if
               move 1 to WS-TD-PLAATS
               perform varying TD-IDX from 1 by 1
                       until TD-IDX > WS-TD-COUNT
                   if TD-VERVALDAG(TD-IDX) > WS-VERVALDAG
                       exit perform
                   end-if
                   add 1 to WS-TD-PLAATS
               end-perform
               perform varying WS-TD-SCHUIF from WS-TD-COUNT by -1
                       until WS-TD-SCHUIF < WS-TD-PLAATS
                   move TD-ENTRY(WS-TD-SCHUIF)
                       to TD-ENTRY(WS-TD-SCHUIF + 1)
               end-perform
               add 1 to WS-TD-COUNT
               set TD-IDX to WS-TD-PLAATS
               move WS-VERVALDAG to TD-VERVALDAG(TD-IDX)
               move RK-CODE(RK-IDX) to TD-CODE(TD-IDX)
               move WS-P-PERIODE to TD-PERIODE(TD-IDX)
               move WS-STAND to TD-STAND(TD-IDX)
               move WS-SIGNAAL to TD-SIGNAAL(TD-IDX)
               move RK-OMSCHRIJVING(RK-IDX) to TD-OMSCHRIJVING(TD-IDX)
               evaluate WS-SIGNAAL
                   when "TE LAAT"
                       add 1 to WS-TEL-TELAAT
                   when "DEZE WEEK"
                       add 1 to WS-TEL-WEEK
                   when "GEPLAND"
                       add 1 to WS-TEL-GEPLAND
                   when other
                       add 1 to WS-TEL-GEDAAN
               end-evaluate.
           2400-EXIT.
               exit.

      *>    WS-DATUM-N (YYYYMMDD) as YYYY-MM-DD in WS-VERVALDAG
           2900-DATE-TO-TEXT.
               move spaces to WS-VERVALDAG
               string WS-DATUM-X(1:4) "-" WS-DATUM-X(5:2) "-"
                      WS-DATUM-X(7:2)
                   delimited by size into WS-VERVALDAG
               end-string.
           2900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-STATUS: Aangiften-Status.csv, the list as data --
      *> OpsDashboard reads it and reckons late/this week against the
      *> day it is looking.
      *>----------------------------------------------------------------
           3000-WRITE-STATUS.
               open output STATUS-FILE
               if WS-STATUS-STATUS not = "00"
                   display "Error opening Aangiften-Status.csv: "
                       WS-STATUS-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "Code,Periode,Vervaldag,Stand,Signaal,Omschrijving"
                   to STATUS-REGEL
               write STATUS-REGEL
               perform varying TD-IDX from 1 by 1
                       until TD-IDX > WS-TD-COUNT
                   move spaces to STATUS-REGEL
                   string function trim(TD-CODE(TD-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(TD-PERIODE(TD-IDX))
                              delimited by size
                          "," delimited by size
                          TD-VERVALDAG(TD-IDX) delimited by size
                          "," delimited by size
                          function trim(TD-STAND(TD-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(TD-SIGNAAL(TD-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(TD-OMSCHRIJVING(TD-IDX))
                              delimited by size
                       into STATUS-REGEL
                   end-string
                   write STATUS-REGEL
               end-perform
               close STATUS-FILE
               move WS-TD-COUNT to WS-ROWS-OUT.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-WRITE-LIST: the printable to-do list, late first.
      *>----------------------------------------------------------------
           3100-WRITE-LIST.
               move spaces to DYNAMIC-RAPPORTFILE
               string "Aangiften-Kalender-" WS-PEILDATUM ".txt"
                   delimited by size into DYNAMIC-RAPPORTFILE
               end-string
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-RAPPORTFILE) ": "
                       WS-RAPPORT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               string "WETTELIJKE AANGIFTEN -- TE DOEN PER "
                      WS-PEILDATUM
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Vervaldag" to RAPPORT-REGEL(1:9)
               move "Signaal" to RAPPORT-REGEL(13:7)
               move "Code" to RAPPORT-REGEL(24:4)
               move "Periode" to RAPPORT-REGEL(35:7)
               move "Stand" to RAPPORT-REGEL(44:5)
               move "Aangifte" to RAPPORT-REGEL(56:8)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:99)
               write RAPPORT-REGEL

               move "TE LAAT" to WS-SIGNAAL
               perform 3110-LIST-SIGNAL thru 3110-EXIT
               move "DEZE WEEK" to WS-SIGNAAL
               perform 3110-LIST-SIGNAL thru 3110-EXIT
               move "GEPLAND" to WS-SIGNAAL
               perform 3110-LIST-SIGNAL thru 3110-EXIT
               move "GEDAAN" to WS-SIGNAAL
               perform 3110-LIST-SIGNAL thru 3110-EXIT

               move spaces to RAPPORT-REGEL
               move all "-" to RAPPORT-REGEL(1:99)
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               move WS-TEL-TELAAT to DISPLAY-AANTAL
               string "Te laat: " function trim(DISPLAY-AANTAL)
                   delimited by size into RAPPORT-REGEL
               end-string
               move WS-TEL-WEEK to DISPLAY-AANTAL
               move "Deze week:" to RAPPORT-REGEL(17:10)
               move DISPLAY-AANTAL to RAPPORT-REGEL(28:4)
               move WS-TEL-GEPLAND to DISPLAY-AANTAL
               move "Gepland:" to RAPPORT-REGEL(36:8)
               move DISPLAY-AANTAL to RAPPORT-REGEL(45:4)
               move WS-TEL-GEDAAN to DISPLAY-AANTAL
               move "Gedaan:" to RAPPORT-REGEL(53:7)
               move DISPLAY-AANTAL to RAPPORT-REGEL(61:4)
               write RAPPORT-REGEL
               close RAPPORT-FILE

               move WS-TEL-TELAAT to DISPLAY-AANTAL
               display "Aangiften: " function trim(DISPLAY-AANTAL)
                   " te laat, " with no advancing
               move WS-TEL-WEEK to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL) " deze week, "
                   with no advancing
               move WS-TEL-GEPLAND to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL) " gepland -- "
                   function trim(DYNAMIC-RAPPORTFILE).
           3100-EXIT.
               exit.

           3110-LIST-SIGNAL.
               perform varying TD-IDX from 1 by 1
                       until TD-IDX > WS-TD-COUNT
                   if TD-SIGNAAL(TD-IDX) = WS-SIGNAAL
                       move spaces to RAPPORT-REGEL
                       move TD-VERVALDAG(TD-IDX) to RAPPORT-REGEL(1:10)
                       move TD-SIGNAAL(TD-IDX) to RAPPORT-REGEL(13:10)
                       move TD-CODE(TD-IDX) to RAPPORT-REGEL(24:10)
                       move TD-PERIODE(TD-IDX) to RAPPORT-REGEL(35:7)
                       move TD-STAND(TD-IDX) to RAPPORT-REGEL(44:10)
                       move TD-OMSCHRIJVING(TD-IDX)
                           to RAPPORT-REGEL(56:44)
                       write RAPPORT-REGEL
                   end-if
               end-perform.
           3110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-NOTIFY: for the end-of-batch banner -- only what needs
      *> someone's attention.
      *>----------------------------------------------------------------
           3200-NOTIFY.
               if WS-TEL-TELAAT = 0 and WS-TEL-WEEK = 0
                   display "Aangiften: niets te laat, niets deze week."
                   go to 3200-EXIT
               end-if
               move WS-TEL-TELAAT to DISPLAY-AANTAL
               display "Aangiften: " function trim(DISPLAY-AANTAL)
                   " TE LAAT, " with no advancing
               move WS-TEL-WEEK to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL) " deze week:"
               perform varying TD-IDX from 1 by 1
                       until TD-IDX > WS-TD-COUNT
                   if TD-SIGNAAL(TD-IDX) = "TE LAAT"
                       or TD-SIGNAAL(TD-IDX) = "DEZE WEEK"
                       display "  " TD-SIGNAAL(TD-IDX) " "
                           TD-VERVALDAG(TD-IDX) " "
                           TD-CODE(TD-IDX) " " TD-PERIODE(TD-IDX) " "
                           function trim(TD-OMSCHRIJVING(TD-IDX))
                   end-if
               end-perform.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-CONFIRM: a filing confirmed -- a known code, a period in
      *> its rhythm's form, once.
      *>----------------------------------------------------------------
           4000-CONFIRM.
               move function upper-case(function trim(LINK-PARM1))
                   to WS-IN-CODE
               move spaces to WS-IN-PERIODE
               move spaces to WS-IN-DATUM
               move spaces to WS-IN-REF
               unstring LINK-PARM2 delimited by ","
                   into WS-IN-PERIODE WS-IN-DATUM WS-IN-REF
               end-unstring
               move function upper-case(function trim(WS-IN-PERIODE))
                   to WS-IN-PERIODE
               move function trim(WS-IN-DATUM) to WS-IN-DATUM
               move function trim(WS-IN-REF) to WS-IN-REF
               if WS-IN-DATUM = spaces
                   move WS-VANDAAG to WS-IN-DATUM
               end-if

               set RK-IDX to 1
               search RK-ENTRY
                   at end
                       display "Onbekende aangifte: "
                           function trim(WS-IN-CODE)
                           " -- zie Aangifte-Kalender.csv."
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   when RK-IDX > WS-RK-COUNT
                       display "Onbekende aangifte: "
                           function trim(WS-IN-CODE)
                           " -- zie Aangifte-Kalender.csv."
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   when RK-CODE(RK-IDX) = WS-IN-CODE
                       continue
               end-search

               move "N" to WS-IN-GELDIG
               evaluate RK-RITME(RK-IDX)
                   when "MAAND"
                       if WS-IN-PERIODE(1:4) numeric
                           and WS-IN-PERIODE(5:1) = "-"
                           and WS-IN-PERIODE(6:2) numeric
                           and WS-IN-PERIODE(6:2) >= "01"
                           and WS-IN-PERIODE(6:2) <= "12"
                           move "J" to WS-IN-GELDIG
                       end-if
                   when "KWARTAAL"
                       if WS-IN-PERIODE(1:4) numeric
                           and WS-IN-PERIODE(5:1) = "Q"
                           and WS-IN-PERIODE(6:1) >= "1"
                           and WS-IN-PERIODE(6:1) <= "4"
                           and WS-IN-PERIODE(7:1) = space
                           move "J" to WS-IN-GELDIG
                       end-if
                   when other
                       if WS-IN-PERIODE(1:4) numeric
                           and WS-IN-PERIODE(5:3) = spaces
                           move "J" to WS-IN-GELDIG
                       end-if
               end-evaluate
               if WS-IN-GELDIG not = "J"
                   display "Periode " function trim(WS-IN-PERIODE)
                       " past niet bij ritme "
                       function trim(RK-RITME(RK-IDX)) " van "
                       function trim(WS-IN-CODE) "."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if WS-IN-DATUM(5:1) not = "-"
                   or WS-IN-DATUM(8:1) not = "-"
                   or WS-IN-DATUM(1:4) not numeric
                   or WS-IN-DATUM(6:2) not numeric
                   or WS-IN-DATUM(9:2) not numeric
                   or WS-IN-DATUM > WS-VANDAAG
                   display "Indieningsdatum YYYY-MM-DD, niet in de "
                       "toekomst: " function trim(WS-IN-DATUM)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

               perform varying IN-IDX from 1 by 1
                       until IN-IDX > WS-IN-COUNT
                   if IN-CODE(IN-IDX) = WS-IN-CODE
                       and IN-PERIODE(IN-IDX) = WS-IN-PERIODE
                       display function trim(WS-IN-CODE) " "
                           function trim(WS-IN-PERIODE)
                           " staat al als ingediend op "
                           IN-DATUM(IN-IDX) "."
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
               end-perform
               if WS-IN-DIRTY = "X" or WS-IN-COUNT >= 3000
                   display "Filings table full -- not recorded."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

               add 1 to WS-IN-COUNT
               set IN-IDX to WS-IN-COUNT
               move WS-IN-CODE to IN-CODE(IN-IDX)
               move WS-IN-PERIODE to IN-PERIODE(IN-IDX)
               move WS-IN-DATUM to IN-DATUM(IN-IDX)
               move WS-IN-REF to IN-REFERENTIE(IN-IDX)
               move LINK-OPERATOR-ID to IN-OPERATOR(IN-IDX)
               move "Y" to WS-IN-DIRTY
               display function trim(WS-IN-CODE) " "
                   function trim(WS-IN-PERIODE) " ingediend op "
                   WS-IN-DATUM " geregistreerd.".
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REWRITE-FILINGS: Aangifte-Indieningen.csv whole again.
      *>----------------------------------------------------------------
           6000-REWRITE-FILINGS.
               open output INDIEN-FILE
               if WS-INDIEN-STATUS not = "00"
                   display "Error opening Aangifte-Indieningen.csv: "
                       WS-INDIEN-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move "Code,Periode,IngediendOp,Referentie,Operator"
                   to INDIEN-REGEL
               write INDIEN-REGEL
               perform varying IN-IDX from 1 by 1
                       until IN-IDX > WS-IN-COUNT
                   move spaces to INDIEN-REGEL
                   string function trim(IN-CODE(IN-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(IN-PERIODE(IN-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(IN-DATUM(IN-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(IN-REFERENTIE(IN-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(IN-OPERATOR(IN-IDX))
                              delimited by size
                       into INDIEN-REGEL
                   end-string
                   write INDIEN-REGEL
               end-perform
               close INDIEN-FILE
               move WS-IN-COUNT to WS-ROWS-OUT.
           6000-EXIT.
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
               move "FilingCalendar" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Aangifte-Kalender.csv" to LOG-INPUT-FILE
               evaluate WS-ACTIE
                   when "CONTROLE"
                       move DYNAMIC-RAPPORTFILE to LOG-OUTPUT-FILE
                   when "MELDING"
                       move "Aangiften-Status.csv" to LOG-OUTPUT-FILE
                   when other
                       move "Aangifte-Indieningen.csv"
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
