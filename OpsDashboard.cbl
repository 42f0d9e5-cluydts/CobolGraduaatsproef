      *>     DREMPELDAGEN threshold
      *>   - Pending- release markers awaiting a checker
      *>   - the Lock-Payroll.d lock directory
      *>   - statutory filings late or due within a week, off the
      *>     Aangiften-Status.csv FilingCalendar leaves behind
      *>   - the last stream's batch-window warnings (step overruns,
      *>     an end past the deadline) off the
      *>     JobStream-Waarschuwingen.csv JobStreamTiming keeps
      *>   - the tail of RUNLOG.TXT
      *> R refreshes, Q leaves. Nothing here writes anything --
      *> looking may never change state.
           select AGECFG-FILE assign to "Reject-Aging-Config.csv"
               organization is line sequential
               file status is WS-AGECFG-STATUS.
           select AANGIFTE-FILE assign to "Aangiften-Status.csv"
               organization is line sequential
               file status is WS-AANGIFTE-STATUS.
           select WAARSCH-FILE
                   assign to "JobStream-Waarschuwingen.csv"
               organization is line sequential
               file status is WS-WAARSCH-STATUS.

       data division.

           fd AGECFG-FILE.
           01 AGECFG-REGEL pic x(40).

           fd AANGIFTE-FILE.
           01 AANGIFTE-REGEL pic x(100).

           fd WAARSCH-FILE.
           01 WAARSCH-REGEL pic x(160).

       working-storage section.

           01 WS-COUNT-STATUS pic xx.
           01 WS-LIST-STATUS pic xx.
           01 WS-STRMSTAT-STATUS pic xx.
           01 WS-AGECFG-STATUS pic xx.
           01 WS-AANGIFTE-STATUS pic xx.
           01 WS-WAARSCH-STATUS pic xx.
           01 EOF-FLAG pic x(01).
           01 WS-KEUZE pic x(01).
           01 WS-CMD pic x(160).
           01 WS-OUDE-REJECTS pic 9(05).
           01 WS-PENDING pic 9(05).
           01 WS-LOCK-AANWEZIG pic x(01).

      *>    the filing deadlines, reckoned against today
           01 WS-AG-STATUS-GEVONDEN pic x(01).
           01 WS-AG-TELAAT pic 9(05).
           01 WS-AG-WEEK pic 9(05).
           01 WS-AG-CODE pic x(10).
           01 WS-AG-PERIODE pic x(07).
           01 WS-AG-VERVALDAG pic x(10).
           01 WS-AG-STAND pic x(10).
           01 WS-AG-EERSTE pic x(20).
           01 WS-VANDAAG pic x(10).
           01 WS-WEEK-GRENS pic x(10).
           01 WS-DATUM-N pic 9(08).
           01 WS-DATUM-X redefines WS-DATUM-N pic x(08).
           01 WS-CURRENT-DATETIME pic x(21).
           01 DISPLAY-AANTAL pic Z(4)9.

      *>    the batch-window warnings of the last stream
           01 WS-BV-AANTAL pic 9(05).
           01 WS-BV-RUN pic x(14).
           01 WS-BV-SOORT pic x(14).
           01 WS-BV-STAP pic x(12).
           01 WS-BV-SEC pic x(08).
           01 WS-BV-GEM pic x(08).
           01 WS-BV-MELDING pic x(90).
           01 WS-BV-EERSTE pic x(48).

           01 WS-STRM-REGELS pic 9(02).
           01 WS-FOUT-STAPPEN pic 9(02).

                   move "Y" to WS-LOCK-AANWEZIG
               end-if

      *>        filings: late is past the due date and not filed,
      *>        this week is due within seven days -- counted
      *>        against today, not against the day of the last check
               move "N" to WS-AG-STATUS-GEVONDEN
               move 0 to WS-AG-TELAAT
               move 0 to WS-AG-WEEK
               move spaces to WS-AG-EERSTE
               move function current-date to WS-CURRENT-DATETIME
               move spaces to WS-VANDAAG
               string WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2)
                   delimited by size into WS-VANDAAG
               end-string
               compute WS-DATUM-N = function date-of-integer(
                   function integer-of-date(function numval(
                   WS-CURRENT-DATETIME(1:8))) + 7)
               move spaces to WS-WEEK-GRENS
               string WS-DATUM-X(1:4) "-" WS-DATUM-X(5:2) "-"
                      WS-DATUM-X(7:2)
                   delimited by size into WS-WEEK-GRENS
               end-string
               open input AANGIFTE-FILE
               if WS-AANGIFTE-STATUS = "00"
                   move "Y" to WS-AG-STATUS-GEVONDEN
                   read AANGIFTE-FILE into AANGIFTE-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read AANGIFTE-FILE into AANGIFTE-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-AG-CODE
                               move spaces to WS-AG-PERIODE
                               move spaces to WS-AG-VERVALDAG
                               move spaces to WS-AG-STAND
                               unstring AANGIFTE-REGEL
                                   delimited by ","
                                   into WS-AG-CODE WS-AG-PERIODE
                                        WS-AG-VERVALDAG WS-AG-STAND
                               end-unstring
                               if WS-AG-STAND not = "INGEDIEND"
                                   if WS-AG-VERVALDAG < WS-VANDAAG
                                       add 1 to WS-AG-TELAAT
                                       if WS-AG-EERSTE = spaces
                                           string
                                               function trim(WS-AG-CODE)
                                               " " WS-AG-PERIODE
                                               delimited by size
                                               into WS-AG-EERSTE
                                           end-string
                                       end-if
                                   else
                                       if WS-AG-VERVALDAG
                                               <= WS-WEEK-GRENS
                                           add 1 to WS-AG-WEEK
                                       end-if
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close AANGIFTE-FILE
               end-if

      *>        the last stream's batch-window warnings
               move 0 to WS-BV-AANTAL
               move spaces to WS-BV-EERSTE
               open input WAARSCH-FILE
               if WS-WAARSCH-STATUS = "00"
                   read WAARSCH-FILE into WAARSCH-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read WAARSCH-FILE into WAARSCH-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-BV-MELDING
                               unstring WAARSCH-REGEL
                                   delimited by ","
                                   into WS-BV-RUN WS-BV-SOORT
                                        WS-BV-STAP WS-BV-SEC
                                        WS-BV-GEM WS-BV-MELDING
                               end-unstring
                               add 1 to WS-BV-AANTAL
                               if WS-BV-EERSTE = spaces
                                   move WS-BV-MELDING to WS-BV-EERSTE
                               end-if
                       end-read
                   end-perform
                   close WAARSCH-FILE
               end-if

      *>        the job-stream outcome and the runlog tail land in
      *>        the list file for the paint step
               call "SYSTEM" using
                       "                            " at 0801
               end-if

      *>        statutory filings
               if WS-AG-STATUS-GEVONDEN = "Y"
                   move WS-AG-TELAAT to DISPLAY-AANTAL
                   display "Aangiften te laat:" at 0901
                   display DISPLAY-AANTAL at 0920
                   move WS-AG-WEEK to DISPLAY-AANTAL
                   display "  binnen 7 dagen:" at 0926
                   display DISPLAY-AANTAL at 0944
                   if WS-AG-EERSTE = spaces
                       display "                         " at 0951
                   else
                       display "eerst: " at 0951
                       display WS-AG-EERSTE at 0958
                   end-if
               else
                   display "Aangiften: geen Aangiften-Status.csv --"
                       " FilingCalendar nog niet gelopen" at 0901
               end-if

      *>        last night's stream
               display "JobStream-Status.csv:" at 1001
               move 0 to WS-STRM-REGELS
                   move 12 to WS-SCHERM-RIJ
               end-if

      *>        the batch window
               if WS-BV-AANTAL = 0
                   display "Batchvenster: geen waarschuwingen     "
                       "                                     " at 1601
               else
                   move WS-BV-AANTAL to DISPLAY-AANTAL
                   display "Batchvenster:" at 1601
                   display DISPLAY-AANTAL at 1615
                   display " waarsch.: " at 1620
                   display WS-BV-EERSTE at 1631
               end-if

      *>        the runlog tail
               display "Laatste RUNLOG.TXT-regels:" at 1701
               move 18 to WS-SCHERM-RIJ
