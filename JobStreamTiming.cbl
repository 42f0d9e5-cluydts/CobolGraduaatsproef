      *>----------------------------------------------------------------
      *> JobStreamTiming -- JobStream-Status.csv says whether each
      *> step finished, not how long it took, so the nightly window
      *> could creep towards office hours without anyone seeing it
      *> come. The stream runner in MainProgram now appends one row
      *> per executed step, and one *STREAM* row per stream run, to
      *> JobStream-Historiek.csv:
      *>   StreamRun,Stap,Type,Start,Einde,Seconden,Status
      *> (StreamRun the stream's start stamp YYYYMMDDHHMMSS, Start/
      *> Einde YYYY-MM-DD HH:MM:SS, Status DONE or FAILED). A step's
      *> usual duration is the average of its last HISTORIEK-RUNS
      *> DONE rows of earlier stream runs -- a failed step says
      *> nothing about how long the work takes.
      *> Actions (LINK-PARM1 the stream run, LINK-PARM2 per action):
      *>   START <run>
      *>       a new stream run starts -- the warnings of the last
      *>       one are cleared.
      *>   STAP <run> <stap>
      *>       a step just finished: warn when it ran over
      *>       OVERSCHRIJDING-PCT of its usual duration, and when the
      *>       steps still PENDING in JobStream-Status.csv, at their
      *>       usual duration, project the stream past the DEADLINE
      *>       (signalled once per stream run).
      *>   EINDE <run>
      *>       the stream is done: warn when it ended past the
      *>       DEADLINE or ran over its own usual duration.
      *>   MELDING
      *>       the last stream's warnings on the batch banner.
      *>   RAPPORT [<streamdefinitie>]
      *>       JobStream-Tijden-<datum>.txt: each step's duration
      *>       over the last stream runs with its trend, the critical
      *>       path through the Afhankelijk dependencies, the
      *>       projected end time against the deadline and, when the
      *>       stream keeps growing, how many runs are left before it
      *>       reaches the deadline.
      *> A warning goes to JobStream-Waarschuwingen.csv (read by
      *> OpsDashboard), to the console and as a WARNING line to
      *> RUNLOG.TXT. The limits come from JobStream-Config.csv
      *> (Sleutel,Waarde):
      *>   DEADLINE            clock time the stream must be done by
      *>                       (07:00); before the start time it is
      *>                       the next morning's
      *>   OVERSCHRIJDING-PCT  a step is over at this percentage of
      *>                       its usual duration (150)
      *>   MIN-SECONDEN        steps shorter than this never warn (60)
      *>   MIN-RUNS            earlier runs needed before a usual
      *>                       duration counts (3)
      *>   HISTORIEK-RUNS      stream runs averaged and shown (8)
      *>----------------------------------------------------------------
       identification division.
       program-id. JobStreamTiming.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to "JobStream-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select HISTORIEK-FILE assign to "JobStream-Historiek.csv"
               organization is line sequential
               file status is WS-HISTORIEK-STATUS.
           select STRMSTAT-FILE assign to "JobStream-Status.csv"
               organization is line sequential
               file status is WS-STRMSTAT-STATUS.
           select WAARSCH-FILE
                   assign to "JobStream-Waarschuwingen.csv"
               organization is line sequential
               file status is WS-WAARSCH-STATUS.
           select STREAM-FILE assign dynamic DYNAMIC-STREAMFILE
               organization is line sequential
               file status is WS-STREAM-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(40).

           fd HISTORIEK-FILE.
           01 HISTORIEK-REGEL pic x(120).

           fd STRMSTAT-FILE.
           01 STRMSTAT-REGEL pic x(40).

           fd WAARSCH-FILE.
           01 WAARSCH-REGEL pic x(160).

           fd STREAM-FILE.
           01 STREAM-REGEL pic x(160).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-HISTORIEK-STATUS pic xx.
           01 WS-STRMSTAT-STATUS pic xx.
           01 WS-WAARSCH-STATUS pic xx.
           01 WS-STREAM-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-ACTIE pic x(11).
           01 WS-RUN pic x(14).
           01 WS-STAP pic x(12).
           01 DYNAMIC-STREAMFILE pic x(40).
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-ROWS-OUT pic 9(05) value 0.
           01 WS-CURRENT-DATETIME pic x(21).

      *>    the limits
           01 WS-CFG-SLEUTEL pic x(20).
           01 WS-CFG-WAARDE pic x(12).
           01 WS-DEADLINE pic x(05) value "07:00".
           01 WS-PCT pic 9(04) value 150.
           01 WS-MIN-SECONDEN pic 9(05) value 60.
           01 WS-MIN-RUNS pic 9(02) value 3.
           01 WS-HIST-RUNS pic 9(02) value 8.

      *>    the history, oldest first; when full the oldest rows go
           01 WS-HI-COUNT pic 9(04) value 0.
           01 WS-HI-MAX pic 9(04) value 5000.
           01 WS-HI-LEESREGEL pic x(120).
           01 WS-HI-SEC-S pic x(08).
           01 HI-TABLE.
               05 HI-ENTRY occurs 5000 times indexed by HI-IDX.
                   10 HI-RUN pic x(14).
                   10 HI-STAP pic x(12).
                   10 HI-TYPE pic x(30).
                   10 HI-START pic x(19).
                   10 HI-EINDE pic x(19).
                   10 HI-SEC pic 9(07).
                   10 HI-STATUS pic x(08).
           01 WS-HI-POS pic 9(04).
           01 WS-HI-SCHUIF pic 9(04).

      *>    this stream run's warnings, kept whole and rewritten
           01 WS-WA-COUNT pic 9(03) value 0.
           01 WS-WA-LEESREGEL pic x(160).
           01 WA-TABLE.
               05 WA-ENTRY occurs 100 times indexed by WA-IDX.
                   10 WA-RUN pic x(14).
                   10 WA-SOORT pic x(14).
                   10 WA-STAP pic x(12).
                   10 WA-SEC pic x(08).
                   10 WA-GEM pic x(08).
                   10 WA-MELDING pic x(90).
           01 WS-WA-SOORT pic x(14).
           01 WS-WA-MELDING pic x(90).
           01 WS-WA-AL pic x(01).

      *>    usual duration of one step (3000-GEMIDDELDE)
           01 WS-Z-STAP pic x(12).
           01 WS-Z-UITSLUIT pic x(14).
           01 WS-Z-TYPE pic x(30).
           01 WS-Z-TOTAAL pic 9(10).
           01 WS-Z-AANTAL pic 9(03).
           01 WS-Z-GEM pic 9(07).

      *>    the step just finished
           01 WS-SEC pic 9(07).
           01 WS-GEVONDEN pic x(01).
           01 WS-GRENS pic 9(09).

      *>    instants as seconds since the integer-of-date epoch
           01 WS-TS pic x(19).
           01 WS-ABS pic 9(12).
           01 WS-START-ABS pic 9(12).
           01 WS-NU-ABS pic 9(12).
           01 WS-EINDE-ABS pic 9(12).
           01 WS-PROGNOSE-ABS pic 9(12).
           01 WS-DEADLINE-ABS pic 9(12).
           01 WS-DAGEN pic 9(08).
           01 WS-DAGSEC pic 9(05).
           01 WS-DATUM-N pic 9(08).
           01 WS-DATUM-X redefines WS-DATUM-N pic x(08).
           01 WS-UU pic 9(02).
           01 WS-MI pic 9(02).
           01 WS-SS pic 9(02).
           01 WS-TIJDSTIP pic x(16).
           01 WS-DUUR pic x(08).
           01 WS-DUUR-SEC pic 9(07).
           01 WS-DUUR-UU pic 9(02).
           01 WS-DUUR-REST pic 9(07).
           01 WS-OPEN-SEC pic 9(09).
           01 WS-ONBEKEND pic 9(02).
           01 WS-STRM-S-NAAM pic x(12).
           01 WS-STRM-S-STATE pic x(08).

      *>    the report: the stream definition ...
           01 WS-ST-COUNT pic 9(02) value 0.
           01 ST-TABLE.
               05 ST-ENTRY occurs 40 times indexed by ST-IDX.
                   10 ST-NAAM pic x(12).
                   10 ST-DEPS pic x(40).
                   10 ST-GEM pic 9(07).
                   10 ST-AANTAL pic 9(03).
                   10 ST-EF pic 9(08).
                   10 ST-VOORG pic 9(02).
           01 WS-ST-TYPE pic x(10).
           01 WS-DEPS-WORK pic x(42).
           01 WS-DEP-ONE pic x(12).
           01 WS-DEP-PTR pic 9(03).
           01 WS-DEP-IDX pic 9(02).
           01 WS-EF-NIEUW pic 9(08).
           01 WS-EF-VOORG pic 9(02).
           01 WS-EF-MAX pic 9(08).
           01 WS-PASS pic 9(02).
           01 WS-GEWIJZIGD pic x(01).
           01 WS-KP-EIND pic 9(02).
           01 WS-KP-PAD pic x(120).
           01 WS-KP-DIEPTE pic 9(02).
           01 WS-SERIEEL pic 9(09).
      *>    ... and the last stream runs, oldest first
           01 WS-RN-COUNT pic 9(02) value 0.
           01 RN-TABLE.
               05 RN-ENTRY occurs 20 times indexed by RN-IDX.
                   10 RN-ID pic x(14).
                   10 RN-SEC pic 9(07).
                   10 RN-STATUS pic x(08).
           01 WS-RN-SWAP pic x(29).
           01 WS-RN-POS pic 9(02).
           01 WS-KOLOM pic 9(03).
           01 WS-CEL pic x(09).
           01 WS-EERSTE-SEC pic 9(07).
           01 WS-LAATSTE-SEC pic 9(07).
           01 WS-TREND-PCT pic s9(05).
           01 DISPLAY-TREND pic -(4)9.
           01 WS-GROEI pic s9(07).
           01 WS-MARGE pic s9(09).
           01 WS-RUNS-OVER pic 9(05).
           01 DISPLAY-AANTAL pic Z(4)9.
           01 WS-RAPPORT-DATUM pic x(08).

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(80).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE
           move LINK-PARM1(1:14) to WS-RUN
           move LINK-PARM2(1:12) to WS-STAP

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           evaluate WS-ACTIE
               when "START"
                   move 0 to WS-WA-COUNT
                   perform 6000-REWRITE-WARNINGS thru 6000-EXIT
               when "STAP"
                   perform 1100-LOAD-HISTORY thru 1100-EXIT
                   perform 1200-LOAD-WARNINGS thru 1200-EXIT
                   perform 2000-CHECK-STEP thru 2000-EXIT
               when "EINDE"
                   perform 1100-LOAD-HISTORY thru 1100-EXIT
                   perform 1200-LOAD-WARNINGS thru 1200-EXIT
                   perform 2500-CHECK-STREAM thru 2500-EXIT
               when "MELDING"
                   perform 1200-LOAD-WARNINGS thru 1200-EXIT
                   perform 4000-NOTIFY thru 4000-EXIT
               when "RAPPORT"
                   perform 1100-LOAD-HISTORY thru 1100-EXIT
                   perform 5000-REPORT thru 5000-EXIT
               when other
                   display "Onbekende actie (START, STAP, EINDE,"
                       " MELDING of RAPPORT): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

      *>    the stream runner's own bookkeeping calls leave no
      *>    RUNLOG line of their own -- only their warnings do
           if WS-ACTIE = "RAPPORT" or WS-RETURN-CODE not = 0
               perform 9000-WRITE-RUNLOG thru 9000-EXIT
           end-if
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the limits; a missing file keeps the
      *> defaults.
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
                           move spaces to WS-CFG-SLEUTEL
                           move spaces to WS-CFG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CFG-SLEUTEL WS-CFG-WAARDE
                           end-unstring
                           perform 1010-ONE-SETTING thru 1010-EXIT
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

           1010-ONE-SETTING.
               evaluate function upper-case(function trim(
                       WS-CFG-SLEUTEL))
                   when "DEADLINE"
                       if WS-CFG-WAARDE(3:1) = ":"
                           and WS-CFG-WAARDE(1:2) is numeric
                           and WS-CFG-WAARDE(4:2) is numeric
                           move WS-CFG-WAARDE(1:5) to WS-DEADLINE
                       end-if
                   when "OVERSCHRIJDING-PCT"
                       if function test-numval(function trim(
                               WS-CFG-WAARDE)) = 0
                           move function numval(function trim(
                               WS-CFG-WAARDE)) to WS-PCT
                       end-if
                   when "MIN-SECONDEN"
                       if function test-numval(function trim(
                               WS-CFG-WAARDE)) = 0
                           move function numval(function trim(
                               WS-CFG-WAARDE)) to WS-MIN-SECONDEN
                       end-if
                   when "MIN-RUNS"
                       if function test-numval(function trim(
                               WS-CFG-WAARDE)) = 0
                           move function numval(function trim(
                               WS-CFG-WAARDE)) to WS-MIN-RUNS
                       end-if
                   when "HISTORIEK-RUNS"
                       if function test-numval(function trim(
                               WS-CFG-WAARDE)) = 0
                           move function numval(function trim(
                               WS-CFG-WAARDE)) to WS-HIST-RUNS
                       end-if
               end-evaluate
               if WS-HIST-RUNS < 1 or WS-HIST-RUNS > 20
                   move 8 to WS-HIST-RUNS
               end-if
               if WS-MIN-RUNS < 1
                   move 1 to WS-MIN-RUNS
               end-if.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-HISTORY: every timed row, oldest first. Past the
      *> table size the oldest rows drop off -- the averages only look
      *> at the last runs anyway.
      *>----------------------------------------------------------------
           1100-LOAD-HISTORY.
               open input HISTORIEK-FILE
               if WS-HISTORIEK-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read HISTORIEK-FILE into WS-HI-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORIEK-FILE into WS-HI-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-HI-LEESREGEL not = spaces
                               perform 1110-ONE-ROW thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close HISTORIEK-FILE.
           1100-EXIT.
               exit.

           1110-ONE-ROW.
               add 1 to WS-ROWS-READ
               if WS-HI-COUNT >= WS-HI-MAX
                   perform varying WS-HI-SCHUIF from 2 by 1
                           until WS-HI-SCHUIF > WS-HI-COUNT
                       move HI-ENTRY(WS-HI-SCHUIF)
                           to HI-ENTRY(WS-HI-SCHUIF - 1)
                   end-perform
                   subtract 1 from WS-HI-COUNT
               end-if
               add 1 to WS-HI-COUNT
               set HI-IDX to WS-HI-COUNT
               move spaces to HI-ENTRY(HI-IDX)
               move spaces to WS-HI-SEC-S
               unstring WS-HI-LEESREGEL delimited by ","
                   into HI-RUN(HI-IDX) HI-STAP(HI-IDX)
                        HI-TYPE(HI-IDX) HI-START(HI-IDX)
                        HI-EINDE(HI-IDX) WS-HI-SEC-S
                        HI-STATUS(HI-IDX)
               end-unstring
               move 0 to HI-SEC(HI-IDX)
               if function test-numval(function trim(WS-HI-SEC-S)) = 0
                   move function numval(function trim(WS-HI-SEC-S))
                       to HI-SEC(HI-IDX)
               end-if.
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-WARNINGS: the warnings of the stream run in
      *> progress (START emptied the file).
      *>----------------------------------------------------------------
           1200-LOAD-WARNINGS.
               move 0 to WS-WA-COUNT
               open input WAARSCH-FILE
               if WS-WAARSCH-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read WAARSCH-FILE into WS-WA-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read WAARSCH-FILE into WS-WA-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-WA-LEESREGEL not = spaces
                                   and WS-WA-COUNT < 100
                               add 1 to WS-WA-COUNT
                               set WA-IDX to WS-WA-COUNT
                               move spaces to WA-ENTRY(WA-IDX)
                               unstring WS-WA-LEESREGEL
                                   delimited by ","
                                   into WA-RUN(WA-IDX)
                                        WA-SOORT(WA-IDX)
                                        WA-STAP(WA-IDX)
                                        WA-SEC(WA-IDX)
                                        WA-GEM(WA-IDX)
                                        WA-MELDING(WA-IDX)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close WAARSCH-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-CHECK-STEP: the step just timed against its usual
      *> duration, then the rest of the stream projected against the
      *> deadline.
      *>----------------------------------------------------------------
           2000-CHECK-STEP.
               move "N" to WS-GEVONDEN
               perform varying HI-IDX from WS-HI-COUNT by -1
                       until HI-IDX < 1 or WS-GEVONDEN = "Y"
                   if HI-RUN(HI-IDX) = WS-RUN
                           and HI-STAP(HI-IDX) = WS-STAP
                       move "Y" to WS-GEVONDEN
                       move HI-SEC(HI-IDX) to WS-SEC
                   end-if
               end-perform
               if WS-GEVONDEN not = "Y"
                   go to 2000-EXIT
               end-if

               move WS-STAP to WS-Z-STAP
               move WS-RUN to WS-Z-UITSLUIT
               perform 3000-GEMIDDELDE thru 3000-EXIT
               if WS-Z-AANTAL >= WS-MIN-RUNS
                       and WS-SEC >= WS-MIN-SECONDEN
                   compute WS-GRENS = WS-Z-GEM * WS-PCT / 100
                   if WS-SEC > WS-GRENS
                       move "OVERSCHRIJDING" to WS-WA-SOORT
                       move WS-SEC to WS-DUUR-SEC
                       perform 8200-FORMAT-DUUR thru 8200-EXIT
                       move spaces to WS-WA-MELDING
                       string "stap " function trim(WS-STAP)
                              " liep " function trim(WS-DUUR)
                              delimited by size
                           into WS-WA-MELDING
                       end-string
                       move WS-Z-GEM to WS-DUUR-SEC
                       perform 8200-FORMAT-DUUR thru 8200-EXIT
                       string function trim(WS-WA-MELDING)
                              ", gewoonlijk " function trim(WS-DUUR)
                              delimited by size
                           into WS-WA-MELDING
                       end-string
                       perform 7000-ADD-WARNING thru 7000-EXIT
                   end-if
               end-if

      *>        the projection: now plus the usual duration of every
      *>        step still waiting; a step never timed counts as 0
               perform 2100-FIND-DEADLINE thru 2100-EXIT
               move WS-CURRENT-DATETIME(1:4) to WS-TS(1:4)
               move "-" to WS-TS(5:1)
               move WS-CURRENT-DATETIME(5:2) to WS-TS(6:2)
               move "-" to WS-TS(8:1)
               move WS-CURRENT-DATETIME(7:2) to WS-TS(9:2)
               move " " to WS-TS(11:1)
               move WS-CURRENT-DATETIME(9:2) to WS-TS(12:2)
               move ":" to WS-TS(14:1)
               move WS-CURRENT-DATETIME(11:2) to WS-TS(15:2)
               move ":" to WS-TS(17:1)
               move WS-CURRENT-DATETIME(13:2) to WS-TS(18:2)
               perform 8000-TS-TO-ABS thru 8000-EXIT
               move WS-ABS to WS-NU-ABS
               move 0 to WS-OPEN-SEC
               move 0 to WS-ONBEKEND
               open input STRMSTAT-FILE
               if WS-STRMSTAT-STATUS = "00"
                   read STRMSTAT-FILE into STRMSTAT-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read STRMSTAT-FILE into STRMSTAT-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-STRM-S-NAAM
                               move spaces to WS-STRM-S-STATE
                               unstring function trim(STRMSTAT-REGEL)
                                   delimited by ","
                                   into WS-STRM-S-NAAM
                                        WS-STRM-S-STATE
                               end-unstring
                               if function trim(WS-STRM-S-STATE)
                                       = "PENDING"
                                   move WS-STRM-S-NAAM to WS-Z-STAP
                                   move WS-RUN to WS-Z-UITSLUIT
                                   perform 3000-GEMIDDELDE
                                       thru 3000-EXIT
                                   if WS-Z-AANTAL = 0
                                       add 1 to WS-ONBEKEND
                                   end-if
                                   add WS-Z-GEM to WS-OPEN-SEC
                               end-if
                       end-read
                   end-perform
                   close STRMSTAT-FILE
               end-if
               compute WS-PROGNOSE-ABS = WS-NU-ABS + WS-OPEN-SEC
               if WS-PROGNOSE-ABS <= WS-DEADLINE-ABS
                   go to 2000-EXIT
               end-if
      *>        once per stream run -- every later step would repeat it
               move "N" to WS-WA-AL
               perform varying WA-IDX from 1 by 1
                       until WA-IDX > WS-WA-COUNT
                   if WA-SOORT(WA-IDX) = "PROGNOSE"
                           or WA-SOORT(WA-IDX) = "DEADLINE"
                       move "Y" to WS-WA-AL
                   end-if
               end-perform
               if WS-WA-AL = "Y"
                   go to 2000-EXIT
               end-if
               move "PROGNOSE" to WS-WA-SOORT
               move WS-OPEN-SEC to WS-SEC
               move 0 to WS-Z-GEM
               move WS-PROGNOSE-ABS to WS-ABS
               perform 8100-ABS-TO-TIJDSTIP thru 8100-EXIT
               move spaces to WS-WA-MELDING
               string "verwacht einde " WS-TIJDSTIP(12:5)
                      " na deadline " WS-DEADLINE
                      delimited by size
                   into WS-WA-MELDING
               end-string
               if WS-ONBEKEND > 0
                   move WS-ONBEKEND to DISPLAY-AANTAL
                   string function trim(WS-WA-MELDING)
                          " (+" function trim(DISPLAY-AANTAL)
                          " stap(pen) zonder historiek)"
                          delimited by size
                       into WS-WA-MELDING
                   end-string
               end-if
               perform 7000-ADD-WARNING thru 7000-EXIT.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-FIND-DEADLINE: the deadline clock time on the stream's
      *> start day -- or the next day when the stream started after
      *> it, the ordinary overnight case.
      *>----------------------------------------------------------------
           2100-FIND-DEADLINE.
               move spaces to WS-TS
               string WS-RUN(1:4) "-" WS-RUN(5:2) "-" WS-RUN(7:2) " "
                      WS-RUN(9:2) ":" WS-RUN(11:2) ":" WS-RUN(13:2)
                      delimited by size
                   into WS-TS
               end-string
               perform 8000-TS-TO-ABS thru 8000-EXIT
               move WS-ABS to WS-START-ABS
               move WS-DEADLINE(1:2) to WS-TS(12:2)
               move WS-DEADLINE(4:2) to WS-TS(15:2)
               move "00" to WS-TS(18:2)
               perform 8000-TS-TO-ABS thru 8000-EXIT
               move WS-ABS to WS-DEADLINE-ABS
               if WS-DEADLINE-ABS <= WS-START-ABS
                   add 86400 to WS-DEADLINE-ABS
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2500-CHECK-STREAM: the *STREAM* row MainProgram wrote at the
      *> end of the run, against the deadline and its usual length.
      *>----------------------------------------------------------------
           2500-CHECK-STREAM.
               move "N" to WS-GEVONDEN
               perform varying HI-IDX from WS-HI-COUNT by -1
                       until HI-IDX < 1 or WS-GEVONDEN = "Y"
                   if HI-RUN(HI-IDX) = WS-RUN
                           and HI-STAP(HI-IDX) = "*STREAM*"
                       move "Y" to WS-GEVONDEN
                       move HI-SEC(HI-IDX) to WS-SEC
                       move HI-EINDE(HI-IDX) to WS-TS
                       move HI-TYPE(HI-IDX) to WS-Z-TYPE
                   end-if
               end-perform
               if WS-GEVONDEN not = "Y"
                   go to 2500-EXIT
               end-if
               perform 8000-TS-TO-ABS thru 8000-EXIT
               move WS-ABS to WS-EINDE-ABS
               perform 2100-FIND-DEADLINE thru 2100-EXIT
               if WS-EINDE-ABS > WS-DEADLINE-ABS
                   move "DEADLINE" to WS-WA-SOORT
                   move 0 to WS-Z-GEM
                   move WS-EINDE-ABS to WS-ABS
                   perform 8100-ABS-TO-TIJDSTIP thru 8100-EXIT
                   move spaces to WS-WA-MELDING
                   string "stream klaar om " WS-TIJDSTIP(12:5)
                          ", na deadline " WS-DEADLINE
                          delimited by size
                       into WS-WA-MELDING
                   end-string
                   perform 7000-ADD-WARNING thru 7000-EXIT
               end-if

               move "*STREAM*" to WS-Z-STAP
               move WS-RUN to WS-Z-UITSLUIT
               perform 3000-GEMIDDELDE thru 3000-EXIT
               if WS-Z-AANTAL >= WS-MIN-RUNS
                       and WS-SEC >= WS-MIN-SECONDEN
                   compute WS-GRENS = WS-Z-GEM * WS-PCT / 100
                   if WS-SEC > WS-GRENS
                       move "OVERSCHRIJDING" to WS-WA-SOORT
                       move "*STREAM*" to WS-STAP
                       move WS-SEC to WS-DUUR-SEC
                       perform 8200-FORMAT-DUUR thru 8200-EXIT
                       move spaces to WS-WA-MELDING
                       string "stream liep " function trim(WS-DUUR)
                              delimited by size
                           into WS-WA-MELDING
                       end-string
                       move WS-Z-GEM to WS-DUUR-SEC
                       perform 8200-FORMAT-DUUR thru 8200-EXIT
                       string function trim(WS-WA-MELDING)
                              ", gewoonlijk " function trim(WS-DUUR)
                              delimited by size
                           into WS-WA-MELDING
                       end-string
                       perform 7000-ADD-WARNING thru 7000-EXIT
                   end-if
               end-if.
           2500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-GEMIDDELDE: WS-Z-STAP's usual duration -- the average of
      *> its last WS-HIST-RUNS DONE rows outside run WS-Z-UITSLUIT
      *> (for *STREAM* rows, of stream definition WS-Z-TYPE only).
      *>----------------------------------------------------------------
           3000-GEMIDDELDE.
               move 0 to WS-Z-TOTAAL
               move 0 to WS-Z-AANTAL
               move 0 to WS-Z-GEM
               perform varying HI-IDX from WS-HI-COUNT by -1
                       until HI-IDX < 1
                           or WS-Z-AANTAL >= WS-HIST-RUNS
                   if HI-STAP(HI-IDX) = WS-Z-STAP
                           and HI-RUN(HI-IDX) not = WS-Z-UITSLUIT
                           and HI-STATUS(HI-IDX) = "DONE"
                           and (WS-Z-STAP not = "*STREAM*"
                                or HI-TYPE(HI-IDX) = WS-Z-TYPE)
                       add HI-SEC(HI-IDX) to WS-Z-TOTAAL
                       add 1 to WS-Z-AANTAL
                   end-if
               end-perform
               if WS-Z-AANTAL > 0
                   compute WS-Z-GEM rounded
                       = WS-Z-TOTAAL / WS-Z-AANTAL
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-NOTIFY: the batch banner carries the last stream's
      *> warnings until the next stream starts.
      *>----------------------------------------------------------------
           4000-NOTIFY.
               if WS-WA-COUNT = 0
                   go to 4000-EXIT
               end-if
               display "  Batchvenster (laatste stream "
                   WA-RUN(1)(1:4) "-" WA-RUN(1)(5:2) "-"
                   WA-RUN(1)(7:2) " " WA-RUN(1)(9:2) ":"
                   WA-RUN(1)(11:2) "):"
               perform varying WA-IDX from 1 by 1
                       until WA-IDX > WS-WA-COUNT
                   display "    " WA-SOORT(WA-IDX) " "
                       function trim(WA-MELDING(WA-IDX))
               end-perform.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-REPORT: trend, critical path and projection.
      *>----------------------------------------------------------------
           5000-REPORT.
               move spaces to DYNAMIC-STREAMFILE
               if function trim(LINK-PARM2) = spaces
                       or function trim(LINK-PARM2) = "-"
                   move "JobStream.csv" to DYNAMIC-STREAMFILE
               else
                   move LINK-PARM2 to DYNAMIC-STREAMFILE
               end-if
               move DYNAMIC-STREAMFILE to WS-Z-TYPE
               perform 5100-LOAD-STREAM thru 5100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 5000-EXIT
               end-if
               perform 5200-COLLECT-RUNS thru 5200-EXIT
               perform 5300-CRITICAL-PATH thru 5300-EXIT

               move WS-CURRENT-DATETIME(1:8) to WS-RAPPORT-DATUM
               move spaces to DYNAMIC-RAPPORTFILE
               string "JobStream-Tijden-" WS-RAPPORT-DATUM ".txt"
                   delimited by size into DYNAMIC-RAPPORTFILE
               end-string
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Cannot write "
                       function trim(DYNAMIC-RAPPORTFILE)
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               string "BATCHVENSTER -- LOOPTIJDEN "
                      function trim(DYNAMIC-STREAMFILE)
                      "   (" WS-RAPPORT-DATUM(1:4) "-"
                      WS-RAPPORT-DATUM(5:2) "-" WS-RAPPORT-DATUM(7:2)
                      ", deadline " WS-DEADLINE ")"
                      delimited by size
                   into RAPPORT-REGEL
               end-string
               perform 5900-WRITE thru 5900-EXIT
               move all "=" to RAPPORT-REGEL(1:100)
               perform 5900-WRITE thru 5900-EXIT
               if WS-RN-COUNT = 0
                   move "Geen getimede stream-runs in de historiek."
                       to RAPPORT-REGEL
                   perform 5900-WRITE thru 5900-EXIT
                   close RAPPORT-FILE
                   display "Report: " function trim(DYNAMIC-RAPPORTFILE)
                   go to 5000-EXIT
               end-if

      *>        one column per stream run, oldest left
               move spaces to RAPPORT-REGEL
               move "Stap" to RAPPORT-REGEL(1:12)
               move 14 to WS-KOLOM
               perform varying RN-IDX from 1 by 1
                       until RN-IDX > WS-RN-COUNT
                   move spaces to WS-CEL
                   string RN-ID(RN-IDX)(7:2) "/" RN-ID(RN-IDX)(5:2)
                          delimited by size into WS-CEL
                   end-string
                   move WS-CEL to RAPPORT-REGEL(WS-KOLOM + 3:6)
                   add 9 to WS-KOLOM
               end-perform
               move "Gemidd. Trend%" to RAPPORT-REGEL(WS-KOLOM + 1:14)
               perform 5900-WRITE thru 5900-EXIT

               perform varying ST-IDX from 1 by 1
                       until ST-IDX > WS-ST-COUNT
                   move ST-NAAM(ST-IDX) to WS-Z-STAP
                   perform 5400-STEP-LINE thru 5400-EXIT
               end-perform
               move "*STREAM*" to WS-Z-STAP
               move spaces to RAPPORT-REGEL
               perform 5900-WRITE thru 5900-EXIT
               perform 5400-STEP-LINE thru 5400-EXIT

      *>        the critical path: the dependency chain whose usual
      *>        durations add up longest -- the floor under the
      *>        stream however the steps were ordered
               move spaces to RAPPORT-REGEL
               perform 5900-WRITE thru 5900-EXIT
               move WS-EF-MAX to WS-DUUR-SEC
               perform 8200-FORMAT-DUUR thru 8200-EXIT
               move spaces to RAPPORT-REGEL
               string "Kritiek pad (" function trim(WS-DUUR) "): "
                      function trim(WS-KP-PAD)
                      delimited by size
                   into RAPPORT-REGEL
               end-string
               perform 5900-WRITE thru 5900-EXIT
               move WS-SERIEEL to WS-DUUR-SEC
               perform 8200-FORMAT-DUUR thru 8200-EXIT
               move spaces to RAPPORT-REGEL
               string "Som van alle stappen (de runner draait ze na"
                      " elkaar): " function trim(WS-DUUR)
                      delimited by size
                   into RAPPORT-REGEL
               end-string
               perform 5900-WRITE thru 5900-EXIT

      *>        projected end: the last stream's start plus the
      *>        usual durations in sequence
               move RN-ID(WS-RN-COUNT) to WS-RUN
               perform 2100-FIND-DEADLINE thru 2100-EXIT
               compute WS-PROGNOSE-ABS = WS-START-ABS + WS-SERIEEL
               move WS-START-ABS to WS-ABS
               perform 8100-ABS-TO-TIJDSTIP thru 8100-EXIT
               move spaces to RAPPORT-REGEL
               string "Laatste start " WS-TIJDSTIP delimited by size
                   into RAPPORT-REGEL
               end-string
               move WS-PROGNOSE-ABS to WS-ABS
               perform 8100-ABS-TO-TIJDSTIP thru 8100-EXIT
               string function trim(RAPPORT-REGEL)
                      " -- verwacht einde " WS-TIJDSTIP
                      delimited by size
                   into RAPPORT-REGEL
               end-string
               compute WS-MARGE = WS-DEADLINE-ABS - WS-PROGNOSE-ABS
               if WS-MARGE < 0
                   compute WS-DUUR-SEC = 0 - WS-MARGE
                   perform 8200-FORMAT-DUUR thru 8200-EXIT
                   string function trim(RAPPORT-REGEL)
                          " -- " function trim(WS-DUUR)
                          " NA DE DEADLINE" delimited by size
                       into RAPPORT-REGEL
                   end-string
               else
                   move WS-MARGE to WS-DUUR-SEC
                   perform 8200-FORMAT-DUUR thru 8200-EXIT
                   string function trim(RAPPORT-REGEL)
                          " -- marge " function trim(WS-DUUR)
                          delimited by size
                       into RAPPORT-REGEL
                   end-string
               end-if
               perform 5900-WRITE thru 5900-EXIT

      *>        the creep: average growth per run of the whole stream
               perform 5500-GROWTH thru 5500-EXIT
               close RAPPORT-FILE
               move WS-ST-COUNT to WS-ROWS-OUT
               display "Report: " function trim(DYNAMIC-RAPPORTFILE).
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5100-LOAD-STREAM: step names and dependencies, in definition
      *> order.
      *>----------------------------------------------------------------
           5100-LOAD-STREAM.
               open input STREAM-FILE
               if WS-STREAM-STATUS not = "00"
                   display "Stream definition not found: "
                       function trim(DYNAMIC-STREAMFILE)
                   move 1 to WS-RETURN-CODE
                   go to 5100-EXIT
               end-if
               read STREAM-FILE into STREAM-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read STREAM-FILE into STREAM-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if STREAM-REGEL not = spaces
                                   and WS-ST-COUNT < 40
                               add 1 to WS-ST-COUNT
                               set ST-IDX to WS-ST-COUNT
                               move spaces to ST-ENTRY(ST-IDX)
                               unstring function trim(STREAM-REGEL)
                                   delimited by ","
                                   into ST-NAAM(ST-IDX)
                                        ST-DEPS(ST-IDX)
                                        WS-ST-TYPE
                               end-unstring
                               move ST-NAAM(ST-IDX) to WS-Z-STAP
                               move spaces to WS-Z-UITSLUIT
                               perform 3000-GEMIDDELDE thru 3000-EXIT
                               move WS-Z-GEM to ST-GEM(ST-IDX)
                               move WS-Z-AANTAL to ST-AANTAL(ST-IDX)
                               move 0 to ST-EF(ST-IDX)
                               move 0 to ST-VOORG(ST-IDX)
                           end-if
                   end-read
               end-perform
               close STREAM-FILE.
           5100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5200-COLLECT-RUNS: the last WS-HIST-RUNS stream runs that
      *> finished (a *STREAM* row), oldest first.
      *>----------------------------------------------------------------
           5200-COLLECT-RUNS.
               move 0 to WS-RN-COUNT
               perform varying HI-IDX from WS-HI-COUNT by -1
                       until HI-IDX < 1
                           or WS-RN-COUNT >= WS-HIST-RUNS
                   if HI-STAP(HI-IDX) = "*STREAM*"
                           and HI-TYPE(HI-IDX) = WS-Z-TYPE
                       add 1 to WS-RN-COUNT
                       move HI-RUN(HI-IDX) to RN-ID(WS-RN-COUNT)
                       move HI-SEC(HI-IDX) to RN-SEC(WS-RN-COUNT)
                       move HI-STATUS(HI-IDX)
                           to RN-STATUS(WS-RN-COUNT)
                   end-if
               end-perform
      *>        collected newest first -- turn them round
               move 1 to WS-RN-POS
               perform until WS-RN-POS >= WS-RN-COUNT - WS-RN-POS + 1
                   move RN-ENTRY(WS-RN-POS) to WS-RN-SWAP
                   move RN-ENTRY(WS-RN-COUNT - WS-RN-POS + 1)
                       to RN-ENTRY(WS-RN-POS)
                   move WS-RN-SWAP
                       to RN-ENTRY(WS-RN-COUNT - WS-RN-POS + 1)
                   add 1 to WS-RN-POS
               end-perform.
           5200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5300-CRITICAL-PATH: earliest finish per step = its usual
      *> duration after the latest-finishing dependency, repeated
      *> until nothing moves (the definition need not be in
      *> dependency order); the path is traced back from the step
      *> that finishes last.
      *>----------------------------------------------------------------
           5300-CRITICAL-PATH.
               move 0 to WS-SERIEEL
               perform varying ST-IDX from 1 by 1
                       until ST-IDX > WS-ST-COUNT
                   add ST-GEM(ST-IDX) to WS-SERIEEL
               end-perform
               move "Y" to WS-GEWIJZIGD
               move 0 to WS-PASS
               perform until WS-GEWIJZIGD = "N" or WS-PASS > 41
                   move "N" to WS-GEWIJZIGD
                   add 1 to WS-PASS
                   perform varying ST-IDX from 1 by 1
                           until ST-IDX > WS-ST-COUNT
                       perform 5310-ONE-STEP-EF thru 5310-EXIT
                   end-perform
               end-perform

               move 0 to WS-EF-MAX
               move 0 to WS-KP-EIND
               perform varying ST-IDX from 1 by 1
                       until ST-IDX > WS-ST-COUNT
                   if ST-EF(ST-IDX) > WS-EF-MAX
                       move ST-EF(ST-IDX) to WS-EF-MAX
                       set WS-KP-EIND to ST-IDX
                   end-if
               end-perform
               move spaces to WS-KP-PAD
               move 0 to WS-KP-DIEPTE
               perform until WS-KP-EIND = 0 or WS-KP-DIEPTE > 40
                   add 1 to WS-KP-DIEPTE
                   if WS-KP-PAD = spaces
                       move ST-NAAM(WS-KP-EIND) to WS-KP-PAD
                   else
                       move spaces to WS-DEPS-WORK
                       move WS-KP-PAD to WS-DEPS-WORK
                       move spaces to WS-KP-PAD
                       string function trim(ST-NAAM(WS-KP-EIND))
                              " > " function trim(WS-DEPS-WORK)
                              delimited by size
                           into WS-KP-PAD
                       end-string
                   end-if
                   move ST-VOORG(WS-KP-EIND) to WS-KP-EIND
               end-perform.
           5300-EXIT.
               exit.

           5310-ONE-STEP-EF.
               move 0 to WS-EF-VOORG
               move 0 to WS-EF-NIEUW
               if function trim(ST-DEPS(ST-IDX)) not = "-"
                       and ST-DEPS(ST-IDX) not = spaces
                   move spaces to WS-DEPS-WORK
                   string function trim(ST-DEPS(ST-IDX))
                              delimited by size
                          ";" delimited by size
                       into WS-DEPS-WORK
                   end-string
                   move 1 to WS-DEP-PTR
                   perform until WS-DEP-PTR >
                           function length(function trim(WS-DEPS-WORK))
                       move spaces to WS-DEP-ONE
                       unstring WS-DEPS-WORK delimited by ";"
                           into WS-DEP-ONE
                           with pointer WS-DEP-PTR
                       end-unstring
                       perform varying WS-DEP-IDX from 1 by 1
                               until WS-DEP-IDX > WS-ST-COUNT
                           if ST-NAAM(WS-DEP-IDX) = WS-DEP-ONE
                                   and WS-DEP-ONE not = spaces
                               if ST-EF(WS-DEP-IDX) > WS-EF-NIEUW
                                       or WS-EF-VOORG = 0
                                   move ST-EF(WS-DEP-IDX)
                                       to WS-EF-NIEUW
                                   move WS-DEP-IDX to WS-EF-VOORG
                               end-if
                           end-if
                       end-perform
                   end-perform
               end-if
               add ST-GEM(ST-IDX) to WS-EF-NIEUW
               if WS-EF-NIEUW not = ST-EF(ST-IDX)
                       or WS-EF-VOORG not = ST-VOORG(ST-IDX)
                   move WS-EF-NIEUW to ST-EF(ST-IDX)
                   move WS-EF-VOORG to ST-VOORG(ST-IDX)
                   move "Y" to WS-GEWIJZIGD
               end-if.
           5310-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5400-STEP-LINE: WS-Z-STAP's duration in each collected run,
      *> its usual duration and the change oldest-to-newest.
      *>----------------------------------------------------------------
           5400-STEP-LINE.
               move spaces to RAPPORT-REGEL
               move WS-Z-STAP to RAPPORT-REGEL(1:12)
               move 14 to WS-KOLOM
               move 0 to WS-EERSTE-SEC
               move 0 to WS-LAATSTE-SEC
               perform varying RN-IDX from 1 by 1
                       until RN-IDX > WS-RN-COUNT
                   move "N" to WS-GEVONDEN
                   perform varying HI-IDX from WS-HI-COUNT by -1
                           until HI-IDX < 1 or WS-GEVONDEN = "Y"
                       if HI-RUN(HI-IDX) = RN-ID(RN-IDX)
                               and HI-STAP(HI-IDX) = WS-Z-STAP
                           move "Y" to WS-GEVONDEN
                           move HI-SEC(HI-IDX) to WS-DUUR-SEC
                           perform 8200-FORMAT-DUUR thru 8200-EXIT
                           move WS-DUUR to RAPPORT-REGEL(WS-KOLOM:8)
                           if HI-STATUS(HI-IDX) not = "DONE"
                               move "!" to RAPPORT-REGEL(WS-KOLOM + 8:1)
                           else
                               if WS-EERSTE-SEC = 0
                                   move HI-SEC(HI-IDX) to WS-EERSTE-SEC
                               end-if
                               move HI-SEC(HI-IDX) to WS-LAATSTE-SEC
                           end-if
                       end-if
                   end-perform
                   if WS-GEVONDEN not = "Y"
                       move "       -" to RAPPORT-REGEL(WS-KOLOM:8)
                   end-if
                   add 9 to WS-KOLOM
               end-perform
               move spaces to WS-Z-UITSLUIT
               perform 3000-GEMIDDELDE thru 3000-EXIT
               if WS-Z-AANTAL > 0
                   move WS-Z-GEM to WS-DUUR-SEC
                   perform 8200-FORMAT-DUUR thru 8200-EXIT
                   move WS-DUUR to RAPPORT-REGEL(WS-KOLOM:8)
               end-if
               if WS-EERSTE-SEC > 0 and WS-LAATSTE-SEC > 0
                   compute WS-TREND-PCT rounded
                       = (WS-LAATSTE-SEC - WS-EERSTE-SEC) * 100
                         / WS-EERSTE-SEC
                   move WS-TREND-PCT to DISPLAY-TREND
                   move DISPLAY-TREND to RAPPORT-REGEL(WS-KOLOM + 9:5)
               end-if
               perform 5900-WRITE thru 5900-EXIT.
           5400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5500-GROWTH: the clean streams' average growth per run; at
      *> that pace, how many runs until the projection hits the
      *> deadline.
      *>----------------------------------------------------------------
           5500-GROWTH.
               move 0 to WS-EERSTE-SEC
               move 0 to WS-LAATSTE-SEC
               move 0 to WS-Z-AANTAL
               perform varying RN-IDX from 1 by 1
                       until RN-IDX > WS-RN-COUNT
                   if RN-STATUS(RN-IDX) = "DONE"
                       if WS-Z-AANTAL = 0
                           move RN-SEC(RN-IDX) to WS-EERSTE-SEC
                       end-if
                       move RN-SEC(RN-IDX) to WS-LAATSTE-SEC
                       add 1 to WS-Z-AANTAL
                   end-if
               end-perform
               move spaces to RAPPORT-REGEL
               if WS-Z-AANTAL < 2
                   move "Groei: te weinig geslaagde runs." to
                       RAPPORT-REGEL
                   perform 5900-WRITE thru 5900-EXIT
                   go to 5500-EXIT
               end-if
               compute WS-GROEI rounded
                   = (WS-LAATSTE-SEC - WS-EERSTE-SEC)
                     / (WS-Z-AANTAL - 1)
               if WS-GROEI <= 0
                   move "Groei: de stream wordt niet langer." to
                       RAPPORT-REGEL
                   perform 5900-WRITE thru 5900-EXIT
                   go to 5500-EXIT
               end-if
               move WS-GROEI to WS-DUUR-SEC
               perform 8200-FORMAT-DUUR thru 8200-EXIT
               string "Groei: gemiddeld " function trim(WS-DUUR)
                      " per run" delimited by size
                   into RAPPORT-REGEL
               end-string
               if WS-MARGE > 0
                   compute WS-RUNS-OVER = WS-MARGE / WS-GROEI
                   move WS-RUNS-OVER to DISPLAY-AANTAL
                   string function trim(RAPPORT-REGEL)
                          " -- aan dit tempo is de deadline over"
                          " ongeveer " function trim(DISPLAY-AANTAL)
                          " run(s) bereikt" delimited by size
                       into RAPPORT-REGEL
                   end-string
               end-if
               perform 5900-WRITE thru 5900-EXIT.
           5500-EXIT.
               exit.

           5900-WRITE.
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL.
           5900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REWRITE-WARNINGS: the warnings file holds the current
      *> stream run's warnings only.
      *>----------------------------------------------------------------
           6000-REWRITE-WARNINGS.
               open output WAARSCH-FILE
               if WS-WAARSCH-STATUS not = "00"
                   go to 6000-EXIT
               end-if
               move "StreamRun,Soort,Stap,Seconden,Gemiddeld,Melding"
                   to WAARSCH-REGEL
               write WAARSCH-REGEL
               perform varying WA-IDX from 1 by 1
                       until WA-IDX > WS-WA-COUNT
                   move spaces to WAARSCH-REGEL
                   string function trim(WA-RUN(WA-IDX)) ","
                          function trim(WA-SOORT(WA-IDX)) ","
                          function trim(WA-STAP(WA-IDX)) ","
                          function trim(WA-SEC(WA-IDX)) ","
                          function trim(WA-GEM(WA-IDX)) ","
                          function trim(WA-MELDING(WA-IDX))
                          delimited by size
                       into WAARSCH-REGEL
                   end-string
                   write WAARSCH-REGEL
               end-perform
               close WAARSCH-FILE.
           6000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7000-ADD-WARNING: one warning -- kept for OpsDashboard, on
      *> the console and as a WARNING line in RUNLOG.TXT.
      *>----------------------------------------------------------------
           7000-ADD-WARNING.
               if WS-WA-COUNT < 100
                   add 1 to WS-WA-COUNT
                   set WA-IDX to WS-WA-COUNT
                   move WS-RUN to WA-RUN(WA-IDX)
                   move WS-WA-SOORT to WA-SOORT(WA-IDX)
                   move WS-STAP to WA-STAP(WA-IDX)
                   move WS-SEC to WA-SEC(WA-IDX)
                   move WS-Z-GEM to WA-GEM(WA-IDX)
                   move WS-WA-MELDING to WA-MELDING(WA-IDX)
               end-if
               perform 6000-REWRITE-WARNINGS thru 6000-EXIT
               add 1 to WS-ROWS-OUT
               display "*** BATCHVENSTER " function trim(WS-WA-SOORT)
                   ": " function trim(WS-WA-MELDING)

               perform 9100-LOG-DATE-TIME thru 9100-EXIT
               move "JobStreamTiming" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move WS-STAP to LOG-INPUT-FILE
               move "JobStream-Waarschuwingen.csv" to LOG-OUTPUT-FILE
               move WS-SEC to LOG-RECORDS-IN
               move WS-Z-GEM to LOG-RECORDS-OUT
               move "WARNING" to LOG-FINAL-STATUS
               perform 9200-APPEND-RUNLOG thru 9200-EXIT.
           7000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-TS-TO-ABS: WS-TS (YYYY-MM-DD HH:MM:SS) to seconds in
      *> WS-ABS.
      *>----------------------------------------------------------------
           8000-TS-TO-ABS.
               move 0 to WS-ABS
               move WS-TS(1:4) to WS-DATUM-X(1:4)
               move WS-TS(6:2) to WS-DATUM-X(5:2)
               move WS-TS(9:2) to WS-DATUM-X(7:2)
               if WS-DATUM-X is not numeric
                       or WS-TS(12:2) is not numeric
                       or WS-TS(15:2) is not numeric
                       or WS-TS(18:2) is not numeric
                   go to 8000-EXIT
               end-if
               move WS-TS(12:2) to WS-UU
               move WS-TS(15:2) to WS-MI
               move WS-TS(18:2) to WS-SS
               compute WS-ABS = function integer-of-date(WS-DATUM-N)
                   * 86400 + WS-UU * 3600 + WS-MI * 60 + WS-SS.
           8000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8100-ABS-TO-TIJDSTIP: WS-ABS back to YYYY-MM-DD HH:MM.
      *>----------------------------------------------------------------
           8100-ABS-TO-TIJDSTIP.
               divide WS-ABS by 86400 giving WS-DAGEN
                   remainder WS-DAGSEC
               compute WS-DATUM-N = function date-of-integer(WS-DAGEN)
               divide WS-DAGSEC by 3600 giving WS-UU
                   remainder WS-DUUR-REST
               divide WS-DUUR-REST by 60 giving WS-MI
               move spaces to WS-TIJDSTIP
               string WS-DATUM-X(1:4) "-" WS-DATUM-X(5:2) "-"
                      WS-DATUM-X(7:2) " " WS-UU ":" WS-MI
                      delimited by size
                   into WS-TIJDSTIP
               end-string.
           8100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8200-FORMAT-DUUR: WS-DUUR-SEC as HH:MM:SS in WS-DUUR.
      *>----------------------------------------------------------------
           8200-FORMAT-DUUR.
               divide WS-DUUR-SEC by 3600 giving WS-DUUR-UU
                   remainder WS-DUUR-REST
               divide WS-DUUR-REST by 60 giving WS-MI
                   remainder WS-SS
               move spaces to WS-DUUR
               string WS-DUUR-UU ":" WS-MI ":" WS-SS
                      delimited by size
                   into WS-DUUR
               end-string.
           8200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: shared audit trail -- one line per run,
      *> see RUNLOG.cpy.
      *>----------------------------------------------------------------
           9000-WRITE-RUNLOG.
               perform 9100-LOG-DATE-TIME thru 9100-EXIT
               move "JobStreamTiming" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "JobStream-Historiek.csv" to LOG-INPUT-FILE
               move DYNAMIC-RAPPORTFILE to LOG-OUTPUT-FILE
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-ROWS-OUT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move "FAILED" to LOG-FINAL-STATUS
               end-if
               perform 9200-APPEND-RUNLOG thru 9200-EXIT.
           9000-EXIT.
               exit.

           9100-LOG-DATE-TIME.
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
               end-string.
           9100-EXIT.
               exit.

           9200-APPEND-RUNLOG.
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
           9200-EXIT.
               exit.
