      *>----------------------------------------------------------------
      *> DutyConflicts -- Operators.csv grants functions per operator
      *> and RUNLOG.TXT records who ran what, but nothing looked for
      *> the toxic combinations: the same person keying a supplier's
      *> IBAN and then running the supplier payment, or making a
      *> payroll run and releasing it. The combinations are rules on
      *> SoD-Regels.csv:
      *>   Regel,FunctieA,FunctieB,GebeurtenisA,GebeurtenisB,
      *>   ZelfdeObject,Omschrijving
      *> FunctieA/B are the two menu codes that must not meet in one
      *> operator; GebeurtenisA/B what each of them leaves behind:
      *>   TABEL:<tabel>        a saved change on Tabel-Journaal.csv
      *>   WERKNEMER:<veld>     a change on Werknemer-Wijzigingen.csv
      *>   RUN:<programma>[:<status>[:<uitvoer-begin>]]
      *>                        a RUNLOG.TXT line (the payroll
      *>                        release logs there as PayrollRelease)
      *> ZelfdeObject J: A and B only conflict on the same input
      *> file (the payroll run and the release of THAT run).
      *> The report, SoD-Rapport-<datum>.txt, for the auditor:
      *>   deel 1  rights -- every active operator whose Functies
      *>           hold both sides of a rule, and every operator
      *>           holding ALL (which allows all of them, for good)
      *>   deel 2  facts -- per rule, every A event in the period
      *>           followed by a B event of the same operator
      *> The period is YYYY, YYYY-MM or YYYY-MM-DD (YYYYMM is read
      *> as YYYY-MM), blank for everything logged.
      *>----------------------------------------------------------------
       identification division.
       program-id. DutyConflicts.
       environment division.
       input-output section.
       file-control.
           select REGEL-FILE assign to "SoD-Regels.csv"
               organization is line sequential
               file status is WS-REGEL-STATUS.
           select OPERATOR-FILE assign to "Operators.csv"
               organization is line sequential
               file status is WS-OPERATOR-STATUS.
           select JOURNAAL-FILE assign to "Tabel-Journaal.csv"
               organization is line sequential
               file status is WS-JOURNAAL-STATUS.
           select WIJZIGING-FILE assign to "Werknemer-Wijzigingen.csv"
               organization is line sequential
               file status is WS-WIJZIGING-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.
           select RAPPORT-FILE assign dynamic DYNAMIC-RAPPORTFILE
               organization is line sequential
               file status is WS-RAPPORT-STATUS.

       data division.

       file section.
           fd REGEL-FILE.
           01 REGEL-REGEL pic x(250).

           fd OPERATOR-FILE.
           01 OPERATOR-REGEL pic x(200).

           fd JOURNAAL-FILE.
           01 JOURNAAL-REGEL pic x(250).

           fd WIJZIGING-FILE.
           01 WIJZIGING-REGEL pic x(200).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(132).

       working-storage section.

           01 WS-REGEL-STATUS pic xx.
           01 WS-OPERATOR-STATUS pic xx.
           01 WS-JOURNAAL-STATUS pic xx.
           01 WS-WIJZIGING-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 DYNAMIC-RAPPORTFILE pic x(40).
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-VANDAAG pic x(10).
           01 WS-PERIODE pic x(10).
           01 WS-PERIODE-LEN pic 9(02) value 0.

      *>    the rules, each side parsed into its event key
           01 WS-RG-COUNT pic 9(02) value 0.
           01 WS-RG-LEESREGEL pic x(250).
           01 WS-RG-EVENT-A pic x(60).
           01 WS-RG-EVENT-B pic x(60).
           01 RG-TABLE.
               05 RG-ENTRY occurs 50 times indexed by RG-IDX.
                   10 RG-CODE pic x(16).
                   10 RG-FUNCTIE pic x(08) occurs 2 times.
                   10 RG-ZELFDE pic x(01).
                   10 RG-OMSCHRIJVING pic x(80).
                   10 RG-KANT occurs 2 times.
                       15 RG-SOORT pic x(10).
                       15 RG-NAAM pic x(30).
                       15 RG-STATUS pic x(12).
                       15 RG-PREFIX pic x(30).
                       15 RG-TEKST pic x(60).
                   10 RG-RECHTEN pic 9(03).
                   10 RG-FEITEN pic 9(04).
           01 WS-KANT pic 9(01).

      *>    the operators and their rights
           01 WS-OP-ID pic x(12).
           01 WS-OP-NAAM pic x(30).
           01 WS-OP-FUNCS pic x(80).
           01 WS-OP-ACTIEF pic x(02).
           01 WS-FUNCS-LIJST pic x(90).
           01 WS-FUNC-ZOEK pic x(10).
           01 WS-FUNC-TELLER pic 9(02).
           01 WS-HEEFT-A pic x(01).
           01 WS-HEEFT-B pic x(01).
           01 WS-OPERATORS pic 9(03) value 0.
           01 WS-ALL-HOUDERS pic 9(03) value 0.
           01 WS-RECHTEN-TOTAAL pic 9(04) value 0.

      *>    the events the rules care about, from all three sources
           01 WS-EV-COUNT pic 9(04) value 0.
           01 WS-EV-VOL pic x(01) value "N".
           01 EV-TABLE.
               05 EV-ENTRY occurs 5000 times indexed by EV-IDX EV-IDX2.
                   10 EV-REGEL pic 9(02).
                   10 EV-KANT pic 9(01).
                   10 EV-OPERATOR pic x(12).
                   10 EV-TIJD pic x(19).
                   10 EV-BRON pic x(40).
                   10 EV-OBJECT pic x(30).
           01 WS-BRON-SOORT pic x(10).
           01 WS-BRON-NAAM pic x(30).
           01 WS-BRON-STATUS pic x(12).
           01 WS-BRON-UITVOER pic x(30).
           01 WS-BRON-OPERATOR pic x(12).
           01 WS-BRON-TIJD pic x(19).
           01 WS-BRON-OBJECT pic x(30).
           01 WS-BRON-TEKST pic x(40).
           01 WS-PREFIX-LEN pic 9(02).

      *>    one source line, unstrung
           01 J-DATUMTIJD pic x(19).
           01 J-OPERATOR pic x(12).
           01 J-TABEL pic x(40).
           01 J-ACTIE pic x(10).
           01 J-SLEUTEL pic x(30).
           01 W-PERSNR pic x(10).
           01 W-VELD pic x(20).
           01 W-OUD pic x(20).
           01 W-NIEUW pic x(20).
           01 W-INGANG pic x(10).
           01 W-OPERATOR pic x(12).
           01 W-VASTGELEGD pic x(19).
           01 R-PROGRAMMA pic x(30).
           01 R-OPERATOR pic x(12).
           01 R-INVOER pic x(30).
           01 R-UITVOER pic x(30).
           01 R-TIJD pic x(19).
           01 R-IN pic x(10).
           01 R-UIT pic x(10).
           01 R-STATUS pic x(12).

      *>    deel 2
           01 WS-BESTE-B pic 9(04).
           01 WS-BESTE-TIJD pic x(19).
           01 WS-FEITEN-TOTAAL pic 9(04) value 0.
           01 WS-RUNLOG-REGELS pic 9(06) value 0.
           01 DISPLAY-AANTAL pic zzz9.
           01 DISPLAY-AANTAL2 pic zzz9.

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PERIODE pic x(30).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PERIODE LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               delimited by size into WS-VANDAAG
           end-string
           perform 0100-PERIOD thru 0100-EXIT
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if

           perform 1000-LOAD-RULES thru 1000-EXIT
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if

           move spaces to DYNAMIC-RAPPORTFILE
           string "SoD-Rapport-" WS-CURRENT-DATETIME(1:8) ".txt"
               delimited by size into DYNAMIC-RAPPORTFILE
           end-string
           open output RAPPORT-FILE
           if WS-RAPPORT-STATUS not = "00"
               display "Cannot write "
                   function trim(DYNAMIC-RAPPORTFILE) ": "
                   WS-RAPPORT-STATUS
               move 1 to return-code
               goback
           end-if
           perform 2000-REPORT-HEADER thru 2000-EXIT
           perform 3000-RIGHTS thru 3000-EXIT
           perform 4000-LOAD-JOURNAAL thru 4000-EXIT
           perform 4100-LOAD-WIJZIGINGEN thru 4100-EXIT
           perform 4200-LOAD-RUNLOG thru 4200-EXIT
           perform 5000-FACTS thru 5000-EXIT
           perform 6000-REPORT-FOOTER thru 6000-EXIT
           close RAPPORT-FILE

           move WS-RECHTEN-TOTAAL to DISPLAY-AANTAL
           move WS-FEITEN-TOTAAL to DISPLAY-AANTAL2
           display "Scheiding van functies: "
               function trim(DISPLAY-AANTAL)
               " conflict(en) in de rechten, "
               function trim(DISPLAY-AANTAL2)
               " in de feiten -- "
               function trim(DYNAMIC-RAPPORTFILE)
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 0100-PERIOD: the period as a prefix of the logged
      *> "YYYY-MM-DD HH:MM:SS" timestamps.
      *>----------------------------------------------------------------
           0100-PERIOD.
               move spaces to WS-PERIODE
               move 0 to WS-PERIODE-LEN
               if function trim(LINK-PERIODE) = spaces
                       or function trim(LINK-PERIODE) = "-"
                   go to 0100-EXIT
               end-if
               move function trim(LINK-PERIODE) to WS-PERIODE
               if WS-PERIODE(1:6) is numeric
                       and WS-PERIODE(7:1) = space
                   move spaces to WS-PERIODE
                   string LINK-PERIODE(1:4) "-" LINK-PERIODE(5:2)
                       delimited by size into WS-PERIODE
                   end-string
               end-if
               move function length(function trim(WS-PERIODE))
                   to WS-PERIODE-LEN
               if WS-PERIODE(1:4) is not numeric
                       or (WS-PERIODE-LEN not = 4
                           and WS-PERIODE-LEN not = 7
                           and WS-PERIODE-LEN not = 10)
                       or (WS-PERIODE-LEN > 4
                           and (WS-PERIODE(5:1) not = "-"
                                or WS-PERIODE(6:2) is not numeric))
                       or (WS-PERIODE-LEN = 10
                           and (WS-PERIODE(8:1) not = "-"
                                or WS-PERIODE(9:2) is not numeric))
                   display "Periode YYYY, YYYY-MM of YYYY-MM-DD"
                       " verwacht: " function trim(LINK-PERIODE)
                   move 1 to WS-RETURN-CODE
               end-if.
           0100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1000-LOAD-RULES: SoD-Regels.csv, each event side split into
      *> its kind, name, status and output prefix.
      *>----------------------------------------------------------------
           1000-LOAD-RULES.
               open input REGEL-FILE
               if WS-REGEL-STATUS not = "00"
                   display "SoD-Regels.csv not found: "
                       WS-REGEL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read REGEL-FILE into WS-RG-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGEL-FILE into WS-RG-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-RG-LEESREGEL not = spaces
                                   and WS-RG-COUNT < 50
                               perform 1100-ONE-RULE thru 1100-EXIT
                           end-if
                   end-read
               end-perform
               close REGEL-FILE
               if WS-RG-COUNT = 0
                   display "SoD-Regels.csv bevat geen regels."
                   move 1 to WS-RETURN-CODE
               end-if.
           1000-EXIT.
               exit.

           1100-ONE-RULE.
               add 1 to WS-RG-COUNT
               set RG-IDX to WS-RG-COUNT
               move spaces to RG-ENTRY(RG-IDX)
               move spaces to WS-RG-EVENT-A
               move spaces to WS-RG-EVENT-B
               unstring function trim(WS-RG-LEESREGEL)
                   delimited by ","
                   into RG-CODE(RG-IDX) RG-FUNCTIE(RG-IDX, 1)
                        RG-FUNCTIE(RG-IDX, 2) WS-RG-EVENT-A
                        WS-RG-EVENT-B RG-ZELFDE(RG-IDX)
                        RG-OMSCHRIJVING(RG-IDX)
               end-unstring
               move function upper-case(RG-FUNCTIE(RG-IDX, 1))
                   to RG-FUNCTIE(RG-IDX, 1)
               move function upper-case(RG-FUNCTIE(RG-IDX, 2))
                   to RG-FUNCTIE(RG-IDX, 2)
               move function upper-case(RG-ZELFDE(RG-IDX))
                   to RG-ZELFDE(RG-IDX)
               move WS-RG-EVENT-A to RG-TEKST(RG-IDX, 1)
               move WS-RG-EVENT-B to RG-TEKST(RG-IDX, 2)
               unstring WS-RG-EVENT-A delimited by ":"
                   into RG-SOORT(RG-IDX, 1) RG-NAAM(RG-IDX, 1)
                        RG-STATUS(RG-IDX, 1) RG-PREFIX(RG-IDX, 1)
               end-unstring
               unstring WS-RG-EVENT-B delimited by ":"
                   into RG-SOORT(RG-IDX, 2) RG-NAAM(RG-IDX, 2)
                        RG-STATUS(RG-IDX, 2) RG-PREFIX(RG-IDX, 2)
               end-unstring
               move function upper-case(RG-SOORT(RG-IDX, 1))
                   to RG-SOORT(RG-IDX, 1)
               move function upper-case(RG-SOORT(RG-IDX, 2))
                   to RG-SOORT(RG-IDX, 2)
               move 0 to RG-RECHTEN(RG-IDX)
               move 0 to RG-FEITEN(RG-IDX).
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-REPORT-HEADER
      *>----------------------------------------------------------------
           2000-REPORT-HEADER.
               move spaces to RAPPORT-REGEL
               string "SCHEIDING VAN FUNCTIES -- conflictrapport"
                      " opgemaakt " WS-VANDAAG " "
                      WS-CURRENT-DATETIME(9:2) ":"
                      WS-CURRENT-DATETIME(11:2)
                      " door " function trim(LINK-OPERATOR-ID)
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               if WS-PERIODE-LEN = 0
                   move "Periode: alles wat gelogd is"
                       to RAPPORT-REGEL
               else
                   string "Periode: " function trim(WS-PERIODE)
                       delimited by size into RAPPORT-REGEL
                   end-string
               end-if
               write RAPPORT-REGEL
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Regels (SoD-Regels.csv):" to RAPPORT-REGEL
               write RAPPORT-REGEL
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   move spaces to RAPPORT-REGEL
                   string "  " RG-CODE(RG-IDX) " "
                          function trim(RG-FUNCTIE(RG-IDX, 1)) " + "
                          function trim(RG-FUNCTIE(RG-IDX, 2)) "  "
                          function trim(RG-OMSCHRIJVING(RG-IDX))
                       delimited by size into RAPPORT-REGEL
                   end-string
                   write RAPPORT-REGEL
               end-perform
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-RIGHTS: deel 1 -- who COULD commit a conflict. ALL is
      *> listed once per operator, not once per rule.
      *>----------------------------------------------------------------
           3000-RIGHTS.
               move "DEEL 1 -- RECHTEN DIE EEN CONFLICT TOELATEN"
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Operator     Naam                           Regel"
                   to RAPPORT-REGEL
               move "            Functies" to RAPPORT-REGEL(51:30)
               write RAPPORT-REGEL
               open input OPERATOR-FILE
               if WS-OPERATOR-STATUS not = "00"
                   move "  (geen Operators.csv -- iedere operator mag"
                       to RAPPORT-REGEL
                   move " alles)" to RAPPORT-REGEL(46:7)
                   write RAPPORT-REGEL
                   go to 3000-EXIT
               end-if
               read OPERATOR-FILE into OPERATOR-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read OPERATOR-FILE into OPERATOR-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if OPERATOR-REGEL not = spaces
                               perform 3100-ONE-OPERATOR thru 3100-EXIT
                           end-if
                   end-read
               end-perform
               close OPERATOR-FILE
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL.
           3000-EXIT.
               exit.

           3100-ONE-OPERATOR.
               move spaces to WS-OP-ID
               move spaces to WS-OP-NAAM
               move spaces to WS-OP-FUNCS
               move spaces to WS-OP-ACTIEF
               unstring function trim(OPERATOR-REGEL)
                   delimited by ","
                   into WS-OP-ID WS-OP-NAAM WS-OP-FUNCS WS-OP-ACTIEF
               end-unstring
               if WS-OP-ACTIEF(1:1) not = "J"
                   go to 3100-EXIT
               end-if
               add 1 to WS-OPERATORS
               if function upper-case(function trim(WS-OP-FUNCS))
                       = "ALL"
                   add 1 to WS-ALL-HOUDERS
                   add 1 to WS-RECHTEN-TOTAAL
                   move spaces to RAPPORT-REGEL
                   move WS-OP-ID to RAPPORT-REGEL(1:12)
                   move WS-OP-NAAM to RAPPORT-REGEL(14:30)
                   move "ALL" to RAPPORT-REGEL(45:16)
                   move "permanent alle functies -- laat elke regel"
                       to RAPPORT-REGEL(63:43)
                   move " toe" to RAPPORT-REGEL(105:4)
                   write RAPPORT-REGEL
                   perform varying RG-IDX from 1 by 1
                           until RG-IDX > WS-RG-COUNT
                       add 1 to RG-RECHTEN(RG-IDX)
                   end-perform
                   go to 3100-EXIT
               end-if
               move spaces to WS-FUNCS-LIJST
               string ";" function upper-case(function trim(
                          WS-OP-FUNCS)) ";"
                   delimited by size into WS-FUNCS-LIJST
               end-string
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   move 1 to WS-KANT
                   perform 3200-HAS-FUNCTION thru 3200-EXIT
                   move WS-HEEFT-A to WS-HEEFT-B
                   move 2 to WS-KANT
                   perform 3200-HAS-FUNCTION thru 3200-EXIT
                   if WS-HEEFT-A = "J" and WS-HEEFT-B = "J"
                       add 1 to RG-RECHTEN(RG-IDX)
                       add 1 to WS-RECHTEN-TOTAAL
                       move spaces to RAPPORT-REGEL
                       move WS-OP-ID to RAPPORT-REGEL(1:12)
                       move WS-OP-NAAM to RAPPORT-REGEL(14:30)
                       move RG-CODE(RG-IDX) to RAPPORT-REGEL(45:16)
                       move WS-OP-FUNCS to RAPPORT-REGEL(63:60)
                       write RAPPORT-REGEL
                   end-if
               end-perform.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-HAS-FUNCTION: RG-FUNCTIE(rule, WS-KANT) in the
      *> operator's ";" list -- the answer in WS-HEEFT-A.
      *>----------------------------------------------------------------
           3200-HAS-FUNCTION.
               move "N" to WS-HEEFT-A
               if RG-FUNCTIE(RG-IDX, WS-KANT) = spaces
                   go to 3200-EXIT
               end-if
               move spaces to WS-FUNC-ZOEK
               string ";" function trim(RG-FUNCTIE(RG-IDX, WS-KANT))
                      ";"
                   delimited by size into WS-FUNC-ZOEK
               end-string
               move 0 to WS-FUNC-TELLER
               inspect WS-FUNCS-LIJST tallying WS-FUNC-TELLER
                   for all WS-FUNC-ZOEK(1:function length(
                       function trim(WS-FUNC-ZOEK)))
               if WS-FUNC-TELLER > 0
                   move "J" to WS-HEEFT-A
               end-if.
           3200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-LOAD-JOURNAAL: saved reference-table changes.
      *>----------------------------------------------------------------
           4000-LOAD-JOURNAAL.
               open input JOURNAAL-FILE
               if WS-JOURNAAL-STATUS not = "00"
                   go to 4000-EXIT
               end-if
               read JOURNAAL-FILE into JOURNAAL-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read JOURNAAL-FILE into JOURNAAL-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to J-DATUMTIJD
                           move spaces to J-OPERATOR
                           move spaces to J-TABEL
                           move spaces to J-ACTIE
                           move spaces to J-SLEUTEL
                           unstring function trim(JOURNAAL-REGEL)
                               delimited by ";"
                               into J-DATUMTIJD J-OPERATOR J-TABEL
                                    J-ACTIE J-SLEUTEL
                           end-unstring
                           move "TABEL" to WS-BRON-SOORT
                           move J-TABEL to WS-BRON-NAAM
                           move spaces to WS-BRON-STATUS
                           move spaces to WS-BRON-UITVOER
                           move J-OPERATOR to WS-BRON-OPERATOR
                           move J-DATUMTIJD to WS-BRON-TIJD
                           move J-SLEUTEL to WS-BRON-OBJECT
                           move spaces to WS-BRON-TEKST
                           string function trim(J-TABEL) " "
                                  function trim(J-ACTIE)
                               delimited by size into WS-BRON-TEKST
                           end-string
                           perform 4500-MATCH-RULES thru 4500-EXIT
                   end-read
               end-perform
               close JOURNAAL-FILE.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-LOAD-WIJZIGINGEN: registered employee-field changes.
      *>----------------------------------------------------------------
           4100-LOAD-WIJZIGINGEN.
               open input WIJZIGING-FILE
               if WS-WIJZIGING-STATUS not = "00"
                   go to 4100-EXIT
               end-if
               read WIJZIGING-FILE into WIJZIGING-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read WIJZIGING-FILE into WIJZIGING-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to W-PERSNR
                           move spaces to W-VELD
                           move spaces to W-OPERATOR
                           move spaces to W-VASTGELEGD
                           unstring function trim(WIJZIGING-REGEL)
                               delimited by ","
                               into W-PERSNR W-VELD W-OUD W-NIEUW
                                    W-INGANG W-OPERATOR W-VASTGELEGD
                           end-unstring
                           move "WERKNEMER" to WS-BRON-SOORT
                           move W-VELD to WS-BRON-NAAM
                           move spaces to WS-BRON-STATUS
                           move spaces to WS-BRON-UITVOER
                           move W-OPERATOR to WS-BRON-OPERATOR
                           move W-VASTGELEGD to WS-BRON-TIJD
                           move W-PERSNR to WS-BRON-OBJECT
                           move spaces to WS-BRON-TEKST
                           string "Werknemer " function trim(W-VELD)
                               delimited by size into WS-BRON-TEKST
                           end-string
                           perform 4500-MATCH-RULES thru 4500-EXIT
                   end-read
               end-perform
               close WIJZIGING-FILE.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-LOAD-RUNLOG: every run, the payroll releases included.
      *>----------------------------------------------------------------
           4200-LOAD-RUNLOG.
               open input RUNLOG-FILE
               if WS-RUNLOG-STATUS not = "00"
                   go to 4200-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read RUNLOG-FILE into RUNLOG-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-RUNLOG-REGELS
                           move spaces to R-PROGRAMMA
                           move spaces to R-OPERATOR
                           move spaces to R-INVOER
                           move spaces to R-UITVOER
                           move spaces to R-TIJD
                           move spaces to R-STATUS
                           unstring function trim(RUNLOG-REGEL)
                               delimited by ","
                               into R-PROGRAMMA R-OPERATOR R-INVOER
                                    R-UITVOER R-TIJD R-IN R-UIT
                                    R-STATUS
                           end-unstring
                           move "RUN" to WS-BRON-SOORT
                           move R-PROGRAMMA to WS-BRON-NAAM
                           move R-STATUS to WS-BRON-STATUS
                           move R-UITVOER to WS-BRON-UITVOER
                           move R-OPERATOR to WS-BRON-OPERATOR
                           move R-TIJD to WS-BRON-TIJD
                           move R-INVOER to WS-BRON-OBJECT
                           move spaces to WS-BRON-TEKST
                           string function trim(R-PROGRAMMA) " "
                                  function trim(R-STATUS)
                               delimited by size into WS-BRON-TEKST
                           end-string
                           perform 4500-MATCH-RULES thru 4500-EXIT
                   end-read
               end-perform
               close RUNLOG-FILE.
           4200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4500-MATCH-RULES: the WS-BRON- event, when it lies in the
      *> period, against both sides of every rule; one event-table
      *> entry per side it satisfies.
      *>----------------------------------------------------------------
           4500-MATCH-RULES.
               if WS-BRON-OPERATOR = spaces
                   go to 4500-EXIT
               end-if
               if WS-PERIODE-LEN > 0
                   if WS-BRON-TIJD(1:WS-PERIODE-LEN)
                           not = WS-PERIODE(1:WS-PERIODE-LEN)
                       go to 4500-EXIT
                   end-if
               end-if
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   perform varying WS-KANT from 1 by 1
                           until WS-KANT > 2
                       perform 4600-MATCH-SIDE thru 4600-EXIT
                   end-perform
               end-perform.
           4500-EXIT.
               exit.

           4600-MATCH-SIDE.
               if RG-SOORT(RG-IDX, WS-KANT) not = WS-BRON-SOORT
                   go to 4600-EXIT
               end-if
               if function upper-case(function trim(
                       RG-NAAM(RG-IDX, WS-KANT)))
                       not = function upper-case(function trim(
                           WS-BRON-NAAM))
                   go to 4600-EXIT
               end-if
               if RG-STATUS(RG-IDX, WS-KANT) not = spaces
                   and function upper-case(function trim(
                       RG-STATUS(RG-IDX, WS-KANT)))
                       not = function upper-case(function trim(
                           WS-BRON-STATUS))
                   go to 4600-EXIT
               end-if
               if RG-PREFIX(RG-IDX, WS-KANT) not = spaces
                   move function length(function trim(
                       RG-PREFIX(RG-IDX, WS-KANT))) to WS-PREFIX-LEN
                   if WS-BRON-UITVOER(1:WS-PREFIX-LEN)
                           not = RG-PREFIX(RG-IDX, WS-KANT)
                               (1:WS-PREFIX-LEN)
                       go to 4600-EXIT
                   end-if
               end-if
               if WS-EV-COUNT >= 5000
                   if WS-EV-VOL not = "J"
                       display "Meer dan 5000 gebeurtenissen -- kies"
                           " een kortere periode; de rest is niet"
                           " bekeken."
                       move "J" to WS-EV-VOL
                   end-if
                   go to 4600-EXIT
               end-if
               add 1 to WS-EV-COUNT
               set EV-IDX to WS-EV-COUNT
               set EV-REGEL(EV-IDX) to RG-IDX
               move WS-KANT to EV-KANT(EV-IDX)
               move function upper-case(function trim(
                   WS-BRON-OPERATOR)) to EV-OPERATOR(EV-IDX)
               move WS-BRON-TIJD to EV-TIJD(EV-IDX)
               move WS-BRON-TEKST to EV-BRON(EV-IDX)
               move WS-BRON-OBJECT to EV-OBJECT(EV-IDX).
           4600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-FACTS: deel 2 -- per rule, every A event and the first
      *> B event of the same operator at or after it (on the same
      *> object when the rule asks for it).
      *>----------------------------------------------------------------
           5000-FACTS.
               move "DEEL 2 -- CONFLICTEN DIE ZICH VOORDEDEN"
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               move "Regel            Operator     A: tijdstip"
                   to RAPPORT-REGEL
               move "          gebeurtenis / object" to
                   RAPPORT-REGEL(43:31)
               write RAPPORT-REGEL
               move "                              B: tijdstip"
                   to RAPPORT-REGEL
               move "          gebeurtenis / object" to
                   RAPPORT-REGEL(43:31)
               write RAPPORT-REGEL
               perform varying EV-IDX from 1 by 1
                       until EV-IDX > WS-EV-COUNT
                   if EV-KANT(EV-IDX) = 1
                       perform 5100-FIND-B thru 5100-EXIT
                   end-if
               end-perform
               if WS-FEITEN-TOTAAL = 0
                   move "  geen" to RAPPORT-REGEL
                   write RAPPORT-REGEL
               end-if
               move spaces to RAPPORT-REGEL
               write RAPPORT-REGEL.
           5000-EXIT.
               exit.

           5100-FIND-B.
               move 0 to WS-BESTE-B
               move high-values to WS-BESTE-TIJD
               perform varying EV-IDX2 from 1 by 1
                       until EV-IDX2 > WS-EV-COUNT
                   if EV-KANT(EV-IDX2) = 2
                       and EV-REGEL(EV-IDX2) = EV-REGEL(EV-IDX)
                       and EV-OPERATOR(EV-IDX2) = EV-OPERATOR(EV-IDX)
                       and EV-TIJD(EV-IDX2) >= EV-TIJD(EV-IDX)
                       and EV-TIJD(EV-IDX2) < WS-BESTE-TIJD
                       set RG-IDX to EV-REGEL(EV-IDX)
                       if RG-ZELFDE(RG-IDX) not = "J"
                           or function trim(EV-OBJECT(EV-IDX2))
                               = function trim(EV-OBJECT(EV-IDX))
                           set WS-BESTE-B to EV-IDX2
                           move EV-TIJD(EV-IDX2) to WS-BESTE-TIJD
                       end-if
                   end-if
               end-perform
               if WS-BESTE-B = 0
                   go to 5100-EXIT
               end-if
               set RG-IDX to EV-REGEL(EV-IDX)
               add 1 to RG-FEITEN(RG-IDX)
               add 1 to WS-FEITEN-TOTAAL
               move spaces to RAPPORT-REGEL
               move RG-CODE(RG-IDX) to RAPPORT-REGEL(1:16)
               move EV-OPERATOR(EV-IDX) to RAPPORT-REGEL(18:12)
               move "A:" to RAPPORT-REGEL(31:2)
               move EV-TIJD(EV-IDX) to RAPPORT-REGEL(34:19)
               move EV-BRON(EV-IDX) to RAPPORT-REGEL(54:40)
               move EV-OBJECT(EV-IDX) to RAPPORT-REGEL(95:30)
               write RAPPORT-REGEL
               set EV-IDX2 to WS-BESTE-B
               move spaces to RAPPORT-REGEL
               move "B:" to RAPPORT-REGEL(31:2)
               move EV-TIJD(EV-IDX2) to RAPPORT-REGEL(34:19)
               move EV-BRON(EV-IDX2) to RAPPORT-REGEL(54:40)
               move EV-OBJECT(EV-IDX2) to RAPPORT-REGEL(95:30)
               write RAPPORT-REGEL.
           5100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REPORT-FOOTER: the count per rule, both kinds.
      *>----------------------------------------------------------------
           6000-REPORT-FOOTER.
               move "SAMENVATTING per regel: rechten / feiten"
                   to RAPPORT-REGEL
               write RAPPORT-REGEL
               perform varying RG-IDX from 1 by 1
                       until RG-IDX > WS-RG-COUNT
                   move RG-RECHTEN(RG-IDX) to DISPLAY-AANTAL
                   move RG-FEITEN(RG-IDX) to DISPLAY-AANTAL2
                   move spaces to RAPPORT-REGEL
                   string "  " RG-CODE(RG-IDX) " "
                          DISPLAY-AANTAL " / " DISPLAY-AANTAL2
                       delimited by size into RAPPORT-REGEL
                   end-string
                   write RAPPORT-REGEL
               end-perform
               move WS-OPERATORS to DISPLAY-AANTAL
               move WS-ALL-HOUDERS to DISPLAY-AANTAL2
               move spaces to RAPPORT-REGEL
               string "Actieve operators: "
                      function trim(DISPLAY-AANTAL)
                      ", waarvan met ALL: "
                      function trim(DISPLAY-AANTAL2)
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move WS-EV-COUNT to DISPLAY-AANTAL
               move spaces to RAPPORT-REGEL
               string "Bekeken gebeurtenissen die een regel raken: "
                      function trim(DISPLAY-AANTAL)
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               if WS-EV-VOL = "J"
                   move "ONVOLLEDIG: meer dan 5000 gebeurtenissen"
                       to RAPPORT-REGEL
                   move " -- kies een kortere periode"
                       to RAPPORT-REGEL(41:28)
                   write RAPPORT-REGEL
               end-if.
           6000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: one line for the run; CONFLICT when
      *> deel 2 found anything.
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
               move "DutyConflicts" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "SoD-Regels.csv" to LOG-INPUT-FILE
               move DYNAMIC-RAPPORTFILE to LOG-OUTPUT-FILE
               move WS-EV-COUNT to LOG-RECORDS-IN
               move WS-FEITEN-TOTAAL to LOG-RECORDS-OUT
               if WS-FEITEN-TOTAAL > 0
                   move "CONFLICT" to LOG-FINAL-STATUS
               else
                   move "SUCCESS" to LOG-FINAL-STATUS
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
