      *> table: WHT brackets must be numeric, rates 0-0.9999 and the
      *> bovengrens strictly ascending; currency rates numeric and in
      *> a sane range; output-column keywords from the known set;
      *> Klantnummer numeric; a budget row (Budget.csv, Periode,
      *> Rekening,Kostenplaats,Bedrag) a valid YYYY-MM, a numeric
      *> account, a cost centre known to Kostenplaatsen.csv (or
      *> blank) and a numeric amount, one row per period + account
      *> + cost centre; a chart-of-accounts row (GL-Rekeningen.csv,
      *> Rekening,Omschrijving,Actief) a numeric account and Actief
      *> J or N. Tables longer than a screen page through with V.
      *>----------------------------------------------------------------
       identification division.
       program-id. TableMaintenance.
           select JOURNAAL-FILE assign to "Tabel-Journaal.csv"
               organization is line sequential
               file status is WS-JOURNAAL-STATUS.
           select KOSTENPLAATS-FILE assign to "Kostenplaatsen.csv"
               organization is line sequential
               file status is WS-KOSTENPLAATS-STATUS.

       data division.

           fd JOURNAAL-FILE.
           01 JOURNAAL-REGEL pic x(250).

           fd KOSTENPLAATS-FILE.
           01 KOSTENPLAATS-REGEL pic x(80).

       working-storage section.

           01 DYNAMIC-TABLEFILE pic x(30).
           01 WS-RIJ-COUNT pic 9(03) value 0.
           01 WS-HEADER-REGEL pic x(120).
           01 RIJ-TABLE.
               05 RIJ-ENTRY occurs 999 times indexed by RIJ-IDX.
                   10 RIJ-REGEL pic x(120).
      *>    first row on the screen -- V pages on
           01 WS-TOON-VANAF pic 9(03) value 1.

           01 WS-SCHERM-RIJ pic 9(02).
           01 WS-F1 pic x(20).
           01 WS-F4 pic x(20).
           01 WS-GETAL-1 pic 9(9)V9999.
           01 WS-VORIGE-GRENS pic 9(9)V99.

      *>    the budget's cost centres, and its keys for the
      *>    one-row-per-key rule at save time
           01 WS-KOSTENPLAATS-STATUS pic xx.
           01 WS-KPL-COUNT pic 9(03) value 0.
           01 KPL-TABLE.
               05 KPL-CODE occurs 200 times pic x(10).
           01 WS-KPL-IDX pic 9(03).
           01 WS-KPL-GEVONDEN pic x(01).
           01 BKEY-TABLE.
               05 BKEY-ENTRY occurs 999 times pic x(30).
           01 WS-BKEY-IDX pic 9(03).
           01 WS-BACKUP-CMD pic x(120).
           01 WS-CURRENT-DATETIME pic x(21).

           01 WIJZ-TABLE.
               05 WIJZ-ENTRY occurs 100 times indexed by WIJZ-IDX.
                   10 WZ-ACTIE pic x(10).
                   10 WZ-SLEUTEL pic x(30).
                   10 WZ-OUD pic x(80).
                   10 WZ-NIEUW pic x(80).
           01 WS-WIJZ-SLEUTEL pic x(30).
           copy "RUNLOG.cpy".

       linkage section.
               at 1301
           display "W = Werkbonus.csv" at 1401
           display "P = Ploegen-Premies.csv" at 1501
           display "B = Budget.csv (rekening / kostenplaats / maand)"
               at 1601
           display "R = GL-Rekeningen.csv (rekeningschema)" at 1701
           display "Keuze: " at 1801
           accept WS-TABEL-KEUZE at 1809

           evaluate WS-TABEL-KEUZE
               when "1"
               when "P" when "p"
                   move "Ploegen-Premies.csv" to DYNAMIC-TABLEFILE
                   move "PLOEGEN" to WS-TABEL-SOORT
               when "B" when "b"
                   move "Budget.csv" to DYNAMIC-TABLEFILE
                   move "BUDGET" to WS-TABEL-SOORT
                   perform 1100-LOAD-KOSTENPLAATSEN thru 1100-EXIT
               when "R" when "r"
                   move "GL-Rekeningen.csv" to DYNAMIC-TABLEFILE
                   move "REKENING" to WS-TABEL-SOORT
               when other
                   display "Ongeldige keuze." at 1101
                   move 1 to return-code
           perform until WS-ACTIE = "Q" or WS-ACTIE = "q"
               perform 2000-SHOW-TABLE thru 2000-EXIT
               display "A=toevoegen C=wijzigen D=schrappen"
                   " V=verder S=bewaren Q=stoppen: " at 2201
               accept WS-ACTIE at 2265
               evaluate WS-ACTIE
                   when "A" when "a"
                       perform 3000-ADD-ROW thru 3000-EXIT
                       perform 3200-DELETE-ROW thru 3200-EXIT
                   when "S" when "s"
                       perform 4000-SAVE-TABLE thru 4000-EXIT
                   when "V" when "v"
                       add 18 to WS-TOON-VANAF
                       if WS-TOON-VANAF > WS-RIJ-COUNT
                           move 1 to WS-TOON-VANAF
                       end-if
                   when other
                       continue
               end-evaluate
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-RIJ-COUNT >= 999
                               display "Tabel vol -- rest genegeerd."
                                   at 1101
                           else
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-KOSTENPLAATSEN: the codes a budget row may carry.
      *> No master means no check.
      *>----------------------------------------------------------------
           1100-LOAD-KOSTENPLAATSEN.
               move 0 to WS-KPL-COUNT
               open input KOSTENPLAATS-FILE
               if WS-KOSTENPLAATS-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read KOSTENPLAATS-FILE into KOSTENPLAATS-REGEL
      *>        skips header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read KOSTENPLAATS-FILE into KOSTENPLAATS-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-KPL-COUNT < 200
                               add 1 to WS-KPL-COUNT
                               move spaces to WS-F1
                               unstring function trim(
                                       KOSTENPLAATS-REGEL)
                                   delimited by ","
                                   into WS-F1
                               end-unstring
                               move function upper-case(WS-F1)
                                   to KPL-CODE(WS-KPL-COUNT)
                           end-if
                   end-read
               end-perform
               close KOSTENPLAATS-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SHOW-TABLE: numbered listing, AT-positioned, one page
      *> from WS-TOON-VANAF.
      *>----------------------------------------------------------------
           2000-SHOW-TABLE.
               display " " at 0101
               display "Tabel: " at 0101
               display DYNAMIC-TABLEFILE at 0108
               move 3 to WS-SCHERM-RIJ
               perform varying RIJ-IDX from WS-TOON-VANAF by 1
                       until RIJ-IDX > WS-RIJ-COUNT
                       or WS-SCHERM-RIJ > 20
                   move RIJ-IDX to WS-RIJNR
      *> 3000-ADD-ROW / 3100-CHANGE-ROW / 3200-DELETE-ROW
      *>----------------------------------------------------------------
           3000-ADD-ROW.
               if WS-RIJ-COUNT >= 999
                   display "Tabel vol." at 2301
                   go to 3000-EXIT
               end-if
                       add 1 to WS-WIJZ-COUNT
                       move spaces to WIJZ-ENTRY(WS-WIJZ-COUNT)
                       move "TOEVOEGEN" to WZ-ACTIE(WS-WIJZ-COUNT)
                       move WS-WIJZ-SLEUTEL
                           to WZ-SLEUTEL(WS-WIJZ-COUNT)
                       move WS-NIEUWE-REGEL
                           to WZ-NIEUW(WS-WIJZ-COUNT)
                   end-if
                       add 1 to WS-WIJZ-COUNT
                       move spaces to WIJZ-ENTRY(WS-WIJZ-COUNT)
                       move "WIJZIGEN" to WZ-ACTIE(WS-WIJZ-COUNT)
                       move WS-WIJZ-SLEUTEL
                           to WZ-SLEUTEL(WS-WIJZ-COUNT)
                       move RIJ-REGEL(WS-RIJNR)(1:80)
                           to WZ-OUD(WS-WIJZ-COUNT)
                       move WS-NIEUWE-REGEL
                       delimited by ","
                       into WS-WIJZ-SLEUTEL
                   end-unstring
                   if WS-TABEL-SOORT = "BUDGET"
                       move spaces to WS-F1
                       move spaces to WS-F2
                       move spaces to WS-F3
                       unstring function trim(RIJ-REGEL(WS-RIJNR))
                           delimited by ","
                           into WS-F1 WS-F2 WS-F3
                       end-unstring
                       perform 3550-BUDGET-SLEUTEL thru 3550-EXIT
                   end-if
                   move WS-WIJZ-SLEUTEL
                       to WZ-SLEUTEL(WS-WIJZ-COUNT)
                   move RIJ-REGEL(WS-RIJNR)(1:80)
                   delimited by ","
                   into WS-F1 WS-F2 WS-F3 WS-F4
               end-unstring
               move WS-F1 to WS-WIJZ-SLEUTEL
               evaluate WS-TABEL-SOORT
                   when "WHT"
                       if function test-numval(function trim(WS-F1))
                           display "Leveranciersnummer moet numeriek"
                               " zijn." at 2501
                       end-if
                   when "REKENING"
                       if function test-numval(function trim(WS-F1))
                               not = 0
                           move "N" to WS-REGEL-OK
                           display "Rekening moet numeriek zijn."
                               at 2501
                       else
                           if function trim(WS-F3) not = "J"
                               and function trim(WS-F3) not = "N"
                               move "N" to WS-REGEL-OK
                               display "Actief moet J of N zijn."
                                   at 2501
                           end-if
                       end-if
                   when "VERVOER"
                       if function test-numval-c(function trim(
                               WS-F2)) not = 0
                           move "N" to WS-REGEL-OK
                           display "Onbekend kolomwoord." at 2501
                       end-if
                   when "BUDGET"
                       perform 3600-VALIDATE-BUDGET thru 3600-EXIT
               end-evaluate.
           3500-EXIT.
               exit.

      *>    the journal key of a budget row: period/account/cost
      *>    centre, off WS-F1 / WS-F2 / WS-F3
           3550-BUDGET-SLEUTEL.
               move spaces to WS-WIJZ-SLEUTEL
               string function trim(WS-F1) delimited by size
                      "/" delimited by size
                      function trim(WS-F2) delimited by size
                      "/" delimited by size
                      function upper-case(function trim(WS-F3))
                          delimited by size
                   into WS-WIJZ-SLEUTEL
               end-string.
           3550-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3600-VALIDATE-BUDGET: period, account, cost centre, amount.
      *> The cost centre is stored upper-case, as the ledger keeps
      *> it.
      *>----------------------------------------------------------------
           3600-VALIDATE-BUDGET.
               if WS-F1(5:1) not = "-"
                   or WS-F1(1:4) not numeric
                   or WS-F1(6:2) not numeric
                   or WS-F1(6:2) < "01"
                   or WS-F1(6:2) > "12"
                   or WS-F1(8:1) not = space
                   move "N" to WS-REGEL-OK
                   display "Periode moet JJJJ-MM zijn." at 2501
                   go to 3600-EXIT
               end-if
               if function trim(WS-F2) = spaces
                   or function test-numval(function trim(WS-F2))
                       not = 0
                   move "N" to WS-REGEL-OK
                   display "Rekening moet numeriek zijn." at 2501
                   go to 3600-EXIT
               end-if
               if function trim(WS-F4) = spaces
                   or function test-numval-c(function trim(WS-F4))
                       not = 0
                   move "N" to WS-REGEL-OK
                   display "Bedrag moet numeriek zijn." at 2501
                   go to 3600-EXIT
               end-if
               move function upper-case(WS-F3) to WS-F3
               if WS-F3 not = spaces
                   and WS-KPL-COUNT > 0
                   move "N" to WS-KPL-GEVONDEN
                   perform varying WS-KPL-IDX from 1 by 1
                           until WS-KPL-IDX > WS-KPL-COUNT
                       if KPL-CODE(WS-KPL-IDX) = WS-F3
                           move "Y" to WS-KPL-GEVONDEN
                       end-if
                   end-perform
                   if WS-KPL-GEVONDEN not = "Y"
                       move "N" to WS-REGEL-OK
                       display "Onbekende kostenplaats." at 2501
                       go to 3600-EXIT
                   end-if
               end-if
               move spaces to WS-NIEUWE-REGEL
               string function trim(WS-F1) delimited by size
                      "," delimited by size
                      function trim(WS-F2) delimited by size
                      "," delimited by size
                      function trim(WS-F3) delimited by size
                      "," delimited by size
                      function trim(WS-F4) delimited by size
                   into WS-NIEUWE-REGEL
               end-string
               perform 3550-BUDGET-SLEUTEL thru 3550-EXIT.
           3600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-SAVE-TABLE: whole-table rules first (ascending
      *> brackets), then the timestamped backup of the previous
                       end-if
                   end-perform
               end-if
      *>        a budget holds one row per period + account + cost
      *>        centre -- two would both count in the report
               if WS-TABEL-SOORT = "BUDGET"
                   perform varying RIJ-IDX from 1 by 1
                           until RIJ-IDX > WS-RIJ-COUNT
                       move spaces to WS-F1
                       move spaces to WS-F2
                       move spaces to WS-F3
                       unstring function trim(RIJ-REGEL(RIJ-IDX))
                           delimited by ","
                           into WS-F1 WS-F2 WS-F3
                       end-unstring
                       perform 3550-BUDGET-SLEUTEL thru 3550-EXIT
                       move WS-WIJZ-SLEUTEL to BKEY-ENTRY(RIJ-IDX)
                       perform varying WS-BKEY-IDX from 1 by 1
                               until WS-BKEY-IDX >= RIJ-IDX
                           if BKEY-ENTRY(WS-BKEY-IDX)
                                   = WS-WIJZ-SLEUTEL
                               display "Dubbele budgetregel "
                                   function trim(WS-WIJZ-SLEUTEL)
                                   " -- niet bewaard." at 2501
                               go to 4000-EXIT
                           end-if
                       end-perform
                   end-perform
               end-if

      *>        timestamped backup of what is about to be replaced
               move function current-date to WS-CURRENT-DATETIME
