      *>----------------------------------------------------------------
      *> OperatorPin -- an operator ID alone is no secret: anyone who
      *> knew that CHECKER existed could type it and release a
      *> payroll. Every operator in Operators.csv now has a PIN,
      *> kept only as a salted hash; the file's extra columns are
      *>   ID,Naam,Functies,Actief,PinHash,PinGewijzigd,Pogingen,
      *>   Geblokkeerd
      *> (PinGewijzigd YYYY-MM-DD, blank after a reset so the PIN
      *> must be changed on first use; Pogingen the failed attempts
      *> in a row; Geblokkeerd J once they reach MAX-POGINGEN). The
      *> readers that only want the function list keep unstringing
      *> the first four columns.
      *> Actions (LINK-PIN-ID the operator concerned):
      *>   CONTROLE    LINK-PIN against the hash; resultaat OK,
      *>               VERLOPEN (right PIN, but older than
      *>               GELDIG-DAGEN or never chosen by the operator),
      *>               FOUT, GEBLOKKEERD, GEENPIN or ONBEKEND. A
      *>               wrong PIN counts an attempt, the last allowed
      *>               one locks the account.
      *>   WIJZIG      the operator's own change: LINK-PIN the current
      *>               PIN, LINK-PIN-NIEUW the new one; resultaat OK,
      *>               FOUT, ONGELDIG (too short, not digits, same as
      *>               before) or GEBLOKKEERD.
      *>   RESET       administrator: LINK-PIN-NIEUW becomes a
      *>               one-time PIN the operator must change at the
      *>               next sign-on; the account is unlocked.
      *>   DEBLOKKEER  administrator: unlock, attempts back to 0.
      *>   LIJST       every operator's PIN state on
      *>               Operator-Pin-Status.txt.
      *> Every failed attempt, lockout, reset and unlock is a RUNLOG
      *> line of its own. Limits in Operator-Pin-Config.csv
      *> (Sleutel,Waarde): MAX-POGINGEN (3), GELDIG-DAGEN (90),
      *> MIN-LENGTE (5).
      *> The hash: the operator ID as salt, then the PIN, mixed
      *> through 500 rounds of three running sums modulo large primes
      *> -- the stored value gives no readable PIN back, and the same
      *> PIN under two IDs hashes differently.
      *>----------------------------------------------------------------
       identification division.
       program-id. OperatorPin.
       environment division.
       input-output section.
       file-control.
           select OPERATOR-FILE assign to "Operators.csv"
               organization is line sequential
               file status is WS-OPERATOR-STATUS.
           select CONFIG-FILE assign to "Operator-Pin-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select RAPPORT-FILE assign to "Operator-Pin-Status.txt"
               organization is line sequential
               file status is WS-RAPPORT-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd OPERATOR-FILE.
           01 OPERATOR-REGEL pic x(200).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(40).

           fd RAPPORT-FILE.
           01 RAPPORT-REGEL pic x(100).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-OPERATOR-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-RAPPORT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-ACTIE pic x(11).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-VANDAAG pic x(10).
           01 WS-DIRTY pic x(01) value "N".

      *>    the limits
           01 WS-CFG-SLEUTEL pic x(20).
           01 WS-CFG-WAARDE pic x(12).
           01 WS-MAX-POGINGEN pic 9(02) value 3.
           01 WS-GELDIG-DAGEN pic 9(04) value 90.
           01 WS-MIN-LENGTE pic 9(02) value 5.

      *>    the operator master, kept whole and rewritten
           01 WS-OP-HEADER pic x(200).
           01 WS-OP-COUNT pic 9(03) value 0.
           01 WS-OP-LEESREGEL pic x(200).
           01 WS-OP-POGINGEN-S pic x(04).
           01 OP-TABLE.
               05 OP-ENTRY occurs 200 times indexed by OP-IDX.
                   10 OP-ID pic x(12).
                   10 OP-NAAM pic x(30).
                   10 OP-FUNCS pic x(80).
                   10 OP-ACTIEF pic x(02).
                   10 OP-HASH pic x(22).
                   10 OP-GEWIJZIGD pic x(10).
                   10 OP-POGINGEN pic 9(02).
                   10 OP-GEBLOKKEERD pic x(01).
           01 WS-GEVONDEN pic x(01).
           01 WS-OP-POS pic 9(03).

      *>    the PIN and its hash
           01 WS-ID-UPPER pic x(12).
           01 WS-PIN pic x(12).
           01 WS-PIN-NIEUW pic x(12).
           01 WS-PIN-LEN pic 9(02).
           01 WS-HASH-BRON pic x(30).
           01 WS-HASH-LEN pic 9(02).
           01 WS-HASH pic x(22).
           01 WS-H-A pic 9(12).
           01 WS-H-B pic 9(12).
           01 WS-H-C pic 9(12).
           01 WS-H-A-D pic 9(10).
           01 WS-H-B-D pic 9(10).
           01 WS-H-RONDE pic 9(04).
           01 WS-H-POS pic 9(02).
           01 WS-H-CODE pic 9(03).
           01 WS-DIGITS pic 9(02).

      *>    expiry
           01 WS-DATUM-N pic 9(08).
           01 WS-DATUM-X redefines WS-DATUM-N pic x(08).
           01 WS-VERVAL-INT pic 9(08).
           01 WS-VERVALDATUM pic x(10).
           01 WS-LOG-STATUS pic x(12).
           01 DISPLAY-AANTAL pic Z9.

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PIN-ID pic x(12).
           01 LINK-PIN pic x(12).
           01 LINK-PIN-NIEUW pic x(12).
           01 LINK-RESULTAAT pic x(12).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PIN-ID LINK-PIN
               LINK-PIN-NIEUW LINK-RESULTAAT LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               delimited by size into WS-VANDAAG
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE
           move spaces to LINK-RESULTAAT
           move function upper-case(function trim(LINK-PIN-ID))
               to WS-ID-UPPER
           move function trim(LINK-PIN) to WS-PIN
           move function trim(LINK-PIN-NIEUW) to WS-PIN-NIEUW

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1100-LOAD-OPERATORS thru 1100-EXIT
           if WS-RETURN-CODE not = 0
               move "ONBEKEND" to LINK-RESULTAAT
               move WS-RETURN-CODE to return-code
               goback
           end-if

           evaluate WS-ACTIE
               when "CONTROLE"
                   perform 2000-CHECK-PIN thru 2000-EXIT
               when "WIJZIG"
                   perform 3000-CHANGE-PIN thru 3000-EXIT
               when "RESET"
                   perform 4000-RESET-PIN thru 4000-EXIT
               when "DEBLOKKEER"
                   perform 4500-UNLOCK thru 4500-EXIT
               when "LIJST"
                   perform 5000-LIST thru 5000-EXIT
               when other
                   display "Onbekende actie (CONTROLE, WIJZIG, RESET,"
                       " DEBLOKKEER of LIJST): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           if WS-DIRTY = "Y"
               perform 6000-REWRITE-OPERATORS thru 6000-EXIT
           end-if
      *>    a PIN is never moved anywhere it could be read back
           move spaces to WS-PIN
           move spaces to WS-PIN-NIEUW
           move spaces to WS-HASH-BRON
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
                           if function test-numval(function trim(
                                   WS-CFG-WAARDE)) = 0
                               evaluate function upper-case(
                                       function trim(WS-CFG-SLEUTEL))
                                   when "MAX-POGINGEN"
                                       move function numval(
                                           function trim(WS-CFG-WAARDE))
                                           to WS-MAX-POGINGEN
                                   when "GELDIG-DAGEN"
                                       move function numval(
                                           function trim(WS-CFG-WAARDE))
                                           to WS-GELDIG-DAGEN
                                   when "MIN-LENGTE"
                                       move function numval(
                                           function trim(WS-CFG-WAARDE))
                                           to WS-MIN-LENGTE
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close CONFIG-FILE
               if WS-MAX-POGINGEN < 1
                   move 3 to WS-MAX-POGINGEN
               end-if
               if WS-MIN-LENGTE < 4 or WS-MIN-LENGTE > 12
                   move 5 to WS-MIN-LENGTE
               end-if.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-OPERATORS: the whole master, new columns defaulted
      *> for rows written before they existed.
      *>----------------------------------------------------------------
           1100-LOAD-OPERATORS.
               open input OPERATOR-FILE
               if WS-OPERATOR-STATUS not = "00"
                   display "Operators.csv not found: "
                       WS-OPERATOR-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read OPERATOR-FILE into WS-OP-HEADER
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read OPERATOR-FILE into WS-OP-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-OP-LEESREGEL not = spaces
                                   and WS-OP-COUNT < 200
                               perform 1110-ONE-OPERATOR thru 1110-EXIT
                           end-if
                   end-read
               end-perform
               close OPERATOR-FILE.
           1100-EXIT.
               exit.

           1110-ONE-OPERATOR.
               add 1 to WS-OP-COUNT
               set OP-IDX to WS-OP-COUNT
               move spaces to OP-ENTRY(OP-IDX)
               move spaces to WS-OP-POGINGEN-S
               unstring function trim(WS-OP-LEESREGEL)
                   delimited by ","
                   into OP-ID(OP-IDX) OP-NAAM(OP-IDX)
                        OP-FUNCS(OP-IDX) OP-ACTIEF(OP-IDX)
                        OP-HASH(OP-IDX) OP-GEWIJZIGD(OP-IDX)
                        WS-OP-POGINGEN-S OP-GEBLOKKEERD(OP-IDX)
               end-unstring
               move 0 to OP-POGINGEN(OP-IDX)
               if function test-numval(function trim(
                       WS-OP-POGINGEN-S)) = 0
                   move function numval(function trim(
                       WS-OP-POGINGEN-S)) to OP-POGINGEN(OP-IDX)
               end-if
               if OP-GEBLOKKEERD(OP-IDX) not = "J"
                   move "N" to OP-GEBLOKKEERD(OP-IDX)
               end-if.
           1110-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-FIND-OPERATOR: WS-ID-UPPER in the table; OP-IDX set.
      *>----------------------------------------------------------------
           1200-FIND-OPERATOR.
               move "N" to WS-GEVONDEN
               perform varying OP-IDX from 1 by 1
                       until OP-IDX > WS-OP-COUNT
                   if function upper-case(function trim(OP-ID(OP-IDX)))
                           = WS-ID-UPPER
                       move "Y" to WS-GEVONDEN
                       exit perform
                   end-if
               end-perform.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-CHECK-PIN: sign-on and release check.
      *>----------------------------------------------------------------
           2000-CHECK-PIN.
               perform 1200-FIND-OPERATOR thru 1200-EXIT
               if WS-GEVONDEN not = "Y"
                   move "ONBEKEND" to LINK-RESULTAAT
                   move "PINFOUT" to WS-LOG-STATUS
                   perform 9000-LOG-EVENT thru 9000-EXIT
                   go to 2000-EXIT
               end-if
               if OP-GEBLOKKEERD(OP-IDX) = "J"
                   move "GEBLOKKEERD" to LINK-RESULTAAT
                   move "GEBLOKKEERD" to WS-LOG-STATUS
                   perform 9000-LOG-EVENT thru 9000-EXIT
                   go to 2000-EXIT
               end-if
               if OP-HASH(OP-IDX) = spaces
                   move "GEENPIN" to LINK-RESULTAAT
                   move "GEENPIN" to WS-LOG-STATUS
                   perform 9000-LOG-EVENT thru 9000-EXIT
                   go to 2000-EXIT
               end-if
               move WS-PIN to WS-HASH-BRON
               perform 8000-HASH thru 8000-EXIT
               if WS-HASH not = OP-HASH(OP-IDX)
                   perform 2100-FAILED-ATTEMPT thru 2100-EXIT
                   go to 2000-EXIT
               end-if
               if OP-POGINGEN(OP-IDX) not = 0
                   move 0 to OP-POGINGEN(OP-IDX)
                   move "Y" to WS-DIRTY
               end-if
               perform 2200-EXPIRY thru 2200-EXIT
               if WS-VERVALDATUM = spaces
                       or WS-VERVALDATUM < WS-VANDAAG
                   move "VERLOPEN" to LINK-RESULTAAT
               else
                   move "OK" to LINK-RESULTAAT
               end-if.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-FAILED-ATTEMPT: count it, lock at the limit, log both.
      *>----------------------------------------------------------------
           2100-FAILED-ATTEMPT.
               add 1 to OP-POGINGEN(OP-IDX)
               move "Y" to WS-DIRTY
               move "FOUT" to LINK-RESULTAAT
               move "PINFOUT" to WS-LOG-STATUS
               perform 9000-LOG-EVENT thru 9000-EXIT
               if OP-POGINGEN(OP-IDX) >= WS-MAX-POGINGEN
                   move "J" to OP-GEBLOKKEERD(OP-IDX)
                   move "GEBLOKKEERD" to LINK-RESULTAAT
                   move "LOCKOUT" to WS-LOG-STATUS
                   perform 9000-LOG-EVENT thru 9000-EXIT
                   display "Operator " function trim(OP-ID(OP-IDX))
                       " is geblokkeerd na "
                       OP-POGINGEN(OP-IDX)
                       " foute PIN-pogingen -- de beheerder moet"
                       " deblokkeren."
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-EXPIRY: WS-VERVALDATUM = last change + GELDIG-DAGEN;
      *> blank when the PIN was set by a reset and never chosen.
      *>----------------------------------------------------------------
           2200-EXPIRY.
               move spaces to WS-VERVALDATUM
               if OP-GEWIJZIGD(OP-IDX)(5:1) not = "-"
                   go to 2200-EXIT
               end-if
               move OP-GEWIJZIGD(OP-IDX)(1:4) to WS-DATUM-X(1:4)
               move OP-GEWIJZIGD(OP-IDX)(6:2) to WS-DATUM-X(5:2)
               move OP-GEWIJZIGD(OP-IDX)(9:2) to WS-DATUM-X(7:2)
               if WS-DATUM-X is not numeric
                   go to 2200-EXIT
               end-if
               compute WS-VERVAL-INT
                   = function integer-of-date(WS-DATUM-N)
                     + WS-GELDIG-DAGEN
               compute WS-DATUM-N
                   = function date-of-integer(WS-VERVAL-INT)
               string WS-DATUM-X(1:4) "-" WS-DATUM-X(5:2) "-"
                      WS-DATUM-X(7:2)
                   delimited by size into WS-VERVALDATUM
               end-string.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-CHANGE-PIN: the operator's own change -- the current PIN
      *> first, counted like any other attempt.
      *>----------------------------------------------------------------
           3000-CHANGE-PIN.
               perform 2000-CHECK-PIN thru 2000-EXIT
               if LINK-RESULTAAT not = "OK"
                       and LINK-RESULTAAT not = "VERLOPEN"
                   go to 3000-EXIT
               end-if
               move WS-PIN-NIEUW to WS-HASH-BRON
               perform 3100-VALIDATE-NEW thru 3100-EXIT
               if LINK-RESULTAAT = "ONGELDIG"
                   go to 3000-EXIT
               end-if
               if WS-PIN-NIEUW = WS-PIN
                   display "De nieuwe PIN moet verschillen van de"
                       " huidige."
                   move "ONGELDIG" to LINK-RESULTAAT
                   go to 3000-EXIT
               end-if
               move WS-PIN-NIEUW to WS-HASH-BRON
               perform 8000-HASH thru 8000-EXIT
               move WS-HASH to OP-HASH(OP-IDX)
               move WS-VANDAAG to OP-GEWIJZIGD(OP-IDX)
               move 0 to OP-POGINGEN(OP-IDX)
               move "Y" to WS-DIRTY
               move "OK" to LINK-RESULTAAT
               move "PINWIJZIG" to WS-LOG-STATUS
               perform 9000-LOG-EVENT thru 9000-EXIT.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-VALIDATE-NEW: digits only, MIN-LENGTE to 12 long.
      *>----------------------------------------------------------------
           3100-VALIDATE-NEW.
               move 0 to WS-PIN-LEN
               if WS-PIN-NIEUW not = spaces
                   move function length(function trim(WS-PIN-NIEUW))
                       to WS-PIN-LEN
               end-if
               move 0 to WS-DIGITS
               if WS-PIN-LEN > 0
                   inspect WS-PIN-NIEUW(1:WS-PIN-LEN) tallying
                       WS-DIGITS for all "0" all "1" all "2" all "3"
                       all "4" all "5" all "6" all "7" all "8" all "9"
               end-if
               if WS-PIN-LEN < WS-MIN-LENGTE
                       or WS-DIGITS not = WS-PIN-LEN
                   move WS-MIN-LENGTE to DISPLAY-AANTAL
                   display "Een PIN bestaat uit minstens "
                       function trim(DISPLAY-AANTAL)
                       " en hoogstens 12 cijfers."
                   move "ONGELDIG" to LINK-RESULTAAT
               end-if.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-RESET-PIN: the administrator's one-time PIN -- expired
      *> on purpose, so the operator chooses their own at sign-on.
      *>----------------------------------------------------------------
           4000-RESET-PIN.
               perform 1200-FIND-OPERATOR thru 1200-EXIT
               if WS-GEVONDEN not = "Y"
                   display "Operator niet gevonden: "
                       function trim(LINK-PIN-ID)
                   move "ONBEKEND" to LINK-RESULTAAT
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               if WS-ID-UPPER = function upper-case(function trim(
                       LINK-OPERATOR-ID))
                   display "Een beheerder zet de eigen PIN niet"
                       " terug -- een tweede beheerder doet dat."
                   move "GEWEIGERD" to LINK-RESULTAAT
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               perform 3100-VALIDATE-NEW thru 3100-EXIT
               if LINK-RESULTAAT = "ONGELDIG"
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move WS-PIN-NIEUW to WS-HASH-BRON
               perform 8000-HASH thru 8000-EXIT
               move WS-HASH to OP-HASH(OP-IDX)
               move spaces to OP-GEWIJZIGD(OP-IDX)
               move 0 to OP-POGINGEN(OP-IDX)
               move "N" to OP-GEBLOKKEERD(OP-IDX)
               move "Y" to WS-DIRTY
               move "OK" to LINK-RESULTAAT
               move "PINRESET" to WS-LOG-STATUS
               perform 9000-LOG-EVENT thru 9000-EXIT
               display "PIN van " function trim(OP-ID(OP-IDX))
                   " teruggezet -- te wijzigen bij de volgende"
                   " aanmelding.".
           4000-EXIT.
               exit.

           4500-UNLOCK.
               perform 1200-FIND-OPERATOR thru 1200-EXIT
               if WS-GEVONDEN not = "Y"
                   display "Operator niet gevonden: "
                       function trim(LINK-PIN-ID)
                   move "ONBEKEND" to LINK-RESULTAAT
                   move 1 to WS-RETURN-CODE
                   go to 4500-EXIT
               end-if
               move 0 to OP-POGINGEN(OP-IDX)
               move "N" to OP-GEBLOKKEERD(OP-IDX)
               move "Y" to WS-DIRTY
               move "OK" to LINK-RESULTAAT
               move "UNLOCK" to WS-LOG-STATUS
               perform 9000-LOG-EVENT thru 9000-EXIT
               display "Operator " function trim(OP-ID(OP-IDX))
                   " gedeblokkeerd.".
           4500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-LIST: the PIN state of every operator -- never the hash.
      *>----------------------------------------------------------------
           5000-LIST.
               open output RAPPORT-FILE
               if WS-RAPPORT-STATUS not = "00"
                   display "Cannot write Operator-Pin-Status.txt"
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to RAPPORT-REGEL
               string "OPERATOR-PINS per " WS-VANDAAG
                   delimited by size into RAPPORT-REGEL
               end-string
               write RAPPORT-REGEL
               move "Operator     Actief PIN      Gewijzigd  Vervalt"
                   to RAPPORT-REGEL
               move "   Pogingen Geblokkeerd" to RAPPORT-REGEL(50:30)
               write RAPPORT-REGEL
               perform varying OP-IDX from 1 by 1
                       until OP-IDX > WS-OP-COUNT
                   move spaces to RAPPORT-REGEL
                   move OP-ID(OP-IDX) to RAPPORT-REGEL(1:12)
                   move OP-ACTIEF(OP-IDX) to RAPPORT-REGEL(14:2)
                   perform 2200-EXPIRY thru 2200-EXIT
                   if OP-HASH(OP-IDX) = spaces
                       move "GEEN" to RAPPORT-REGEL(21:8)
                   else
                       if WS-VERVALDATUM = spaces
                           move "EENMALIG" to RAPPORT-REGEL(21:8)
                       else
                           if WS-VERVALDATUM < WS-VANDAAG
                               move "VERLOPEN" to RAPPORT-REGEL(21:8)
                           else
                               move "OK" to RAPPORT-REGEL(21:8)
                           end-if
                       end-if
                   end-if
                   move OP-GEWIJZIGD(OP-IDX) to RAPPORT-REGEL(30:10)
                   move WS-VERVALDATUM to RAPPORT-REGEL(41:10)
                   move OP-POGINGEN(OP-IDX) to DISPLAY-AANTAL
                   move DISPLAY-AANTAL to RAPPORT-REGEL(55:2)
                   move OP-GEBLOKKEERD(OP-IDX) to RAPPORT-REGEL(62:1)
                   write RAPPORT-REGEL
               end-perform
               close RAPPORT-FILE
               display "PIN-overzicht: Operator-Pin-Status.txt".
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REWRITE-OPERATORS: the master back in the same order,
      *> with the PIN columns filled in.
      *>----------------------------------------------------------------
           6000-REWRITE-OPERATORS.
               open output OPERATOR-FILE
               if WS-OPERATOR-STATUS not = "00"
                   display "Cannot rewrite Operators.csv: "
                       WS-OPERATOR-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               if WS-OP-HEADER(1:24) = "ID,Naam,Functies,Actief "
                       or function trim(WS-OP-HEADER)
                           = "ID,Naam,Functies,Actief"
                   move spaces to WS-OP-HEADER
                   string "ID,Naam,Functies,Actief,PinHash,"
                          "PinGewijzigd,Pogingen,Geblokkeerd"
                       delimited by size into WS-OP-HEADER
                   end-string
               end-if
               move WS-OP-HEADER to OPERATOR-REGEL
               write OPERATOR-REGEL
               perform varying OP-IDX from 1 by 1
                       until OP-IDX > WS-OP-COUNT
                   move OP-POGINGEN(OP-IDX) to DISPLAY-AANTAL
                   move spaces to OPERATOR-REGEL
                   string function trim(OP-ID(OP-IDX)) ","
                          function trim(OP-NAAM(OP-IDX)) ","
                          function trim(OP-FUNCS(OP-IDX)) ","
                          function trim(OP-ACTIEF(OP-IDX)) ","
                          function trim(OP-HASH(OP-IDX)) ","
                          function trim(OP-GEWIJZIGD(OP-IDX)) ","
                          function trim(DISPLAY-AANTAL) ","
                          OP-GEBLOKKEERD(OP-IDX)
                       delimited by size into OPERATOR-REGEL
                   end-string
                   write OPERATOR-REGEL
               end-perform
               close OPERATOR-FILE.
           6000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-HASH: WS-HASH-BRON under salt WS-ID-UPPER into WS-HASH
      *> ("H1" and twenty digits).
      *>----------------------------------------------------------------
           8000-HASH.
               move 7 to WS-H-A
               move 13 to WS-H-B
               move 17 to WS-H-C
               move spaces to WS-HASH
               move 0 to WS-HASH-LEN
               if WS-HASH-BRON not = spaces
                   move function length(function trim(WS-HASH-BRON))
                       to WS-HASH-LEN
               end-if
               perform varying WS-H-RONDE from 1 by 1
                       until WS-H-RONDE > 500
                   perform varying WS-H-POS from 1 by 1
                           until WS-H-POS > 12
                       if WS-ID-UPPER(WS-H-POS:1) not = space
                           compute WS-H-CODE = function ord(
                               WS-ID-UPPER(WS-H-POS:1))
                           perform 8100-MIX thru 8100-EXIT
                       end-if
                   end-perform
                   perform varying WS-H-POS from 1 by 1
                           until WS-H-POS > WS-HASH-LEN
                       compute WS-H-CODE = function ord(
                           WS-HASH-BRON(WS-H-POS:1))
                       perform 8100-MIX thru 8100-EXIT
                   end-perform
               end-perform
               move WS-H-A to WS-H-A-D
               compute WS-H-B-D = function mod(WS-H-B + WS-H-C,
                   9999999967)
               string "H1" WS-H-A-D WS-H-B-D
                   delimited by size into WS-HASH
               end-string.
           8000-EXIT.
               exit.

           8100-MIX.
               compute WS-H-A = function mod(
                   WS-H-A * 31 + WS-H-CODE + WS-H-RONDE, 2147483647)
               compute WS-H-B = function mod(
                   WS-H-B + WS-H-A * 7 + 11, 2147483629)
               compute WS-H-C = function mod(
                   WS-H-C * 17 + WS-H-B + WS-H-CODE, 999999937).
           8100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-LOG-EVENT: one RUNLOG.TXT line per PIN event -- who
      *> acted, on which operator, what happened. Never the PIN.
      *>----------------------------------------------------------------
           9000-LOG-EVENT.
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
               move "OperatorPin" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move LINK-PIN-ID to LOG-INPUT-FILE
               move "Operators.csv" to LOG-OUTPUT-FILE
               move 0 to LOG-RECORDS-IN
               if WS-GEVONDEN = "Y"
                   move OP-POGINGEN(OP-IDX) to LOG-RECORDS-IN
               end-if
               move 0 to LOG-RECORDS-OUT
               move WS-LOG-STATUS to LOG-FINAL-STATUS
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
