      *>----------------------------------------------------------------
      *> WerknemerOnderhoud -- Werknemers.csv only holds today's
      *> Maandloon, FunctieKlasse, FTE and family situation, so a
      *> raise on the 15th or a birth mid-month was typed over the
      *> old value and the month paid as if it had always been so.
      *> This full-screen program (the AT row-column positioning of
      *> TableMaintenance) records every change to one of those
      *> fields with its effective date on the change register,
      *> Werknemer-Wijzigingen.csv:
      *>     PersNr,Veld,OudeWaarde,NieuweWaarde,Ingang,Operator,
      *>     Vastgelegd
      *> Veld is MAANDLOON, FUNCTIEKLASSE, FTE, BURGERLIJKESTAAT or
      *> KINDEREN. OudeWaarde is the value in force up to the day
      *> before Ingang -- the previous change's new value, or the
      *> master's when the field was never changed before. A change
      *> already in force (Ingang today or earlier) is written into
      *> Werknemers.csv at once; a future-dated one waits until T
      *> (toepassen) is run on or after its date, from the screen
      *> or unattended with mode "T". SalaryCalculation reads the
      *> register itself and splits the month at every change, so
      *> the master only has to be right for everyone else.
      *> Changes are recorded in date order per field: an Ingang on
      *> or before the field's last registered change is refused --
      *> a correction of the past is RetroPayroll's work. The screen
      *> lists the employee's registered changes under the current
      *> values; WerknemerHistoriek reports over the whole register.
      *>----------------------------------------------------------------
       identification division.
       program-id. WerknemerOnderhoud.
       environment division.
       input-output section.
       file-control.
           select EMPLOYEE-FILE assign to "Werknemers.csv"
               organization is line sequential
               file status is WS-EMPLOYEE-STATUS.
           select WERK-FILE assign to "WERKNEMER-WERK.TMP"
               organization is line sequential
               file status is WS-WERK-STATUS.
           select REGISTER-FILE assign to "Werknemer-Wijzigingen.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(300).

           fd WERK-FILE.
           01 WERK-REGEL pic x(300).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(200).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-WERK-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-ACTIE pic x(01).
           01 WS-MV-CMD pic x(80).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-VANDAAG pic x(10).
           01 WS-VASTGELEGD pic x(19).

      *>    the master, whole rows, and one row split into its 25
      *>    columns
           01 WS-WN-COUNT pic 9(03) value 0.
           01 WS-WN-HEADER pic x(300).
           01 WN-TABLE.
               05 WN-REGEL occurs 300 times pic x(300).
           01 WS-WN-IDX pic 9(03).
           01 WS-WN-GEKOZEN pic 9(03) value 0.
           01 F-VELD-TABLE.
               05 F-VELD occurs 25 times pic x(40).
           01 WS-VELD-IDX pic 9(02).

      *>    the change register
           01 WS-WZ-COUNT pic 9(04) value 0.
           01 WZ-TABLE.
               05 WZ-ENTRY occurs 2000 times.
                   10 WZ-PERSNR pic x(06).
                   10 WZ-VELD pic x(16).
                   10 WZ-OUD pic x(20).
                   10 WZ-NIEUW pic x(20).
                   10 WZ-INGANG pic x(10).
                   10 WZ-OPERATOR pic x(12).
                   10 WZ-VASTGELEGD pic x(19).
           01 WS-WZ-IDX pic 9(04).
           01 WS-WZ-BEST pic 9(04).
           01 WS-WZ-LAATSTE pic x(10).

      *>    the five dated fields and their master columns
           01 VELD-NAMEN-DATA.
               05 filler pic x(18) value "MAANDLOON       07".
               05 filler pic x(18) value "FUNCTIEKLASSE   09".
               05 filler pic x(18) value "FTE             19".
               05 filler pic x(18) value "BURGERLIJKESTAAT04".
               05 filler pic x(18) value "KINDEREN        05".
           01 VELD-NAMEN redefines VELD-NAMEN-DATA.
               05 VN-ENTRY occurs 5 times.
                   10 VN-NAAM pic x(16).
                   10 VN-KOLOM pic 9(02).
           01 WS-VN-IDX pic 9(01).

           01 WS-PERSNR pic x(06).
           01 WS-VELD-KEUZE pic x(01).
           01 WS-NIEUWE-WAARDE pic x(20).
           01 WS-OUDE-WAARDE pic x(20).
           01 WS-INGANG pic x(10).
           01 WS-INGANG-N pic 9(08).
           01 WS-WAARDE-OK pic x(01).
           01 WS-BEDRAG pic 9(7)V99.
           01 WS-BEDRAG-ED pic Z(6)9.99.
           01 WS-FTE pic 9V99.
           01 WS-FTE-ED pic 9.99.
           01 WS-KINDEREN pic 9(02).
           01 WS-KINDEREN-ED pic Z9.
           01 WS-STAAT pic x(20).
           01 WS-TOEGEPAST pic 9(04) value 0.
           01 DISPLAY-TOEGEPAST pic Z(3)9.
           01 WS-SCHERM-RIJ pic 9(02).
           01 WS-TOON-VANAF pic 9(04) value 1.
           01 WS-TOON-TEL pic 9(04).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-OPERATOR-ID pic x(12).
           01 LINK-WM-MODE pic x(01).

       procedure division using LINK-OPERATOR-ID LINK-WM-MODE.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2) delimited by size
               into WS-VANDAAG
           end-string

           perform 1000-LOAD-MASTER thru 1000-EXIT
           if WS-RETURN-CODE not = 0
               move WS-RETURN-CODE to return-code
               goback
           end-if
           perform 1100-LOAD-REGISTER thru 1100-EXIT

      *>    unattended: bring the master up to date and stop
           if LINK-WM-MODE = "T" or LINK-WM-MODE = "t"
               perform 5000-APPLY-DUE thru 5000-EXIT
               move WS-TOEGEPAST to DISPLAY-TOEGEPAST
               display "WerknemerOnderhoud: "
                   function trim(DISPLAY-TOEGEPAST)
                   " veld(en) in Werknemers.csv bijgewerkt."
               move WS-RETURN-CODE to return-code
               goback
           end-if

           move spaces to WS-ACTIE
           perform until WS-ACTIE = "Q" or WS-ACTIE = "q"
               perform 2000-SHOW-SCREEN thru 2000-EXIT
               display "P=werknemer W=wijziging T=toepassen"
                   " V=verder Q=stoppen: " at 2201
               accept WS-ACTIE at 2257
               evaluate WS-ACTIE
                   when "P" when "p"
                       perform 3000-PICK-EMPLOYEE thru 3000-EXIT
                   when "W" when "w"
                       perform 3100-RECORD-CHANGE thru 3100-EXIT
                   when "T" when "t"
                       perform 5000-APPLY-DUE thru 5000-EXIT
                       move WS-TOEGEPAST to DISPLAY-TOEGEPAST
                       display function trim(DISPLAY-TOEGEPAST)
                           " veld(en) in Werknemers.csv bijgewerkt."
                           at 2301
                   when "V" when "v"
                       add 10 to WS-TOON-VANAF
                   when other
                       continue
               end-evaluate
           end-perform

           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-MASTER: header + rows into memory, rewritten
      *> whole when a change is applied.
      *>----------------------------------------------------------------
           1000-LOAD-MASTER.
               move 0 to WS-WN-COUNT
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   display "Werknemers.csv not found -- nothing to"
                       " maintain."
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read EMPLOYEE-FILE into WS-WN-HEADER
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into EMPLOYEE-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if EMPLOYEE-REGEL not = spaces
                               and WS-WN-COUNT < 300
                               add 1 to WS-WN-COUNT
                               move EMPLOYEE-REGEL
                                   to WN-REGEL(WS-WN-COUNT)
                           end-if
                   end-read
               end-perform
               close EMPLOYEE-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-REGISTER: the change register; none yet is an
      *> empty one, created on the first change.
      *>----------------------------------------------------------------
           1100-LOAD-REGISTER.
               move 0 to WS-WZ-COUNT
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read REGISTER-FILE into REGISTER-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into REGISTER-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if REGISTER-REGEL not = spaces
                               and WS-WZ-COUNT < 2000
                               add 1 to WS-WZ-COUNT
                               move spaces to WZ-ENTRY(WS-WZ-COUNT)
                               unstring function trim(REGISTER-REGEL)
                                   delimited by ","
                                   into WZ-PERSNR(WS-WZ-COUNT)
                                        WZ-VELD(WS-WZ-COUNT)
                                        WZ-OUD(WS-WZ-COUNT)
                                        WZ-NIEUW(WS-WZ-COUNT)
                                        WZ-INGANG(WS-WZ-COUNT)
                                        WZ-OPERATOR(WS-WZ-COUNT)
                                        WZ-VASTGELEGD(WS-WZ-COUNT)
                               end-unstring
                               move function upper-case(
                                   WZ-VELD(WS-WZ-COUNT))
                                   to WZ-VELD(WS-WZ-COUNT)
                           end-if
                   end-read
               end-perform
               close REGISTER-FILE.
           1100-EXIT.
               exit.

      *>    WN-REGEL(WS-WN-IDX) into F-VELD(1..25)
           1200-SPLIT-ROW.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 25
                   move spaces to F-VELD(WS-VELD-IDX)
               end-perform
               unstring WN-REGEL(WS-WN-IDX)
                   delimited by ","
                   into F-VELD(1) F-VELD(2) F-VELD(3) F-VELD(4)
                        F-VELD(5) F-VELD(6) F-VELD(7) F-VELD(8)
                        F-VELD(9) F-VELD(10) F-VELD(11) F-VELD(12)
                        F-VELD(13) F-VELD(14) F-VELD(15) F-VELD(16)
                        F-VELD(17) F-VELD(18) F-VELD(19) F-VELD(20)
                        F-VELD(21) F-VELD(22) F-VELD(23) F-VELD(24)
                        F-VELD(25)
               end-unstring.
           1200-EXIT.
               exit.

      *>    F-VELD(1..25) back into WN-REGEL(WS-WN-IDX) -- every
      *>    column, exactly the master's width
           1300-JOIN-ROW.
               move spaces to WN-REGEL(WS-WN-IDX)
               string
                   function trim(F-VELD(1)) ","
                   function trim(F-VELD(2)) ","
                   function trim(F-VELD(3)) ","
                   function trim(F-VELD(4)) ","
                   function trim(F-VELD(5)) ","
                   function trim(F-VELD(6)) ","
                   function trim(F-VELD(7)) ","
                   function trim(F-VELD(8)) ","
                   function trim(F-VELD(9)) ","
                   function trim(F-VELD(10)) ","
                   function trim(F-VELD(11)) ","
                   function trim(F-VELD(12)) ","
                   function trim(F-VELD(13)) ","
                   function trim(F-VELD(14)) ","
                   function trim(F-VELD(15)) ","
                   function trim(F-VELD(16)) ","
                   function trim(F-VELD(17)) ","
                   function trim(F-VELD(18)) ","
                   function trim(F-VELD(19)) ","
                   function trim(F-VELD(20)) ","
                   function trim(F-VELD(21)) ","
                   function trim(F-VELD(22)) ","
                   function trim(F-VELD(23)) ","
                   function trim(F-VELD(24)) ","
                   function trim(F-VELD(25))
                   delimited by size
                   into WN-REGEL(WS-WN-IDX)
               end-string.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-SHOW-SCREEN: the chosen employee's current values and,
      *> below them, the registered changes -- one page from
      *> WS-TOON-VANAF.
      *>----------------------------------------------------------------
           2000-SHOW-SCREEN.
               display " " at 0101
               display "Onderhoud werknemers -- gedateerde"
                   " wijzigingen" at 0101
               if WS-WN-GEKOZEN = 0
                   display "Nog geen werknemer gekozen (P)." at 0301
                   go to 2000-EXIT
               end-if
               move WS-WN-GEKOZEN to WS-WN-IDX
               perform 1200-SPLIT-ROW thru 1200-EXIT
               display "Werknemer: " at 0301
               display F-VELD(1) at 0312
               display F-VELD(2) at 0320
               display "1 Maandloon        : " at 0401
               display F-VELD(7) at 0422
               display "2 FunctieKlasse    : " at 0501
               display F-VELD(9) at 0522
               display "3 FTE              : " at 0601
               display F-VELD(19) at 0622
               display "4 BurgerlijkeStaat : " at 0701
               display F-VELD(4) at 0722
               display "5 KinderenTenLaste : " at 0801
               display F-VELD(5) at 0822
               display "Ingang     Veld             Oud"
                   "                  Nieuw" at 1001
               move 11 to WS-SCHERM-RIJ
               move 0 to WS-TOON-TEL
               perform varying WS-WZ-IDX from 1 by 1
                       until WS-WZ-IDX > WS-WZ-COUNT
                       or WS-SCHERM-RIJ > 20
                   if function trim(WZ-PERSNR(WS-WZ-IDX))
                           = function trim(F-VELD(1))
                       add 1 to WS-TOON-TEL
                       if WS-TOON-TEL >= WS-TOON-VANAF
                           display WZ-INGANG(WS-WZ-IDX)
                               at line WS-SCHERM-RIJ column 1
                           display WZ-VELD(WS-WZ-IDX)
                               at line WS-SCHERM-RIJ column 12
                           display WZ-OUD(WS-WZ-IDX)
                               at line WS-SCHERM-RIJ column 29
                           display WZ-NIEUW(WS-WZ-IDX)
                               at line WS-SCHERM-RIJ column 50
                           if WZ-INGANG(WS-WZ-IDX) > WS-VANDAAG
                               display "(toekomst)"
                                   at line WS-SCHERM-RIJ column 71
                           end-if
                           add 1 to WS-SCHERM-RIJ
                       end-if
                   end-if
               end-perform
               if WS-TOON-TEL < WS-TOON-VANAF
                   move 1 to WS-TOON-VANAF
               end-if.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-PICK-EMPLOYEE: by PersNr on the master.
      *>----------------------------------------------------------------
           3000-PICK-EMPLOYEE.
               display "PersNr: " at 2301
               move spaces to WS-PERSNR
               accept WS-PERSNR at 2309
               move 0 to WS-WN-GEKOZEN
               move 1 to WS-TOON-VANAF
               perform varying WS-WN-IDX from 1 by 1
                       until WS-WN-IDX > WS-WN-COUNT
                   perform 1200-SPLIT-ROW thru 1200-EXIT
                   if function trim(F-VELD(1))
                           = function trim(WS-PERSNR)
                       move WS-WN-IDX to WS-WN-GEKOZEN
                       exit perform
                   end-if
               end-perform
               if WS-WN-GEKOZEN = 0
                   display "Geen werknemer met dat PersNr." at 2401
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-RECORD-CHANGE: field, new value, effective date;
      *> validated, put on the register, and into the master when
      *> already in force.
      *>----------------------------------------------------------------
           3100-RECORD-CHANGE.
               if WS-WN-GEKOZEN = 0
                   display "Kies eerst een werknemer (P)." at 2301
                   go to 3100-EXIT
               end-if
               move WS-WN-GEKOZEN to WS-WN-IDX
               perform 1200-SPLIT-ROW thru 1200-EXIT
               if function trim(F-VELD(15)) not = spaces
                   display "Werknemer is uit dienst -- geen"
                       " wijzigingen meer." at 2301
                   go to 3100-EXIT
               end-if
               display "Veld (1-5): " at 2301
               move spaces to WS-VELD-KEUZE
               accept WS-VELD-KEUZE at 2313
               if WS-VELD-KEUZE < "1" or WS-VELD-KEUZE > "5"
                   display "Ongeldige veldkeuze." at 2401
                   go to 3100-EXIT
               end-if
               move WS-VELD-KEUZE to WS-VN-IDX
               display "Nieuwe waarde: " at 2401
               move spaces to WS-NIEUWE-WAARDE
               accept WS-NIEUWE-WAARDE at 2416
               perform 3500-VALIDATE-VALUE thru 3500-EXIT
               if WS-WAARDE-OK not = "Y"
                   go to 3100-EXIT
               end-if
               display "Ingangsdatum (JJJJ-MM-DD): " at 2501
               move spaces to WS-INGANG
               accept WS-INGANG at 2528
               perform 3600-VALIDATE-INGANG thru 3600-EXIT
               if WS-WAARDE-OK not = "Y"
                   go to 3100-EXIT
               end-if

      *>        the value it replaces: the last registered change's
      *>        new value, or the master's
               if WS-WZ-BEST > 0
                   move WZ-NIEUW(WS-WZ-BEST) to WS-OUDE-WAARDE
               else
                   move F-VELD(VN-KOLOM(WS-VN-IDX)) to WS-OUDE-WAARDE
               end-if
               if function trim(WS-OUDE-WAARDE)
                       = function trim(WS-NIEUWE-WAARDE)
                   display "Nieuwe waarde is gelijk aan de huidige"
                       " -- niets vastgelegd." at 2601
                   go to 3100-EXIT
               end-if

               move function current-date to WS-CURRENT-DATETIME
               move spaces to WS-VASTGELEGD
               string WS-CURRENT-DATETIME(1:4) "-"
                      WS-CURRENT-DATETIME(5:2) "-"
                      WS-CURRENT-DATETIME(7:2) " "
                      WS-CURRENT-DATETIME(9:2) ":"
                      WS-CURRENT-DATETIME(11:2) ":"
                      WS-CURRENT-DATETIME(13:2) delimited by size
                   into WS-VASTGELEGD
               end-string
               if WS-WZ-COUNT >= 2000
                   display "Wijzigingenregister vol." at 2601
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               add 1 to WS-WZ-COUNT
               move spaces to WZ-ENTRY(WS-WZ-COUNT)
               move function trim(F-VELD(1)) to WZ-PERSNR(WS-WZ-COUNT)
               move VN-NAAM(WS-VN-IDX) to WZ-VELD(WS-WZ-COUNT)
               move WS-OUDE-WAARDE to WZ-OUD(WS-WZ-COUNT)
               move WS-NIEUWE-WAARDE to WZ-NIEUW(WS-WZ-COUNT)
               move WS-INGANG to WZ-INGANG(WS-WZ-COUNT)
               move LINK-OPERATOR-ID to WZ-OPERATOR(WS-WZ-COUNT)
               move WS-VASTGELEGD to WZ-VASTGELEGD(WS-WZ-COUNT)
               perform 4000-APPEND-REGISTER thru 4000-EXIT
               if WS-RETURN-CODE not = 0
                   subtract 1 from WS-WZ-COUNT
                   go to 3100-EXIT
               end-if
               perform 9000-WRITE-RUNLOG thru 9000-EXIT
               if WS-INGANG <= WS-VANDAAG
                   perform 5000-APPLY-DUE thru 5000-EXIT
                   display "Vastgelegd en in Werknemers.csv"
                       " bijgewerkt." at 2601
               else
                   display "Vastgelegd -- van kracht vanaf "
                       WS-INGANG "." at 2601
               end-if.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3500-VALIDATE-VALUE: the field-level rules, and the value
      *> normalised to the master's own notation.
      *>----------------------------------------------------------------
           3500-VALIDATE-VALUE.
               move "Y" to WS-WAARDE-OK
               evaluate VN-NAAM(WS-VN-IDX)
                   when "MAANDLOON"
                       if function trim(WS-NIEUWE-WAARDE) = spaces
                           or function test-numval(function trim(
                               WS-NIEUWE-WAARDE)) not = 0
                           move "N" to WS-WAARDE-OK
                           display "Maandloon moet numeriek zijn."
                               at 2501
                           go to 3500-EXIT
                       end-if
                       move function numval(function trim(
                           WS-NIEUWE-WAARDE)) to WS-BEDRAG
                       if WS-BEDRAG = 0
                           move "N" to WS-WAARDE-OK
                           display "Maandloon moet boven nul liggen."
                               at 2501
                           go to 3500-EXIT
                       end-if
                       move WS-BEDRAG to WS-BEDRAG-ED
                       move function trim(WS-BEDRAG-ED)
                           to WS-NIEUWE-WAARDE
                   when "FUNCTIEKLASSE"
                       move function upper-case(function trim(
                           WS-NIEUWE-WAARDE)) to WS-NIEUWE-WAARDE
                       if WS-NIEUWE-WAARDE = spaces
                           or WS-NIEUWE-WAARDE(5:16) not = spaces
                           move "N" to WS-WAARDE-OK
                           display "Functieklasse: 1 tot 4 tekens."
                               at 2501
                       end-if
                   when "FTE"
                       if function trim(WS-NIEUWE-WAARDE) = spaces
                           or function test-numval(function trim(
                               WS-NIEUWE-WAARDE)) not = 0
                           move "N" to WS-WAARDE-OK
                           display "FTE moet numeriek zijn." at 2501
                           go to 3500-EXIT
                       end-if
                       if function numval(function trim(
                               WS-NIEUWE-WAARDE)) <= 0
                           or function numval(function trim(
                               WS-NIEUWE-WAARDE)) > 1
                           move "N" to WS-WAARDE-OK
                           display "FTE buiten bereik (0.01-1.00)."
                               at 2501
                           go to 3500-EXIT
                       end-if
                       move function numval(function trim(
                           WS-NIEUWE-WAARDE)) to WS-FTE
                       move WS-FTE to WS-FTE-ED
                       move WS-FTE-ED to WS-NIEUWE-WAARDE
                   when "BURGERLIJKESTAAT"
                       move function upper-case(function trim(
                           WS-NIEUWE-WAARDE)) to WS-STAAT
                       evaluate WS-STAAT
                           when "ALLEENSTAAND"
                               move "Alleenstaand" to WS-NIEUWE-WAARDE
                           when "GEHUWD"
                               move "Gehuwd" to WS-NIEUWE-WAARDE
                           when "SAMENWONEND"
                               move "Samenwonend" to WS-NIEUWE-WAARDE
                           when "GESCHEIDEN"
                               move "Gescheiden" to WS-NIEUWE-WAARDE
                           when "WEDUWE"
                               move "Weduwe" to WS-NIEUWE-WAARDE
                           when "WEDUWNAAR"
                               move "Weduwnaar" to WS-NIEUWE-WAARDE
                           when other
                               move "N" to WS-WAARDE-OK
                               display "Alleenstaand, Gehuwd,"
                                   " Samenwonend, Gescheiden, Weduwe"
                                   " of Weduwnaar." at 2501
                       end-evaluate
                   when "KINDEREN"
                       if function trim(WS-NIEUWE-WAARDE) = spaces
                           or function test-numval(function trim(
                               WS-NIEUWE-WAARDE)) not = 0
                           move "N" to WS-WAARDE-OK
                           display "Kinderen ten laste moet numeriek"
                               " zijn." at 2501
                           go to 3500-EXIT
                       end-if
                       if function numval(function trim(
                               WS-NIEUWE-WAARDE)) < 0
                           or function numval(function trim(
                               WS-NIEUWE-WAARDE)) > 20
                           move "N" to WS-WAARDE-OK
                           display "Kinderen ten laste buiten bereik"
                               " (0-20)." at 2501
                           go to 3500-EXIT
                       end-if
                       move function numval(function trim(
                           WS-NIEUWE-WAARDE)) to WS-KINDEREN
                       move WS-KINDEREN to WS-KINDEREN-ED
                       move function trim(WS-KINDEREN-ED)
                           to WS-NIEUWE-WAARDE
               end-evaluate.
           3500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3600-VALIDATE-INGANG: a real date, not before the
      *> employee's InDienst, and after the field's last registered
      *> change -- WS-WZ-BEST is left on that change (0 = none).
      *>----------------------------------------------------------------
           3600-VALIDATE-INGANG.
               move "Y" to WS-WAARDE-OK
               if WS-INGANG(5:1) not = "-"
                   or WS-INGANG(8:1) not = "-"
                   or WS-INGANG(1:4) not numeric
                   or WS-INGANG(6:2) not numeric
                   or WS-INGANG(9:2) not numeric
                   move "N" to WS-WAARDE-OK
                   display "Datum moet JJJJ-MM-DD zijn." at 2601
                   go to 3600-EXIT
               end-if
               compute WS-INGANG-N =
                   function numval(WS-INGANG(1:4)) * 10000
                   + function numval(WS-INGANG(6:2)) * 100
                   + function numval(WS-INGANG(9:2))
               if function test-date-yyyymmdd(WS-INGANG-N) not = 0
                   move "N" to WS-WAARDE-OK
                   display "Geen bestaande datum." at 2601
                   go to 3600-EXIT
               end-if
               if function trim(F-VELD(14)) not = spaces
                   and WS-INGANG < F-VELD(14)(1:10)
                   move "N" to WS-WAARDE-OK
                   display "Ingang ligt voor de indiensttreding "
                       function trim(F-VELD(14)) "." at 2601
                   go to 3600-EXIT
               end-if
               move 0 to WS-WZ-BEST
               move low-values to WS-WZ-LAATSTE
               perform varying WS-WZ-IDX from 1 by 1
                       until WS-WZ-IDX > WS-WZ-COUNT
                   if function trim(WZ-PERSNR(WS-WZ-IDX))
                           = function trim(F-VELD(1))
                       and WZ-VELD(WS-WZ-IDX) = VN-NAAM(WS-VN-IDX)
                       and WZ-INGANG(WS-WZ-IDX) >= WS-WZ-LAATSTE
                       move WZ-INGANG(WS-WZ-IDX) to WS-WZ-LAATSTE
                       move WS-WZ-IDX to WS-WZ-BEST
                   end-if
               end-perform
               if WS-WZ-BEST > 0
                   and WS-INGANG <= WS-WZ-LAATSTE
                   move "N" to WS-WAARDE-OK
                   display "Ingang moet na de laatste wijziging ("
                       WS-WZ-LAATSTE ") liggen." at 2601
               end-if.
           3600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-APPEND-REGISTER: the new change onto the register,
      *> with the header when the register is new.
      *>----------------------------------------------------------------
           4000-APPEND-REGISTER.
               open extend REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   open output REGISTER-FILE
                   if WS-REGISTER-STATUS not = "00"
                       display "Register niet schrijfbaar: "
                           WS-REGISTER-STATUS at 2601
                       move 1 to WS-RETURN-CODE
                       go to 4000-EXIT
                   end-if
                   move spaces to REGISTER-REGEL
                   string "PersNr,Veld,OudeWaarde,NieuweWaarde,Ingang,"
                          "Operator,Vastgelegd" delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-if
               move spaces to REGISTER-REGEL
               string function trim(WZ-PERSNR(WS-WZ-COUNT)) ","
                      function trim(WZ-VELD(WS-WZ-COUNT)) ","
                      function trim(WZ-OUD(WS-WZ-COUNT)) ","
                      function trim(WZ-NIEUW(WS-WZ-COUNT)) ","
                      WZ-INGANG(WS-WZ-COUNT) ","
                      function trim(WZ-OPERATOR(WS-WZ-COUNT)) ","
                      WZ-VASTGELEGD(WS-WZ-COUNT)
                   delimited by size
                   into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               close REGISTER-FILE.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-APPLY-DUE: every dated field of every employee set to
      *> the newest change in force today; the master rewritten
      *> when anything moved. Running it twice changes nothing.
      *>----------------------------------------------------------------
           5000-APPLY-DUE.
               move 0 to WS-TOEGEPAST
               if WS-WZ-COUNT = 0
                   go to 5000-EXIT
               end-if
               perform varying WS-WN-IDX from 1 by 1
                       until WS-WN-IDX > WS-WN-COUNT
                   perform 1200-SPLIT-ROW thru 1200-EXIT
                   move function trim(F-VELD(1)) to WS-PERSNR
                   perform varying WS-VN-IDX from 1 by 1
                           until WS-VN-IDX > 5
                       perform 5100-IN-FORCE-TODAY thru 5100-EXIT
                       if WS-WZ-BEST > 0
                           and function trim(WZ-NIEUW(WS-WZ-BEST))
                               not = function trim(
                                   F-VELD(VN-KOLOM(WS-VN-IDX)))
                           move WZ-NIEUW(WS-WZ-BEST)
                               to F-VELD(VN-KOLOM(WS-VN-IDX))
                           add 1 to WS-TOEGEPAST
                           perform 1300-JOIN-ROW thru 1300-EXIT
                       end-if
                   end-perform
               end-perform
               if WS-TOEGEPAST > 0
                   perform 5200-REWRITE-MASTER thru 5200-EXIT
               end-if.
           5000-EXIT.
               exit.

      *>    WS-WZ-BEST = the newest change of field WS-VN-IDX for
      *>    WS-PERSNR with Ingang today or earlier (0 = none)
           5100-IN-FORCE-TODAY.
               move 0 to WS-WZ-BEST
               move low-values to WS-WZ-LAATSTE
               perform varying WS-WZ-IDX from 1 by 1
                       until WS-WZ-IDX > WS-WZ-COUNT
                   if function trim(WZ-PERSNR(WS-WZ-IDX)) = WS-PERSNR
                       and WZ-VELD(WS-WZ-IDX) = VN-NAAM(WS-VN-IDX)
                       and WZ-INGANG(WS-WZ-IDX) <= WS-VANDAAG
                       and WZ-INGANG(WS-WZ-IDX) >= WS-WZ-LAATSTE
                       move WZ-INGANG(WS-WZ-IDX) to WS-WZ-LAATSTE
                       move WS-WZ-IDX to WS-WZ-BEST
                   end-if
               end-perform.
           5100-EXIT.
               exit.

           5200-REWRITE-MASTER.
               open output WERK-FILE
               if WS-WERK-STATUS not = "00"
                   display "Werkbestand niet schrijfbaar: "
                       WS-WERK-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5200-EXIT
               end-if
               write WERK-REGEL from WS-WN-HEADER
               perform varying WS-WN-IDX from 1 by 1
                       until WS-WN-IDX > WS-WN-COUNT
                   write WERK-REGEL from WN-REGEL(WS-WN-IDX)
               end-perform
               close WERK-FILE
               move "mv WERKNEMER-WERK.TMP Werknemers.csv"
                   to WS-MV-CMD
               call "SYSTEM" using WS-MV-CMD.
           5200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-WRITE-RUNLOG: one audit line per recorded change.
      *>----------------------------------------------------------------
           9000-WRITE-RUNLOG.
               move spaces to LOG-REGEL
               string
                   "WerknemerOnderhoud," delimited by size
                   function trim(LINK-OPERATOR-ID) delimited by size
                   ",Werknemer-Wijzigingen.csv,," delimited by size
                   WS-VASTGELEGD delimited by size
                   ",1,1," delimited by size
                   function trim(WZ-PERSNR(WS-WZ-COUNT))
                       delimited by size
                   "/" delimited by size
                   function trim(WZ-VELD(WS-WZ-COUNT))
                       delimited by size
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
