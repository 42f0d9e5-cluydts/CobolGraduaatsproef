      *>----------------------------------------------------------------
      *> TerminationRun -- the notice period and, when the contract
      *> is broken instead of worked out, the verbrekingsvergoeding
      *> for one leaver, as HR used to work them out by hand:
      *>     call "TerminationRun" using <persnr> <notificatie>
      *>                                 <reden> <operator>
      *> notificatie is the date the registered letter went out
      *> (YYYY-MM-DD); reden one of
      *>   ONTSLAG          dismissal, the notice is worked
      *>   VERBREKING       dismissal, the notice is paid out
      *>   DRINGENDE-REDEN  dismissal for serious cause, no notice
      *>   ONTSLAGNEMING    resignation, the employee's notice
      *> Seniority runs from the InDienst column of Werknemers.csv.
      *> Under the eenheidsstatuut the notice is the weeks of the
      *> statutory scale; a contract that began before 2014 first
      *> gets the pre-2014 part, frozen on its seniority at
      *> 2013-12-31 (bedienden: 3 months per started 5 years, or
      *> above GRENS-2013 a month per started year with a minimum
      *> of 3; arbeiders: 4 or, from 20 years, 8 weeks) and then the
      *> scale on the seniority built up since 2014-01-01. The letter
      *> takes effect the third business day after it went out --
      *> weekends and Kalender.csv days skipped through KalenderDag
      *> -- and the notice starts the Monday after that.
      *> The verbrekingsvergoeding is the notice in weeks on the
      *> current annual pay including benefits (Maandloon times
      *> JAARFACTOR for the eindejaarspremie and vakantiegeld, plus
      *> the employer's group insurance premium, the employer share
      *> of the maaltijdcheques and the ecocheques), with RSZ on it
      *> like a wage but its own bedrijfsvoorheffing: the VRH-SCHAAL
      *> rate on the previous year's income (Prior-Year-Gross.csv,
      *> else the annual pay). Every rate lives in Opzeg-Config.csv.
      *> The run prints Opzeg-<persnr>.txt, keeps the outcome in the
      *> register Opzeggingen.csv -- read by
      *> VertrekvakantiegeldCalculation for the C4 -- and writes the
      *> UitDienst and RedenEinde onto the master, from where
      *> DimonaRun declares the OUT.
      *>----------------------------------------------------------------
       identification division.
       program-id. TerminationRun.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign dynamic CONFIG-FILE-NAME
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select EMPLOYEE-FILE assign to "Werknemers.csv"
               organization is line sequential
               file status is WS-EMPLOYEE-STATUS.
           select PRIORYEAR-FILE assign to "Prior-Year-Gross.csv"
               organization is line sequential
               file status is WS-PRIORYEAR-STATUS.
           select REGISTER-FILE assign to "Opzeggingen.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select WERK-FILE assign dynamic DYNAMIC-WERKFILE
               organization is line sequential
               file status is WS-WERK-STATUS.
           select BLAD-FILE assign dynamic DYNAMIC-BLADFILE
               organization is line sequential
               file status is WS-BLAD-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(120).

           fd EMPLOYEE-FILE.
           01 EMPLOYEE-REGEL pic x(300).

           fd PRIORYEAR-FILE.
           01 PRIORYEAR-REGEL pic x(100).

           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(200).

           fd WERK-FILE.
           01 WERK-REGEL pic x(300).

           fd BLAD-FILE.
           01 BLAD-REGEL pic x(80).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONFIG-STATUS pic xx.
           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-PRIORYEAR-STATUS pic xx.
           01 WS-REGISTER-STATUS pic xx.
           01 WS-WERK-STATUS pic xx.
           01 WS-BLAD-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 CONFIG-FILE-NAME pic x(30).
           01 DYNAMIC-WERKFILE pic x(30).
           01 DYNAMIC-BLADFILE pic x(30).
           01 WS-MV-CMD pic x(80).

           01 WS-PERSNR pic x(06).
           01 WS-NOTIFICATIE pic x(10).
           01 WS-REDEN pic x(20).
           01 WS-REDEN-EINDE pic x(20).

      *>    Opzeg-Config.csv -- defaults for an absent file or key
           01 WS-CONFIG-EOF pic x(01).
           01 WS-CONFIG-SLEUTEL pic x(30).
           01 WS-CONFIG-WAARDE pic x(60).
           01 WS-JAARFACTOR pic 9(02)V99 value 13.92.
           01 WS-JAARFACTOR-ARB pic 9(02)V99 value 13.96.
           01 WS-MC-DAGEN pic 9(03) value 220.
           01 WS-RSZ-PCT pic 9(02)V99 value 13.07.
           01 WS-WG-RSZ-PCT pic 9(02)V99 value 25.00.
           01 WS-GRENS-2013 pic 9(07)V99 value 32254.00.
           01 WS-VRH-GRENS-S pic x(14).
           01 WS-VRH-PCT-S pic x(08).
           01 WS-VRH-COUNT pic 9(02) value 0.
           01 WS-VRH-IDX pic 9(02).
           01 VRH-SCHAAL-TABLE.
               05 VRH-ENTRY occurs 15 times.
                   10 VRH-GRENS pic 9(09)V99.
                   10 VRH-PCT pic 9(02)V99.

      *>    the benefits that count towards the annual pay
           01 WS-MC-NOMINAAL pic 9(02)V99 value 0.
           01 WS-MC-BIJDRAGE pic 9(02)V99 value 0.
           01 WS-ECO-BEDRAG pic 9(05)V99 value 0.
           01 WS-GV-WG-PCT pic 9(02)V99 value 0.
           01 P-CODE pic x(08).
           01 P-OMS pic x(40).
           01 P-WN-S pic x(08).
           01 P-WG-S pic x(08).

      *>    the leaver -- the master row split into its 25 columns
           01 WS-GEVONDEN pic x(01) value "N".
           01 WS-VELD-IDX pic 9(02).
           01 F-VELD-TABLE.
               05 F-VELD occurs 25 times pic x(40).
           01 WS-NAAM pic x(30).
           01 WS-TYPE pic x(14).
           01 WS-INDIENST pic x(10).
           01 WS-GVPLAN pic x(08).
           01 WS-MAANDLOON pic 9(07)V99 value 0.
           01 WS-UURLOON pic 9(03)V99 value 0.
           01 WS-FTE pic 9V99 value 1.00.

      *>    prior-year gross, in the VertrekvakantiegeldCalculation
      *>    convention (Naam,Type,VorigJaarBruto)
           01 PY-NAAM pic x(30).
           01 PY-TYPE pic x(14).
           01 PY-BRUTO-S pic x(15).
           01 WS-VORIG-JAAR pic 9(07)V99 value 0.

      *>    dates -- YYYYMMDD and the day number of integer-of-date
           01 WS-DATE-YMD-N pic 9(08).
           01 WS-DATE-YMD-X redefines WS-DATE-YMD-N pic x(08).
           01 WS-DATE-ISO pic x(10).
           01 WS-Y pic 9(04).
           01 WS-M pic 9(04).
           01 WS-D pic 9(02).
           01 WS-DAG-INT pic 9(07).
           01 WS-NOTIF-INT pic 9(07).
           01 WS-EFFECT-INT pic 9(07).
           01 WS-AANVANG-INT pic 9(07).
           01 WS-EINDE-INT pic 9(07).
           01 WS-REF-INT pic 9(07).
           01 WS-WEEKDAG pic 9(01).
           01 WS-WERKDAGEN pic 9(01).
           01 WS-EFFECT-ISO pic x(10).
           01 WS-AANVANG-ISO pic x(10).
           01 WS-EINDE-ISO pic x(10).
           01 WS-REF-ISO pic x(10).
           01 WS-KAL-DATUM pic x(10).
           01 WS-KAL-ACTIE pic x(08) value "TEST".
           01 WS-KAL-RESULTAAT pic x(10).
           01 WS-KAL-WERKDAG pic x(01).

      *>    seniority in months between WS-VAN-ISO and WS-TOT-ISO
           01 WS-VAN-ISO pic x(10).
           01 WS-TOT-ISO pic x(10).
           01 WS-MAANDEN pic s9(04).
           01 WS-ANC-MAANDEN pic 9(04) value 0.
           01 WS-ANC-2013 pic 9(04) value 0.
           01 WS-ANC-2014 pic 9(04) value 0.
           01 WS-ANC-JAREN pic 9(03).

      *>    the statutory scales, seniority bound in months (below)
      *>    and weeks -- same FILLER/REDEFINES convention as the
      *>    payroll's child-reduction table. Past the employer
      *>    scale's 20 years every started year adds a week to 62.
           01 WS-SCHAAL-WG-DEFAULTS.
               05 FILLER pic x(05) value "00301".
               05 FILLER pic x(05) value "00403".
               05 FILLER pic x(05) value "00504".
               05 FILLER pic x(05) value "00605".
               05 FILLER pic x(05) value "00906".
               05 FILLER pic x(05) value "01207".
               05 FILLER pic x(05) value "01508".
               05 FILLER pic x(05) value "01809".
               05 FILLER pic x(05) value "02110".
               05 FILLER pic x(05) value "02411".
               05 FILLER pic x(05) value "03612".
               05 FILLER pic x(05) value "04813".
               05 FILLER pic x(05) value "06015".
               05 FILLER pic x(05) value "07218".
               05 FILLER pic x(05) value "08421".
               05 FILLER pic x(05) value "09624".
               05 FILLER pic x(05) value "10827".
               05 FILLER pic x(05) value "12030".
               05 FILLER pic x(05) value "13233".
               05 FILLER pic x(05) value "14436".
               05 FILLER pic x(05) value "15639".
               05 FILLER pic x(05) value "16842".
               05 FILLER pic x(05) value "18045".
               05 FILLER pic x(05) value "19248".
               05 FILLER pic x(05) value "20451".
               05 FILLER pic x(05) value "21654".
               05 FILLER pic x(05) value "22857".
               05 FILLER pic x(05) value "24060".
           01 WS-SCHAAL-WG-TABLE redefines WS-SCHAAL-WG-DEFAULTS.
               05 SWG-ENTRY occurs 28 times.
                   10 SWG-GRENS pic 9(03).
                   10 SWG-WEKEN pic 9(02).
           01 WS-SCHAAL-WN-DEFAULTS.
               05 FILLER pic x(05) value "00301".
               05 FILLER pic x(05) value "00602".
               05 FILLER pic x(05) value "01203".
               05 FILLER pic x(05) value "01804".
               05 FILLER pic x(05) value "02405".
               05 FILLER pic x(05) value "04806".
               05 FILLER pic x(05) value "06007".
               05 FILLER pic x(05) value "07209".
               05 FILLER pic x(05) value "08410".
               05 FILLER pic x(05) value "09612".
           01 WS-SCHAAL-WN-TABLE redefines WS-SCHAAL-WN-DEFAULTS.
               05 SWN-ENTRY occurs 10 times.
                   10 SWN-GRENS pic 9(03).
                   10 SWN-WEKEN pic 9(02).
           01 WS-SCHAAL-IDX pic 9(02).

      *>    the notice
           01 WS-DEEL1-MAANDEN pic 9(02) value 0.
           01 WS-DEEL1-WEKEN pic 9(02) value 0.
           01 WS-DEEL2-WEKEN pic 9(03) value 0.
           01 WS-TOTAAL-WEKEN pic 9(03)V99 value 0.

      *>    the verbrekingsvergoeding
           01 WS-JAARLOON pic 9(07)V99 value 0.
           01 WS-VOORDELEN pic 9(07)V99 value 0.
           01 WS-JAARBASIS pic 9(07)V99 value 0.
           01 WS-RSZ-COEF pic 9V99 value 1.00.
           01 WS-VERGOEDING pic 9(07)V99 value 0.
           01 WS-VERG-RSZ pic 9(07)V99 value 0.
           01 WS-VERG-WG-RSZ pic 9(07)V99 value 0.
           01 WS-VERG-VRH-PCT pic 9(02)V99 value 0.
           01 WS-VERG-VRH pic 9(07)V99 value 0.
           01 WS-VERG-NETTO pic 9(07)V99 value 0.

      *>    the register -- rows of other leavers ride through
           01 WS-REG-EOF pic x(01).
           01 WS-REG-PERSNR pic x(08).
           01 WS-REG-COUNT pic 9(04) value 0.
           01 REG-TABLE.
               05 REG-ROW occurs 500 times pic x(200).
           01 WS-REG-IDX pic 9(04).

           01 DISPLAY-WEKEN pic ZZ9.99.
           01 DISPLAY-INT pic ZZZ9.
           01 DISPLAY-AMT pic Z(6)9.99.
           01 DISPLAY-AMT-2 pic Z(6)9.99.
           01 DISPLAY-AMT-3 pic Z(6)9.99.
           01 DISPLAY-AMT-4 pic Z(6)9.99.
           01 DISPLAY-AMT-5 pic Z(6)9.99.
           01 DISPLAY-PCT pic Z9.99.
           01 WS-TEKST-WEKEN pic x(10).
           01 WS-TEKST-D1M pic x(04).
           01 WS-TEKST-D1W pic x(04).
           01 WS-TEKST-D2W pic x(04).
           01 WS-TEKST-ANC pic x(06).

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-RUN-DATE-ISO pic x(10).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-PERSNR pic x(06).
           01 LINK-NOTIFICATIE pic x(10).
           01 LINK-REDEN pic x(20).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-PERSNR LINK-NOTIFICATIE
               LINK-REDEN LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move LINK-PERSNR to WS-PERSNR
           move LINK-NOTIFICATIE to WS-NOTIFICATIE
           move function upper-case(LINK-REDEN) to WS-REDEN
           move spaces to DYNAMIC-BLADFILE

           if WS-NOTIFICATIE(5:1) not = "-"
               or WS-NOTIFICATIE(8:1) not = "-"
               or WS-NOTIFICATIE(1:4) not numeric
               or WS-NOTIFICATIE(6:2) not numeric
               or WS-NOTIFICATIE(9:2) not numeric
               display "Ongeldige notificatiedatum (YYYY-MM-DD): "
                   LINK-NOTIFICATIE
               move 1 to WS-RETURN-CODE
               go to 0000-AFSLUITEN
           end-if
           evaluate WS-REDEN
               when "ONTSLAG"
               when "VERBREKING"
                   move "ONTSLAG" to WS-REDEN-EINDE
               when "DRINGENDE-REDEN"
               when "ONTSLAGNEMING"
                   move WS-REDEN to WS-REDEN-EINDE
               when other
                   display "Onbekende reden: " LINK-REDEN
                   display "  (ONTSLAG, VERBREKING, DRINGENDE-REDEN"
                       " of ONTSLAGNEMING)"
                   move 1 to WS-RETURN-CODE
                   go to 0000-AFSLUITEN
           end-evaluate

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1200-FIND-EMPLOYEE thru 1200-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           perform 2000-NOTICE thru 2000-EXIT
           if WS-RETURN-CODE not = 0
               go to 0000-AFSLUITEN
           end-if
           if WS-REDEN = "VERBREKING"
               perform 1100-LOAD-BENEFITS thru 1100-EXIT
               perform 1300-PRIOR-YEAR thru 1300-EXIT
               perform 3000-INDEMNITY thru 3000-EXIT
           end-if
           perform 4000-WRITE-SHEET thru 4000-EXIT
           if WS-RETURN-CODE = 0
               perform 5000-UPDATE-REGISTER thru 5000-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 6000-UPDATE-MASTER thru 6000-EXIT
           end-if.

       0000-AFSLUITEN.
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: Opzeg-Config.csv -- the annual-pay
      *> factors, the RSZ rates, the pre-2014 income limit and the
      *> VRH-SCHAAL rows (<upper limit>;<rate>, ascending).
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               move "Opzeg-Config.csv" to CONFIG-FILE-NAME
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   display "Opzeg-Config.csv not found -- standaard"
                       " tarieven."
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into CONFIG-REGEL *> header
               move "0" to WS-CONFIG-EOF
               perform until WS-CONFIG-EOF = "1"
                   read CONFIG-FILE into CONFIG-REGEL
                       at end
                           move "1" to WS-CONFIG-EOF
                       not at end
                           move spaces to WS-CONFIG-SLEUTEL
                           move spaces to WS-CONFIG-WAARDE
                           unstring function trim(CONFIG-REGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL WS-CONFIG-WAARDE
                           end-unstring
                           perform 1010-ONE-KEY thru 1010-EXIT
                   end-read
               end-perform
               close CONFIG-FILE.
           1000-EXIT.
               exit.

           1010-ONE-KEY.
               if function trim(WS-CONFIG-SLEUTEL) = "VRH-SCHAAL"
                   move spaces to WS-VRH-GRENS-S
                   move spaces to WS-VRH-PCT-S
                   unstring WS-CONFIG-WAARDE delimited by ";"
                       into WS-VRH-GRENS-S WS-VRH-PCT-S
                   end-unstring
                   if WS-VRH-COUNT < 15
                       and function test-numval(function trim(
                           WS-VRH-GRENS-S)) = 0
                       and function test-numval(function trim(
                           WS-VRH-PCT-S)) = 0
                       add 1 to WS-VRH-COUNT
                       move function numval(function trim(
                           WS-VRH-GRENS-S)) to VRH-GRENS(WS-VRH-COUNT)
                       move function numval(function trim(
                           WS-VRH-PCT-S)) to VRH-PCT(WS-VRH-COUNT)
                   end-if
                   go to 1010-EXIT
               end-if
               if function test-numval(function trim(WS-CONFIG-WAARDE))
                       not = 0
                   go to 1010-EXIT
               end-if
               evaluate function trim(WS-CONFIG-SLEUTEL)
                   when "JAARFACTOR"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-JAARFACTOR
                   when "JAARFACTOR-ARBEIDER"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-JAARFACTOR-ARB
                   when "MC-DAGEN"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-MC-DAGEN
                   when "RSZ-PCT"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-RSZ-PCT
                   when "WERKGEVER-RSZ-PCT"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-WG-RSZ-PCT
                   when "GRENS-2013"
                       move function numval(function trim(
                           WS-CONFIG-WAARDE)) to WS-GRENS-2013
               end-evaluate.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-BENEFITS: the maaltijdcheque face value and
      *> employee contribution, the ecocheque amount and the
      *> leaver's group insurance employer rate, off the same
      *> tables the payroll and the annual runs use.
      *>----------------------------------------------------------------
           1100-LOAD-BENEFITS.
               move "Maaltijdcheque-Config.csv" to CONFIG-FILE-NAME
               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE into CONFIG-REGEL *> header
                   move "0" to WS-CONFIG-EOF
                   perform until WS-CONFIG-EOF = "1"
                       read CONFIG-FILE into CONFIG-REGEL
                           at end
                               move "1" to WS-CONFIG-EOF
                           not at end
                               move spaces to WS-CONFIG-SLEUTEL
                               move spaces to WS-CONFIG-WAARDE
                               unstring function trim(CONFIG-REGEL)
                                   delimited by ","
                                   into WS-CONFIG-SLEUTEL
                                        WS-CONFIG-WAARDE
                               end-unstring
                               if function test-numval(function trim(
                                       WS-CONFIG-WAARDE)) = 0
                                   evaluate function trim(
                                           WS-CONFIG-SLEUTEL)
                                       when "NOMINAAL"
                                           move function numval(
                                               function trim(
                                               WS-CONFIG-WAARDE))
                                               to WS-MC-NOMINAAL
                                       when "WERKNEMERSBIJDRAGE"
                                           move function numval(
                                               function trim(
                                               WS-CONFIG-WAARDE))
                                               to WS-MC-BIJDRAGE
                                   end-evaluate
                               end-if
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if
               move "Ecocheque-Config.csv" to CONFIG-FILE-NAME
               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE into CONFIG-REGEL *> header
                   move "0" to WS-CONFIG-EOF
                   perform until WS-CONFIG-EOF = "1"
                       read CONFIG-FILE into CONFIG-REGEL
                           at end
                               move "1" to WS-CONFIG-EOF
                           not at end
                               move spaces to WS-CONFIG-SLEUTEL
                               move spaces to WS-CONFIG-WAARDE
                               unstring function trim(CONFIG-REGEL)
                                   delimited by ","
                                   into WS-CONFIG-SLEUTEL
                                        WS-CONFIG-WAARDE
                               end-unstring
                               if function trim(WS-CONFIG-SLEUTEL)
                                       = "BEDRAG"
                                   and function test-numval(function
                                       trim(WS-CONFIG-WAARDE)) = 0
                                   move function numval(function trim(
                                       WS-CONFIG-WAARDE))
                                       to WS-ECO-BEDRAG
                               end-if
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if
               if WS-GVPLAN = spaces
                   go to 1100-EXIT
               end-if
               move "Groepsverzekering-Plannen.csv" to CONFIG-FILE-NAME
               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE into CONFIG-REGEL *> header
                   move "0" to WS-CONFIG-EOF
                   perform until WS-CONFIG-EOF = "1"
                       read CONFIG-FILE into CONFIG-REGEL
                           at end
                               move "1" to WS-CONFIG-EOF
                           not at end
                               move spaces to P-CODE
                               move spaces to P-WG-S
                               unstring function trim(CONFIG-REGEL)
                                   delimited by ","
                                   into P-CODE P-OMS P-WN-S P-WG-S
                               end-unstring
                               if function upper-case(P-CODE)
                                       = WS-GVPLAN
                                   and function test-numval(function
                                       trim(P-WG-S)) = 0
                                   move function numval(function trim(
                                       P-WG-S)) to WS-GV-WG-PCT
                               end-if
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-FIND-EMPLOYEE: the leaver's master row. Someone who
      *> already has an UitDienst is refused -- the contract ended
      *> once already.
      *>----------------------------------------------------------------
           1200-FIND-EMPLOYEE.
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   display "Werknemers.csv not found -- cannot resolve "
                       function trim(WS-PERSNR)
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               read EMPLOYEE-FILE into EMPLOYEE-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into EMPLOYEE-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1210-SPLIT-ROW thru 1210-EXIT
                           if function trim(F-VELD(1))
                                   = function trim(WS-PERSNR)
                               move "Y" to WS-GEVONDEN
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close EMPLOYEE-FILE
               if WS-GEVONDEN not = "Y"
                   display "Personeelsnummer " function trim(WS-PERSNR)
                       " not in Werknemers.csv -- run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               if function trim(F-VELD(15)) not = spaces
                   display function trim(F-VELD(2))
                       " is al uit dienst sinds "
                       function trim(F-VELD(15)) " -- run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               move F-VELD(2) to WS-NAAM
               move F-VELD(3) to WS-TYPE
               move F-VELD(14) to WS-INDIENST
               move function upper-case(F-VELD(24)) to WS-GVPLAN
               if function test-numval(function trim(F-VELD(7))) = 0
                   and function trim(F-VELD(7)) not = spaces
                   move function numval(function trim(F-VELD(7)))
                       to WS-MAANDLOON
               end-if
               if function test-numval(function trim(F-VELD(13))) = 0
                   and function trim(F-VELD(13)) not = spaces
                   move function numval(function trim(F-VELD(13)))
                       to WS-UURLOON
               end-if
               if function test-numval(function trim(F-VELD(19))) = 0
                   and function trim(F-VELD(19)) not = spaces
                   move function numval(function trim(F-VELD(19)))
                       to WS-FTE
               end-if
               if WS-INDIENST(5:1) not = "-"
                   or WS-INDIENST(1:4) not numeric
                   display "Geen geldige InDienst voor "
                       function trim(WS-NAAM) " -- run refused."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               if WS-INDIENST > WS-NOTIFICATIE
                   display "Notificatie voor de indiensttreding ("
                       function trim(WS-INDIENST) ") -- run refused."
                   move 1 to WS-RETURN-CODE
               end-if.
           1200-EXIT.
               exit.

           1210-SPLIT-ROW.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 25
                   move spaces to F-VELD(WS-VELD-IDX)
               end-perform
               unstring function trim(EMPLOYEE-REGEL)
                   delimited by ","
                   into F-VELD(1) F-VELD(2) F-VELD(3) F-VELD(4)
                        F-VELD(5) F-VELD(6) F-VELD(7) F-VELD(8)
                        F-VELD(9) F-VELD(10) F-VELD(11) F-VELD(12)
                        F-VELD(13) F-VELD(14) F-VELD(15) F-VELD(16)
                        F-VELD(17) F-VELD(18) F-VELD(19) F-VELD(20)
                        F-VELD(21) F-VELD(22) F-VELD(23) F-VELD(24)
                        F-VELD(25)
               end-unstring.
           1210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1300-PRIOR-YEAR: last year's gross for the bedrijfs-
      *> voorheffing rate, matched on the name as the May run does.
      *>----------------------------------------------------------------
           1300-PRIOR-YEAR.
               open input PRIORYEAR-FILE
               if WS-PRIORYEAR-STATUS not = "00"
                   go to 1300-EXIT
               end-if
               read PRIORYEAR-FILE into PRIORYEAR-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PRIORYEAR-FILE into PRIORYEAR-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to PY-NAAM
                           move spaces to PY-BRUTO-S
                           unstring function trim(PRIORYEAR-REGEL)
                               delimited by ","
                               into PY-NAAM PY-TYPE PY-BRUTO-S
                           end-unstring
                           if PY-NAAM = WS-NAAM
                               and function test-numval-c(function
                                   trim(PY-BRUTO-S)) = 0
                               move function numval-c(function trim(
                                   PY-BRUTO-S)) to WS-VORIG-JAAR
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close PRIORYEAR-FILE.
           1300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-NOTICE: effective date, start, seniority, the two
      *> parts of the notice and its end date. A broken contract or
      *> a serious-cause dismissal ends on the notification date; the
      *> weeks of a broken contract still measure the indemnity.
      *>----------------------------------------------------------------
           2000-NOTICE.
               move WS-NOTIFICATIE(1:4) to WS-DATE-YMD-X(1:4)
               move WS-NOTIFICATIE(6:2) to WS-DATE-YMD-X(5:2)
               move WS-NOTIFICATIE(9:2) to WS-DATE-YMD-X(7:2)
               if function test-date-yyyymmdd(WS-DATE-YMD-N) not = 0
                   display "Ongeldige notificatiedatum: "
                       WS-NOTIFICATIE
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               compute WS-NOTIF-INT =
                   function integer-of-date(WS-DATE-YMD-N)

               if WS-REDEN = "ONTSLAG" or WS-REDEN = "ONTSLAGNEMING"
      *>            the registered letter works on the third business
      *>            day after it went out
                   move WS-NOTIF-INT to WS-DAG-INT
                   move 0 to WS-WERKDAGEN
                   perform until WS-WERKDAGEN = 3
                       add 1 to WS-DAG-INT
                       perform 8000-INT-TO-ISO thru 8000-EXIT
                       move WS-DATE-ISO to WS-KAL-DATUM
                       call "KalenderDag" using WS-KAL-DATUM
                           WS-KAL-ACTIE WS-KAL-RESULTAAT
                           WS-KAL-WERKDAG
                       if WS-KAL-WERKDAG = "J"
                           add 1 to WS-WERKDAGEN
                       end-if
                   end-perform
                   cancel "KalenderDag"
                   move WS-DAG-INT to WS-EFFECT-INT
      *>            ... and the notice starts the Monday after
                   compute WS-WEEKDAG =
                       function mod(WS-EFFECT-INT - 1, 7) + 1
                   compute WS-AANVANG-INT =
                       WS-EFFECT-INT + 8 - WS-WEEKDAG
                   move WS-AANVANG-INT to WS-REF-INT
               else
                   move WS-NOTIF-INT to WS-EFFECT-INT
                   move WS-NOTIF-INT to WS-AANVANG-INT
                   move WS-NOTIF-INT to WS-REF-INT
               end-if
               move WS-EFFECT-INT to WS-DAG-INT
               perform 8000-INT-TO-ISO thru 8000-EXIT
               move WS-DATE-ISO to WS-EFFECT-ISO
               move WS-AANVANG-INT to WS-DAG-INT
               perform 8000-INT-TO-ISO thru 8000-EXIT
               move WS-DATE-ISO to WS-AANVANG-ISO
               move WS-DATE-ISO to WS-REF-ISO

               move WS-INDIENST to WS-VAN-ISO
               move WS-REF-ISO to WS-TOT-ISO
               perform 8100-MONTHS-BETWEEN thru 8100-EXIT
               move WS-MAANDEN to WS-ANC-MAANDEN

               if WS-REDEN = "DRINGENDE-REDEN"
                   move WS-NOTIF-INT to WS-EINDE-INT
                   move WS-NOTIFICATIE to WS-EINDE-ISO
                   go to 2000-EXIT
               end-if

               move 0 to WS-DEEL1-MAANDEN
               move 0 to WS-DEEL1-WEKEN
               if WS-REDEN = "ONTSLAGNEMING"
                   move WS-ANC-MAANDEN to WS-ANC-2014
                   perform 2200-SCALE-EMPLOYEE thru 2200-EXIT
               else
                   if WS-INDIENST < "2014-01-01"
                       perform 2100-PART-BEFORE-2014 thru 2100-EXIT
                       move "2014-01-01" to WS-VAN-ISO
                       move WS-REF-ISO to WS-TOT-ISO
                       perform 8100-MONTHS-BETWEEN thru 8100-EXIT
                       move WS-MAANDEN to WS-ANC-2014
                   else
                       move WS-ANC-MAANDEN to WS-ANC-2014
                   end-if
                   perform 2300-SCALE-EMPLOYER thru 2300-EXIT
               end-if
               compute WS-TOTAAL-WEKEN rounded =
                   WS-DEEL1-MAANDEN * 52 / 12
                   + WS-DEEL1-WEKEN + WS-DEEL2-WEKEN

               if WS-REDEN = "VERBREKING"
                   move WS-NOTIF-INT to WS-EINDE-INT
                   move WS-NOTIFICATIE to WS-EINDE-ISO
                   go to 2000-EXIT
               end-if
      *>        the worked notice: the months of the pre-2014 part
      *>        on the calendar, then the weeks
               move WS-AANVANG-INT to WS-DAG-INT
               if WS-DEEL1-MAANDEN > 0
                   move WS-AANVANG-ISO(1:4) to WS-Y
                   move WS-AANVANG-ISO(6:2) to WS-M
                   move WS-AANVANG-ISO(9:2) to WS-D
                   add WS-DEEL1-MAANDEN to WS-M
                   perform until WS-M <= 12
                       subtract 12 from WS-M
                       add 1 to WS-Y
                   end-perform
                   compute WS-DATE-YMD-N =
                       WS-Y * 10000 + WS-M * 100 + WS-D
                   perform until function test-date-yyyymmdd(
                           WS-DATE-YMD-N) = 0
                       subtract 1 from WS-D
                       compute WS-DATE-YMD-N =
                           WS-Y * 10000 + WS-M * 100 + WS-D
                   end-perform
                   compute WS-DAG-INT =
                       function integer-of-date(WS-DATE-YMD-N)
               end-if
               compute WS-EINDE-INT = WS-DAG-INT
                   + (WS-DEEL1-WEKEN + WS-DEEL2-WEKEN) * 7 - 1
               move WS-EINDE-INT to WS-DAG-INT
               perform 8000-INT-TO-ISO thru 8000-EXIT
               move WS-DATE-ISO to WS-EINDE-ISO.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-PART-BEFORE-2014: the notice frozen at 2013-12-31 under
      *> the rules of the day.
      *>----------------------------------------------------------------
           2100-PART-BEFORE-2014.
               move WS-INDIENST to WS-VAN-ISO
               move "2014-01-01" to WS-TOT-ISO
               perform 8100-MONTHS-BETWEEN thru 8100-EXIT
               move WS-MAANDEN to WS-ANC-2013
               if function upper-case(WS-TYPE) = "ARBEIDER"
                   if WS-ANC-2013 < 240
                       move 4 to WS-DEEL1-WEKEN
                   else
                       move 8 to WS-DEEL1-WEKEN
                   end-if
                   go to 2100-EXIT
               end-if
               perform 2400-ANNUAL-PAY thru 2400-EXIT
               if WS-JAARLOON <= WS-GRENS-2013
                   compute WS-DEEL1-MAANDEN =
                       (WS-ANC-2013 / 60 + 1) * 3
               else
                   compute WS-DEEL1-MAANDEN = WS-ANC-2013 / 12 + 1
                   if WS-DEEL1-MAANDEN < 3
                       move 3 to WS-DEEL1-MAANDEN
                   end-if
               end-if.
           2100-EXIT.
               exit.

      *>    resignation: the employee's scale, 13 weeks at most
           2200-SCALE-EMPLOYEE.
               move 13 to WS-DEEL2-WEKEN
               perform varying WS-SCHAAL-IDX from 1 by 1
                       until WS-SCHAAL-IDX > 10
                   if WS-ANC-2014 < SWN-GRENS(WS-SCHAAL-IDX)
                       move SWN-WEKEN(WS-SCHAAL-IDX) to WS-DEEL2-WEKEN
                       exit perform
                   end-if
               end-perform.
           2200-EXIT.
               exit.

      *>    dismissal: the employer's scale
           2300-SCALE-EMPLOYER.
               if WS-ANC-2014 >= 240
                   compute WS-ANC-JAREN = WS-ANC-2014 / 12
                   compute WS-DEEL2-WEKEN = 62 + WS-ANC-JAREN - 20
                   go to 2300-EXIT
               end-if
               perform varying WS-SCHAAL-IDX from 1 by 1
                       until WS-SCHAAL-IDX > 28
                   if WS-ANC-2014 < SWG-GRENS(WS-SCHAAL-IDX)
                       move SWG-WEKEN(WS-SCHAAL-IDX) to WS-DEEL2-WEKEN
                       exit perform
                   end-if
               end-perform.
           2300-EXIT.
               exit.

      *>    the current annual pay, without the benefits; an hourly
      *>    employee without a Maandloon at 38 hours a week
           2400-ANNUAL-PAY.
               if WS-MAANDLOON = 0 and WS-UURLOON > 0
                   compute WS-MAANDLOON rounded =
                       WS-UURLOON * 38 * 52 / 12
               end-if
               if function upper-case(WS-TYPE) = "ARBEIDER"
                   compute WS-JAARLOON rounded =
                       WS-MAANDLOON * WS-JAARFACTOR-ARB
               else
                   compute WS-JAARLOON rounded =
                       WS-MAANDLOON * WS-JAARFACTOR
               end-if.
           2400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-INDEMNITY: the weeks of notice on the annual pay plus
      *> benefits; RSZ as on wages (arbeiders on 108%), the
      *> bedrijfsvoorheffing at the VRH-SCHAAL rate of the previous
      *> year's income.
      *>----------------------------------------------------------------
           3000-INDEMNITY.
               perform 2400-ANNUAL-PAY thru 2400-EXIT
               compute WS-VOORDELEN rounded =
                   WS-MAANDLOON * 12 * WS-GV-WG-PCT / 100
                   + (WS-MC-NOMINAAL - WS-MC-BIJDRAGE)
                       * WS-MC-DAGEN * WS-FTE
                   + WS-ECO-BEDRAG * WS-FTE
               compute WS-JAARBASIS = WS-JAARLOON + WS-VOORDELEN
               compute WS-VERGOEDING rounded =
                   WS-JAARBASIS * WS-TOTAAL-WEKEN / 52
               if function upper-case(WS-TYPE) = "ARBEIDER"
                   move 1.08 to WS-RSZ-COEF
               end-if
               compute WS-VERG-RSZ rounded =
                   WS-VERGOEDING * WS-RSZ-COEF * WS-RSZ-PCT / 100
               compute WS-VERG-WG-RSZ rounded =
                   WS-VERGOEDING * WS-RSZ-COEF * WS-WG-RSZ-PCT / 100
               if WS-VORIG-JAAR = 0
                   move WS-JAARLOON to WS-VORIG-JAAR
               end-if
               move 0 to WS-VERG-VRH-PCT
               perform varying WS-VRH-IDX from 1 by 1
                       until WS-VRH-IDX > WS-VRH-COUNT
                   move VRH-PCT(WS-VRH-IDX) to WS-VERG-VRH-PCT
                   if WS-VORIG-JAAR <= VRH-GRENS(WS-VRH-IDX)
                       exit perform
                   end-if
               end-perform
               if WS-VRH-COUNT = 0
                   display "Geen VRH-SCHAAL in Opzeg-Config.csv --"
                       " geen bedrijfsvoorheffing ingehouden."
               end-if
               compute WS-VERG-VRH rounded =
                   (WS-VERGOEDING - WS-VERG-RSZ) * WS-VERG-VRH-PCT
                       / 100
               compute WS-VERG-NETTO =
                   WS-VERGOEDING - WS-VERG-RSZ - WS-VERG-VRH.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-SHEET: Opzeg-<persnr>.txt, the calculation HR
      *> files with the letter.
      *>----------------------------------------------------------------
           4000-WRITE-SHEET.
               move spaces to DYNAMIC-BLADFILE
               string "Opzeg-" delimited by size
                      function trim(WS-PERSNR) delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-BLADFILE
               end-string
               open output BLAD-FILE
               if WS-BLAD-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-BLADFILE) ": "
                       WS-BLAD-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move "========================================"
                   to BLAD-REGEL
               write BLAD-REGEL
               move "OPZEGGING -- BEREKENING" to BLAD-REGEL
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               string "Werknemer:            " delimited by size
                      function trim(WS-NAAM) delimited by size
                      " (" delimited by size
                      function trim(WS-PERSNR) delimited by size
                      ")" delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               string "Statuut:              " delimited by size
                      function trim(WS-TYPE) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               string "In dienst:            " delimited by size
                      WS-INDIENST delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               string "Reden:                " delimited by size
                      function trim(WS-REDEN) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               string "Notificatie:          " delimited by size
                      WS-NOTIFICATIE delimited by size
                      " (uitwerking " delimited by size
                      WS-EFFECT-ISO delimited by size
                      ")" delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move WS-ANC-MAANDEN to DISPLAY-INT
               move spaces to BLAD-REGEL
               string "Ancienniteit:         " delimited by size
                      function trim(DISPLAY-INT) delimited by size
                      " maanden op " delimited by size
                      WS-REF-ISO delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               write BLAD-REGEL
               if WS-REDEN = "DRINGENDE-REDEN"
                   move "Ontslag om dringende reden -- geen opzegging,"
                       to BLAD-REGEL
                   write BLAD-REGEL
                   move "geen vergoeding." to BLAD-REGEL
                   write BLAD-REGEL
               else
                   if WS-DEEL1-MAANDEN > 0 or WS-DEEL1-WEKEN > 0
                       move WS-DEEL1-WEKEN to DISPLAY-INT
                       move function trim(DISPLAY-INT) to WS-TEKST-D1W
                       move WS-DEEL1-MAANDEN to DISPLAY-INT
                       move spaces to BLAD-REGEL
                       string "Deel voor 2014:       " delimited by size
                              function trim(DISPLAY-INT)
                                  delimited by size
                              " maanden + " delimited by size
                              function trim(WS-TEKST-D1W)
                                  delimited by size
                              " weken" delimited by size
                           into BLAD-REGEL
                       end-string
                       write BLAD-REGEL
                   end-if
                   move WS-DEEL2-WEKEN to DISPLAY-INT
                   move spaces to BLAD-REGEL
                   string "Opzegtermijn:         " delimited by size
                          function trim(DISPLAY-INT) delimited by size
                          " weken" delimited by size
                       into BLAD-REGEL
                   end-string
                   write BLAD-REGEL
                   move WS-TOTAAL-WEKEN to DISPLAY-WEKEN
                   move spaces to BLAD-REGEL
                   string "Totaal in weken:      " delimited by size
                          function trim(DISPLAY-WEKEN)
                              delimited by size
                       into BLAD-REGEL
                   end-string
                   write BLAD-REGEL
                   if WS-REDEN not = "VERBREKING"
                       move spaces to BLAD-REGEL
                       string "Opzegtermijn loopt:   " delimited by size
                              WS-AANVANG-ISO delimited by size
                              " t/m " delimited by size
                              WS-EINDE-ISO delimited by size
                           into BLAD-REGEL
                       end-string
                       write BLAD-REGEL
                   end-if
               end-if
               if WS-REDEN = "VERBREKING"
                   perform 4100-WRITE-INDEMNITY thru 4100-EXIT
               end-if
               move spaces to BLAD-REGEL
               write BLAD-REGEL
               move spaces to BLAD-REGEL
               string "Uit dienst:           " delimited by size
                      WS-EINDE-ISO delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move "========================================"
                   to BLAD-REGEL
               write BLAD-REGEL
               close BLAD-FILE
               display "Opzegging " function trim(WS-NAAM) ": "
                   function trim(WS-REDEN) ", uit dienst "
                   WS-EINDE-ISO " -- " function trim(DYNAMIC-BLADFILE).
           4000-EXIT.
               exit.

           4100-WRITE-INDEMNITY.
               move spaces to BLAD-REGEL
               write BLAD-REGEL
               move "Verbrekingsvergoeding:" to BLAD-REGEL
               write BLAD-REGEL
               move WS-JAARLOON to DISPLAY-AMT
               move spaces to BLAD-REGEL
               string "  Jaarloon:           " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move WS-VOORDELEN to DISPLAY-AMT
               move spaces to BLAD-REGEL
               string "  Voordelen:          " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move WS-VERGOEDING to DISPLAY-AMT
               move spaces to BLAD-REGEL
               string "  Bruto:              " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move WS-VERG-RSZ to DISPLAY-AMT
               move spaces to BLAD-REGEL
               string "  RSZ:                " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move WS-VERG-VRH to DISPLAY-AMT
               move WS-VERG-VRH-PCT to DISPLAY-PCT
               move spaces to BLAD-REGEL
               string "  Bedrijfsvoorheffing:" delimited by size
                      " " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      " (" delimited by size
                      function trim(DISPLAY-PCT) delimited by size
                      "%)" delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move WS-VERG-NETTO to DISPLAY-AMT
               move spaces to BLAD-REGEL
               string "  Netto:              " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL
               move WS-VERG-WG-RSZ to DISPLAY-AMT
               move spaces to BLAD-REGEL
               string "  Werkgevers-RSZ:     " delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                   into BLAD-REGEL
               end-string
               write BLAD-REGEL.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-UPDATE-REGISTER: Opzeggingen.csv keeps one row per
      *> leaver; a new run for the same PersNr replaces its row.
      *>----------------------------------------------------------------
           5000-UPDATE-REGISTER.
               move 0 to WS-REG-COUNT
               open input REGISTER-FILE
               if WS-REGISTER-STATUS = "00"
                   read REGISTER-FILE into REGISTER-REGEL *> header
                   move "0" to WS-REG-EOF
                   perform until WS-REG-EOF = "1"
                       read REGISTER-FILE into REGISTER-REGEL
                           at end
                               move "1" to WS-REG-EOF
                           not at end
                               move spaces to WS-REG-PERSNR
                               unstring REGISTER-REGEL delimited by ","
                                   into WS-REG-PERSNR
                               end-unstring
                               if function trim(WS-REG-PERSNR)
                                       not = function trim(WS-PERSNR)
                                   and WS-REG-COUNT < 500
                                   add 1 to WS-REG-COUNT
                                   move REGISTER-REGEL
                                       to REG-ROW(WS-REG-COUNT)
                               end-if
                       end-read
                   end-perform
                   close REGISTER-FILE
               end-if
               open output REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   display "Opzeggingen.csv niet schrijfbaar: "
                       WS-REGISTER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move spaces to REGISTER-REGEL
               string "PersNr,Naam,Reden,Notificatie,Aanvang,"
                      "Einddatum,AncMaanden,Deel1Maanden,Deel1Weken,"
                      "Deel2Weken,TotaalWeken,Vergoeding,RSZ,"
                      "Voorheffing,Netto,WerkgeverRSZ,VerwerktOp"
                      delimited by size
                   into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               perform varying WS-REG-IDX from 1 by 1
                       until WS-REG-IDX > WS-REG-COUNT
                   move REG-ROW(WS-REG-IDX) to REGISTER-REGEL
                   write REGISTER-REGEL
               end-perform
               move WS-TOTAAL-WEKEN to DISPLAY-WEKEN
               move WS-VERGOEDING to DISPLAY-AMT
               move WS-VERG-RSZ to DISPLAY-AMT-2
               move WS-VERG-VRH to DISPLAY-AMT-3
               move WS-VERG-NETTO to DISPLAY-AMT-4
               move WS-VERG-WG-RSZ to DISPLAY-AMT-5
               move WS-ANC-MAANDEN to DISPLAY-INT
               move DISPLAY-INT to WS-TEKST-ANC
               move WS-DEEL1-MAANDEN to DISPLAY-INT
               move DISPLAY-INT to WS-TEKST-D1M
               move WS-DEEL1-WEKEN to DISPLAY-INT
               move DISPLAY-INT to WS-TEKST-D1W
               move WS-DEEL2-WEKEN to DISPLAY-INT
               move DISPLAY-INT to WS-TEKST-D2W
               move spaces to REGISTER-REGEL
               string function trim(WS-PERSNR) delimited by size
                      "," delimited by size
                      function trim(WS-NAAM) delimited by size
                      "," delimited by size
                      function trim(WS-REDEN) delimited by size
                      "," delimited by size
                      WS-NOTIFICATIE delimited by size
                      "," delimited by size
                      WS-AANVANG-ISO delimited by size
                      "," delimited by size
                      WS-EINDE-ISO delimited by size
                      "," delimited by size
                      function trim(WS-TEKST-ANC) delimited by size
                      "," delimited by size
                      function trim(WS-TEKST-D1M) delimited by size
                      "," delimited by size
                      function trim(WS-TEKST-D1W) delimited by size
                      "," delimited by size
                      function trim(WS-TEKST-D2W) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-WEKEN) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-2) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-3) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-4) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-5) delimited by size
                      "," delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               close REGISTER-FILE.
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-UPDATE-MASTER: UitDienst (column 15) and RedenEinde
      *> (column 16) onto the leaver's row, through a work file mv'd
      *> into place; every other row is copied untouched. A work
      *> file that cannot be opened or written leaves the master as
      *> it was.
      *>----------------------------------------------------------------
           6000-UPDATE-MASTER.
               open input EMPLOYEE-FILE
               if WS-EMPLOYEE-STATUS not = "00"
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move "OPZEG-WERK.TMP" to DYNAMIC-WERKFILE
               open output WERK-FILE
               if WS-WERK-STATUS not = "00"
                   display "Werkbestand niet schrijfbaar: "
                       WS-WERK-STATUS
                   close EMPLOYEE-FILE
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               read EMPLOYEE-FILE into EMPLOYEE-REGEL *> header
               write WERK-REGEL from EMPLOYEE-REGEL
               if WS-WERK-STATUS not = "00"
                   display "Schrijffout werkbestand: " WS-WERK-STATUS
                   close EMPLOYEE-FILE
                   close WERK-FILE
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read EMPLOYEE-FILE into EMPLOYEE-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 6100-ONE-ROW thru 6100-EXIT
                   end-read
               end-perform
               close EMPLOYEE-FILE
               close WERK-FILE
               if WS-RETURN-CODE not = 0
                   go to 6000-EXIT
               end-if
               move "mv OPZEG-WERK.TMP Werknemers.csv" to WS-MV-CMD
               call "SYSTEM" using WS-MV-CMD.
           6000-EXIT.
               exit.

           6100-ONE-ROW.
               perform 1210-SPLIT-ROW thru 1210-EXIT
               if function trim(F-VELD(1))
                       not = function trim(WS-PERSNR)
                   write WERK-REGEL from EMPLOYEE-REGEL
                   if WS-WERK-STATUS not = "00"
                       display "Schrijffout werkbestand: "
                           WS-WERK-STATUS
                       move 1 to WS-RETURN-CODE
                       move "1" to EOF-FLAG
                   end-if
                   go to 6100-EXIT
               end-if
               move WS-EINDE-ISO to F-VELD(15)
               move WS-REDEN-EINDE to F-VELD(16)
      *>        the split fields back into one comma row -- 25
      *>        columns, exactly the master's width
               move spaces to WERK-REGEL
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
                   into WERK-REGEL
               end-string
               write WERK-REGEL
               if WS-WERK-STATUS not = "00"
                   display "Schrijffout werkbestand: " WS-WERK-STATUS
                   move 1 to WS-RETURN-CODE
                   move "1" to EOF-FLAG
               end-if.
           6100-EXIT.
               exit.

      *>    WS-DAG-INT back to YYYY-MM-DD in WS-DATE-ISO
           8000-INT-TO-ISO.
               compute WS-DATE-YMD-N =
                   function date-of-integer(WS-DAG-INT)
               move spaces to WS-DATE-ISO
               string WS-DATE-YMD-X(1:4) "-"
                      WS-DATE-YMD-X(5:2) "-"
                      WS-DATE-YMD-X(7:2)
                   into WS-DATE-ISO
               end-string.
           8000-EXIT.
               exit.

      *>    completed months from WS-VAN-ISO to WS-TOT-ISO
           8100-MONTHS-BETWEEN.
               compute WS-MAANDEN =
                   (function numval(WS-TOT-ISO(1:4))
                       - function numval(WS-VAN-ISO(1:4))) * 12
                   + function numval(WS-TOT-ISO(6:2))
                   - function numval(WS-VAN-ISO(6:2))
               if WS-TOT-ISO(9:2) < WS-VAN-ISO(9:2)
                   subtract 1 from WS-MAANDEN
               end-if
               if WS-MAANDEN < 0
                   move 0 to WS-MAANDEN
               end-if.
           8100-EXIT.
               exit.

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
               move "TerminationRun" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Werknemers.csv" to LOG-INPUT-FILE
               move DYNAMIC-BLADFILE to LOG-OUTPUT-FILE
               move 1 to LOG-RECORDS-IN
               if WS-RETURN-CODE = 0
                   move 1 to LOG-RECORDS-OUT
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move 0 to LOG-RECORDS-OUT
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
