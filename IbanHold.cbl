      *>----------------------------------------------------------------
      *> IbanHold -- the classic fraud is a supplier's or employee's
      *> IBAN changed just before the payment run; SepaPaymentFile
      *> and ApPaymentRun paid whatever the master said at that
      *> moment. Both now ask this program first, per beneficiary:
      *>   CONTROLE   soort (WN employee / LEV supplier), nummer,
      *>              IBAN, naam, bedrag, referentie (the payroll
      *>              Output file) -> resultaat BETAAL, HOUD, or
      *>              BASIS while no payment of that soort was ever
      *>              recorded (the first run only learns the IBANs).
      *>              The IBAN is compared with the last one paid
      *>              successfully (IBAN-Betaald.csv); a new or
      *>              changed one is held out of the batch onto
      *>              IBAN-Verificatie.csv with who changed the
      *>              master and when (the last Tabel-Journaal.csv
      *>              entry for that number).
      *>   BETAALD    after a clean batch: the IBAN just paid becomes
      *>              the known one.
      *>   BEVESTIG   a second operator confirms the open holds of a
      *>              beneficiary (after a call-back; the remark in
      *>              referentie) -- never the operator who changed
      *>              the master nor the one whose run held it.
      *>   AFWIJS     the same operator rules refuse it: the IBAN
      *>              stays held until the master is put right.
      *>   LIJST      the open holds on screen.
      *>   NABETAAL   the confirmed payroll holds (their amount was
      *>              held out of a batch that has gone) as one
      *>              pain.001, Sepa-Nabetaling-<datum>-<tijd>.xml;
      *>              referentie the execution date (blank = today).
      *> A confirmed supplier IBAN is simply paid by the next
      *> ApPaymentRun -- a held invoice stays open there.
      *> IBAN-Verificatie.csv:
      *>   Soort,Nummer,Naam,OudIBAN,NieuwIBAN,GewijzigdDoor,
      *>   GewijzigdOp,VastgesteldOp,VastgesteldDoor,Bedrag,
      *>   Referentie,Status,BevestigdDoor,BevestigdOp,Opmerking
      *> Status OPEN, BEVESTIGD, AFGEWEZEN or UITBETAALD. Every
      *> hold, confirmation and refusal is a RUNLOG.TXT line.
      *>----------------------------------------------------------------
       identification division.
       program-id. IbanHold.
       environment division.
       input-output section.
       file-control.
           select BETAALD-FILE assign to "IBAN-Betaald.csv"
               organization is line sequential
               file status is WS-BETAALD-STATUS.
           select VERIF-FILE assign to "IBAN-Verificatie.csv"
               organization is line sequential
               file status is WS-VERIF-STATUS.
           select JOURNAAL-FILE assign to "Tabel-Journaal.csv"
               organization is line sequential
               file status is WS-JOURNAAL-STATUS.
           select CONFIG-FILE assign to "Intervat-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select XML-FILE assign dynamic DYNAMIC-XMLFILE
               organization is line sequential
               file status is WS-XML-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd BETAALD-FILE.
           01 BETAALD-REGEL pic x(120).

           fd VERIF-FILE.
           01 VERIF-REGEL pic x(300).

           fd JOURNAAL-FILE.
           01 JOURNAAL-REGEL pic x(250).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(60).

           fd XML-FILE.
           01 XML-REGEL pic x(130).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-BETAALD-STATUS pic xx.
           01 WS-VERIF-STATUS pic xx.
           01 WS-JOURNAAL-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-XML-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 DYNAMIC-XMLFILE pic x(40).
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-NU pic x(19).
           01 WS-VANDAAG pic x(10).
           01 WS-ACTIE pic x(11).
           01 WS-SOORT pic x(03).
           01 WS-NUMMER pic x(12).
           01 WS-IBAN pic x(34).
           01 WS-OPERATOR pic x(12).

      *>    the paid history -- the last row per beneficiary wins
           01 WS-B-SOORT pic x(03).
           01 WS-B-NUMMER pic x(12).
           01 WS-B-IBAN pic x(34).
           01 WS-B-DATUM pic x(10).
           01 WS-SOORT-BEKEND pic x(01).
           01 WS-LAATSTE-IBAN pic x(34).

      *>    the verification list, kept whole and rewritten
           01 WS-VR-COUNT pic 9(03) value 0.
           01 WS-VR-LEESREGEL pic x(300).
           01 WS-VR-BEDRAG-S pic x(14).
           01 VR-TABLE.
               05 VR-ENTRY occurs 500 times indexed by VR-IDX.
                   10 VR-SOORT pic x(03).
                   10 VR-NUMMER pic x(12).
                   10 VR-NAAM pic x(30).
                   10 VR-OUD-IBAN pic x(34).
                   10 VR-NIEUW-IBAN pic x(34).
                   10 VR-GEWIJZIGD-DOOR pic x(12).
                   10 VR-GEWIJZIGD-OP pic x(19).
                   10 VR-VASTGESTELD-OP pic x(19).
                   10 VR-VASTGESTELD-DOOR pic x(12).
                   10 VR-BEDRAG pic 9(7)V99.
                   10 VR-REFERENTIE pic x(40).
                   10 VR-STATUS pic x(12).
                   10 VR-BEVESTIGD-DOOR pic x(12).
                   10 VR-BEVESTIGD-OP pic x(19).
                   10 VR-OPMERKING pic x(60).
           01 WS-VR-DIRTY pic x(01) value "N".
           01 WS-GEVONDEN pic x(01).
           01 WS-AANTAL pic 9(03).
           01 WS-WEIGERING pic 9(03).

      *>    who changed the master
           01 J-DATUMTIJD pic x(19).
           01 J-OPERATOR pic x(12).
           01 J-TABEL pic x(40).
           01 J-ACTIE pic x(10).
           01 J-SLEUTEL pic x(30).
           01 WS-MASTER-TABEL pic x(20).
           01 WS-WIJZIGER pic x(12).
           01 WS-WIJZIGING-OP pic x(19).

      *>    NABETAAL
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(40).
           01 WS-FIRM-NAAM pic x(40) value spaces.
           01 WS-KAL-ACTIE pic x(08) value "VOLGENDE".
           01 WS-KAL-RESULTAAT pic x(10).
           01 WS-KAL-WERKDAG pic x(01).
           01 WS-EXEC-DATUM pic x(10).
           01 WS-TX-COUNT pic 9(05) value 0.
           01 WS-CTRL-SUM pic 9(9)V99 value 0.

           01 WS-LOG-STATUS pic x(12).
           01 WS-LOG-OBJECT pic x(30).
           01 DISPLAY-AMT pic Z(6)9.99.
           01 DISPLAY-AANTAL pic ZZ9.
           01 DISPLAY-TX-COUNT pic Z(4)9.

           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-SOORT pic x(03).
           01 LINK-NUMMER pic x(12).
           01 LINK-IBAN pic x(34).
           01 LINK-NAAM pic x(30).
           01 LINK-BEDRAG pic 9(7)V99.
           01 LINK-REFERENTIE pic x(40).
           01 LINK-RESULTAAT pic x(12).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-SOORT LINK-NUMMER
               LINK-IBAN LINK-NAAM LINK-BEDRAG LINK-REFERENTIE
               LINK-RESULTAAT LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-NU
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2) " "
                  WS-CURRENT-DATETIME(9:2) ":"
                  WS-CURRENT-DATETIME(11:2) ":"
                  WS-CURRENT-DATETIME(13:2)
               delimited by size into WS-NU
           end-string
           move WS-NU(1:10) to WS-VANDAAG
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE
           move function upper-case(function trim(LINK-SOORT))
               to WS-SOORT
           move function trim(LINK-NUMMER) to WS-NUMMER
           move function upper-case(function trim(LINK-IBAN))
               to WS-IBAN
           move function upper-case(function trim(LINK-OPERATOR-ID))
               to WS-OPERATOR
           move spaces to LINK-RESULTAAT
      *>    the payment runs call once per beneficiary without a
      *>    CANCEL in between -- nothing carries over
           move "N" to WS-VR-DIRTY
           move 0 to WS-RETURN-CODE
           move 0 to WS-TX-COUNT
           move 0 to WS-CTRL-SUM

           evaluate WS-ACTIE
               when "CONTROLE"
                   perform 1000-CHECK thru 1000-EXIT
               when "BETAALD"
                   perform 2000-RECORD-PAID thru 2000-EXIT
               when "BEVESTIG"
                   move "BEVESTIGD" to WS-LOG-STATUS
                   perform 3000-DECIDE thru 3000-EXIT
               when "AFWIJS"
                   move "AFGEWEZEN" to WS-LOG-STATUS
                   perform 3000-DECIDE thru 3000-EXIT
               when "LIJST"
                   perform 4000-LIST thru 4000-EXIT
               when "NABETAAL"
                   perform 5000-PAY-CONFIRMED thru 5000-EXIT
               when other
                   display "Onbekende actie (CONTROLE, BETAALD,"
                       " BEVESTIG, AFWIJS, LIJST, NABETAAL): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           if WS-VR-DIRTY = "Y"
               perform 8100-REWRITE-VERIF thru 8100-EXIT
           end-if
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-CHECK: pay, hold, or learn.
      *>----------------------------------------------------------------
           1000-CHECK.
               perform 1100-LAST-PAID thru 1100-EXIT
               if WS-SOORT-BEKEND not = "Y"
                   move "BASIS" to LINK-RESULTAAT
                   go to 1000-EXIT
               end-if
               perform 8000-LOAD-VERIF thru 8000-EXIT
      *>        a payroll amount once held out of this Output file is
      *>        paid by NABETAAL, never by a second file off the
      *>        same Output -- even once its IBAN is the known one
               if WS-SOORT = "WN" and LINK-REFERENTIE not = spaces
                   perform varying VR-IDX from 1 by 1
                           until VR-IDX > WS-VR-COUNT
                       if VR-SOORT(VR-IDX) = WS-SOORT
                           and VR-NUMMER(VR-IDX) = WS-NUMMER
                           and VR-REFERENTIE(VR-IDX) = LINK-REFERENTIE
                           move "HOUD" to LINK-RESULTAAT
                           display "IBAN GEHOUDEN: "
                               function trim(WS-SOORT) " "
                               function trim(WS-NUMMER)
                               " -- al gehouden uit "
                               function trim(LINK-REFERENTIE) " ("
                               function trim(VR-STATUS(VR-IDX)) ")"
                           go to 1000-EXIT
                       end-if
                   end-perform
               end-if
               if WS-LAATSTE-IBAN = WS-IBAN
                   move "BETAAL" to LINK-RESULTAAT
                   go to 1000-EXIT
               end-if
      *>        confirmed before -- payable
               move "N" to WS-GEVONDEN
               perform varying VR-IDX from 1 by 1
                       until VR-IDX > WS-VR-COUNT
                   if VR-SOORT(VR-IDX) = WS-SOORT
                       and VR-NUMMER(VR-IDX) = WS-NUMMER
                       and VR-NIEUW-IBAN(VR-IDX) = WS-IBAN
                       and (VR-STATUS(VR-IDX) = "BEVESTIGD"
                            or VR-STATUS(VR-IDX) = "UITBETAALD")
                       move "Y" to WS-GEVONDEN
                   end-if
               end-perform
               if WS-GEVONDEN = "Y"
                   move "BETAAL" to LINK-RESULTAAT
                   go to 1000-EXIT
               end-if
               move "HOUD" to LINK-RESULTAAT
      *>        a supplier hold is one row per new IBAN, however many
      *>        invoices wait on it; a refused IBAN stays refused
               if WS-SOORT not = "WN"
                   perform varying VR-IDX from 1 by 1
                           until VR-IDX > WS-VR-COUNT
                       if VR-SOORT(VR-IDX) = WS-SOORT
                           and VR-NUMMER(VR-IDX) = WS-NUMMER
                           and VR-NIEUW-IBAN(VR-IDX) = WS-IBAN
                           and (VR-STATUS(VR-IDX) = "OPEN"
                                or VR-STATUS(VR-IDX) = "AFGEWEZEN")
                           display "IBAN GEHOUDEN: "
                               function trim(WS-SOORT) " "
                               function trim(WS-NUMMER) " "
                               function trim(WS-IBAN) " ("
                               function trim(VR-STATUS(VR-IDX)) ")"
                           go to 1000-EXIT
                       end-if
                   end-perform
               end-if
               perform 1200-WHO-CHANGED thru 1200-EXIT
               if WS-VR-COUNT >= 500
                   display "IBAN-Verificatie.csv vol -- "
                       function trim(WS-NUMMER)
                       " gehouden zonder registratie."
                   go to 1000-EXIT
               end-if
               add 1 to WS-VR-COUNT
               set VR-IDX to WS-VR-COUNT
               move spaces to VR-ENTRY(VR-IDX)
               move WS-SOORT to VR-SOORT(VR-IDX)
               move WS-NUMMER to VR-NUMMER(VR-IDX)
               move LINK-NAAM to VR-NAAM(VR-IDX)
               inspect VR-NAAM(VR-IDX) replacing all "," by " "
               move WS-LAATSTE-IBAN to VR-OUD-IBAN(VR-IDX)
               move WS-IBAN to VR-NIEUW-IBAN(VR-IDX)
               move WS-WIJZIGER to VR-GEWIJZIGD-DOOR(VR-IDX)
               move WS-WIJZIGING-OP to VR-GEWIJZIGD-OP(VR-IDX)
               move WS-NU to VR-VASTGESTELD-OP(VR-IDX)
               move WS-OPERATOR to VR-VASTGESTELD-DOOR(VR-IDX)
               move LINK-BEDRAG to VR-BEDRAG(VR-IDX)
               move LINK-REFERENTIE to VR-REFERENTIE(VR-IDX)
               move "OPEN" to VR-STATUS(VR-IDX)
               move "Y" to WS-VR-DIRTY
               move LINK-BEDRAG to DISPLAY-AMT
               display "IBAN GEHOUDEN: "
                   function trim(WS-SOORT) " "
                   function trim(WS-NUMMER) " "
                   function trim(LINK-NAAM) " -- "
                   function trim(WS-IBAN) " (laatst betaald: "
                   function trim(WS-LAATSTE-IBAN) "), gewijzigd door "
                   function trim(WS-WIJZIGER) " "
                   function trim(WS-WIJZIGING-OP)
                   ", bedrag " function trim(DISPLAY-AMT)
                   " -- te bevestigen door een tweede operator."
               move "GEHOUDEN" to WS-LOG-STATUS
               move spaces to WS-LOG-OBJECT
               string function trim(WS-SOORT) "-"
                      function trim(WS-NUMMER)
                   delimited by size into WS-LOG-OBJECT
               end-string
               perform 9000-LOG-EVENT thru 9000-EXIT.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LAST-PAID: the IBAN last paid to WS-SOORT/WS-NUMMER,
      *> and whether any payment of that soort was ever recorded.
      *>----------------------------------------------------------------
           1100-LAST-PAID.
               move "N" to WS-SOORT-BEKEND
               move spaces to WS-LAATSTE-IBAN
               open input BETAALD-FILE
               if WS-BETAALD-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read BETAALD-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BETAALD-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-B-SOORT
                           move spaces to WS-B-NUMMER
                           move spaces to WS-B-IBAN
                           unstring function trim(BETAALD-REGEL)
                               delimited by ","
                               into WS-B-SOORT WS-B-NUMMER WS-B-IBAN
                           end-unstring
                           if WS-B-SOORT = WS-SOORT
                               move "Y" to WS-SOORT-BEKEND
                               if WS-B-NUMMER = WS-NUMMER
                                   move WS-B-IBAN to WS-LAATSTE-IBAN
                               end-if
                           end-if
                   end-read
               end-perform
               close BETAALD-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-WHO-CHANGED: the last change journalled on the master
      *> row of this number.
      *>----------------------------------------------------------------
           1200-WHO-CHANGED.
               move "onbekend" to WS-WIJZIGER
               move spaces to WS-WIJZIGING-OP
               if WS-SOORT = "WN"
                   move "Werknemers.csv" to WS-MASTER-TABEL
               else
                   move "Leveranciers.csv" to WS-MASTER-TABEL
               end-if
               open input JOURNAAL-FILE
               if WS-JOURNAAL-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read JOURNAAL-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read JOURNAAL-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to J-TABEL
                           move spaces to J-SLEUTEL
                           unstring function trim(JOURNAAL-REGEL)
                               delimited by ";"
                               into J-DATUMTIJD J-OPERATOR J-TABEL
                                    J-ACTIE J-SLEUTEL
                           end-unstring
                           if function trim(J-TABEL)
                                   = function trim(WS-MASTER-TABEL)
                               and function trim(J-SLEUTEL)
                                   = function trim(WS-NUMMER)
                               move function upper-case(
                                   J-OPERATOR) to WS-WIJZIGER
                               move J-DATUMTIJD to WS-WIJZIGING-OP
                           end-if
                   end-read
               end-perform
               close JOURNAAL-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-RECORD-PAID: append the IBAN just paid.
      *>----------------------------------------------------------------
           2000-RECORD-PAID.
               open extend BETAALD-FILE
               if WS-BETAALD-STATUS not = "00"
                   open output BETAALD-FILE
                   if WS-BETAALD-STATUS not = "00"
                       display "IBAN-Betaald.csv niet beschrijfbaar: "
                           WS-BETAALD-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 2000-EXIT
                   end-if
                   move "Soort,Nummer,IBAN,BetaaldOp,Referentie"
                       to BETAALD-REGEL
                   write BETAALD-REGEL
               end-if
               move spaces to BETAALD-REGEL
               string function trim(WS-SOORT) ","
                      function trim(WS-NUMMER) ","
                      function trim(WS-IBAN) "," WS-VANDAAG ","
                      function trim(LINK-REFERENTIE)
                   delimited by size into BETAALD-REGEL
               end-string
               write BETAALD-REGEL
               close BETAALD-FILE
               move "OK" to LINK-RESULTAAT.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-DECIDE: BEVESTIG or AFWIJS every open hold of one
      *> beneficiary -- by an operator who neither changed the
      *> master nor ran the payment that held it.
      *>----------------------------------------------------------------
           3000-DECIDE.
               perform 8000-LOAD-VERIF thru 8000-EXIT
               move 0 to WS-AANTAL
               move 0 to WS-WEIGERING
               perform varying VR-IDX from 1 by 1
                       until VR-IDX > WS-VR-COUNT
                   if VR-SOORT(VR-IDX) = WS-SOORT
                       and VR-NUMMER(VR-IDX) = WS-NUMMER
                       and VR-STATUS(VR-IDX) = "OPEN"
                       if function upper-case(VR-GEWIJZIGD-DOOR(
                               VR-IDX)) = WS-OPERATOR
                           or function upper-case(
                               VR-VASTGESTELD-DOOR(VR-IDX))
                               = WS-OPERATOR
                           add 1 to WS-WEIGERING
                       else
                           add 1 to WS-AANTAL
                           move WS-LOG-STATUS to VR-STATUS(VR-IDX)
                           move WS-OPERATOR
                               to VR-BEVESTIGD-DOOR(VR-IDX)
                           move WS-NU to VR-BEVESTIGD-OP(VR-IDX)
                           move LINK-REFERENTIE
                               to VR-OPMERKING(VR-IDX)
                           inspect VR-OPMERKING(VR-IDX)
                               replacing all "," by ";"
                           move "Y" to WS-VR-DIRTY
                       end-if
                   end-if
               end-perform
               move spaces to WS-LOG-OBJECT
               string function trim(WS-SOORT) "-"
                      function trim(WS-NUMMER)
                   delimited by size into WS-LOG-OBJECT
               end-string
               if WS-WEIGERING > 0
                   display "GEWEIGERD: " function trim(WS-OPERATOR)
                       " wijzigde deze master of draaide de betaling"
                       " die ze hield -- een ANDERE operator moet"
                       " bevestigen."
                   move "GEWEIGERD" to LINK-RESULTAAT
                   move 1 to WS-RETURN-CODE
                   move "DENIED" to WS-LOG-STATUS
                   perform 9000-LOG-EVENT thru 9000-EXIT
                   go to 3000-EXIT
               end-if
               if WS-AANTAL = 0
                   display "Geen open IBAN-verificatie voor "
                       function trim(WS-SOORT) " "
                       function trim(WS-NUMMER) "."
                   move "GEEN" to LINK-RESULTAAT
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move WS-AANTAL to DISPLAY-AANTAL
               display function trim(WS-SOORT) " "
                   function trim(WS-NUMMER) ": "
                   function trim(DISPLAY-AANTAL) " verificatie(s) "
                   function lower-case(function trim(WS-LOG-STATUS))
                   " door " function trim(WS-OPERATOR) "."
               move "OK" to LINK-RESULTAAT
               perform 9000-LOG-EVENT thru 9000-EXIT.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-LIST: the open holds.
      *>----------------------------------------------------------------
           4000-LIST.
               perform 8000-LOAD-VERIF thru 8000-EXIT
               move 0 to WS-AANTAL
               perform varying VR-IDX from 1 by 1
                       until VR-IDX > WS-VR-COUNT
                   if VR-STATUS(VR-IDX) = "OPEN"
                       add 1 to WS-AANTAL
                       move VR-BEDRAG(VR-IDX) to DISPLAY-AMT
                       display VR-SOORT(VR-IDX) " "
                           VR-NUMMER(VR-IDX) " "
                           VR-NAAM(VR-IDX)
                       display "    " function trim(
                           VR-OUD-IBAN(VR-IDX)) " -> "
                           function trim(VR-NIEUW-IBAN(VR-IDX))
                           "  gewijzigd door "
                           function trim(VR-GEWIJZIGD-DOOR(VR-IDX))
                           " " function trim(VR-GEWIJZIGD-OP(VR-IDX))
                       display "    gehouden "
                           function trim(VR-VASTGESTELD-OP(VR-IDX))
                           " door "
                           function trim(VR-VASTGESTELD-DOOR(VR-IDX))
                           ", bedrag " function trim(DISPLAY-AMT) " "
                           function trim(VR-REFERENTIE(VR-IDX))
                   end-if
               end-perform
               move WS-AANTAL to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL)
                   " open IBAN-verificatie(s) -- IBAN-Verificatie.csv"
               move "OK" to LINK-RESULTAAT.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-PAY-CONFIRMED: the confirmed payroll holds as one
      *> payment file; each paid row UITBETAALD, its IBAN known.
      *>----------------------------------------------------------------
           5000-PAY-CONFIRMED.
               perform 8000-LOAD-VERIF thru 8000-EXIT
               move 0 to WS-AANTAL
               perform varying VR-IDX from 1 by 1
                       until VR-IDX > WS-VR-COUNT
                   if VR-SOORT(VR-IDX) = "WN"
                       and VR-STATUS(VR-IDX) = "BEVESTIGD"
                       and VR-BEDRAG(VR-IDX) > 0
                       add 1 to WS-AANTAL
                   end-if
               end-perform
               if WS-AANTAL = 0
                   display "Geen bevestigde, nog niet betaalde"
                       " loonbedragen."
                   move "GEEN" to LINK-RESULTAAT
                   go to 5000-EXIT
               end-if

               move WS-VANDAAG to WS-EXEC-DATUM
               if LINK-REFERENTIE(5:1) = "-"
                   move LINK-REFERENTIE(1:10) to WS-EXEC-DATUM
               end-if
               call "KalenderDag" using WS-EXEC-DATUM WS-KAL-ACTIE
                                         WS-KAL-RESULTAAT
                                         WS-KAL-WERKDAG
               if WS-KAL-WERKDAG = "J"
                   move WS-KAL-RESULTAAT to WS-EXEC-DATUM
               end-if
               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read CONFIG-FILE
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CONFIG-SLEUTEL
                               move spaces to WS-CONFIG-WAARDE
                               unstring function trim(CONFIG-REGEL)
                                   delimited by ","
                                   into WS-CONFIG-SLEUTEL
                                        WS-CONFIG-WAARDE
                               end-unstring
                               if function trim(WS-CONFIG-SLEUTEL)
                                       = "NAAM"
                                   move WS-CONFIG-WAARDE
                                       to WS-FIRM-NAAM
                               end-if
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if

               move spaces to DYNAMIC-XMLFILE
               string "Sepa-Nabetaling-" WS-CURRENT-DATETIME(1:8) "-"
                      WS-CURRENT-DATETIME(9:4) ".xml"
                   delimited by size into DYNAMIC-XMLFILE
               end-string
               open output XML-FILE
               if WS-XML-STATUS not = "00"
                   display "Error opening payment file: "
                       WS-XML-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               perform 5100-XML-HEADER thru 5100-EXIT
               perform varying VR-IDX from 1 by 1
                       until VR-IDX > WS-VR-COUNT
                   if VR-SOORT(VR-IDX) = "WN"
                       and VR-STATUS(VR-IDX) = "BEVESTIGD"
                       and VR-BEDRAG(VR-IDX) > 0
                       perform 5200-ONE-TRANSACTION thru 5200-EXIT
                   end-if
               end-perform
               perform 5300-XML-TRAILER thru 5300-EXIT
               close XML-FILE

      *>        the file is out -- the rows are paid and their IBAN
      *>        is the known one from now on
               perform varying VR-IDX from 1 by 1
                       until VR-IDX > WS-VR-COUNT
                   if VR-SOORT(VR-IDX) = "WN"
                       and VR-STATUS(VR-IDX) = "BEVESTIGD"
                       and VR-BEDRAG(VR-IDX) > 0
                       move "UITBETAALD" to VR-STATUS(VR-IDX)
                       move "WN" to WS-SOORT
                       move VR-NUMMER(VR-IDX) to WS-NUMMER
                       move VR-NIEUW-IBAN(VR-IDX) to WS-IBAN
                       move VR-REFERENTIE(VR-IDX) to LINK-REFERENTIE
                       perform 2000-RECORD-PAID thru 2000-EXIT
                   end-if
               end-perform
               move "Y" to WS-VR-DIRTY
               move WS-TX-COUNT to DISPLAY-TX-COUNT
               move WS-CTRL-SUM to DISPLAY-AMT
               display function trim(DISPLAY-TX-COUNT)
                   " nabetaling(en), totaal "
                   function trim(DISPLAY-AMT)
                   " EUR written to " function trim(DYNAMIC-XMLFILE)
               move "OK" to LINK-RESULTAAT
               move "NABETAALD" to WS-LOG-STATUS
               move DYNAMIC-XMLFILE to WS-LOG-OBJECT
               perform 9000-LOG-EVENT thru 9000-EXIT.
           5000-EXIT.
               exit.

           5100-XML-HEADER.
               move "<?xml version=""1.0"" encoding=""UTF-8""?>"
                   to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "<Document xmlns=""urn:iso:std:iso:20022:"
                      "tech:xsd:pain.001.001.03"">"
                          delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "  <CstmrCdtTrfInitn>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "    <GrpHdr><MsgId>" delimited by size
                      DYNAMIC-XMLFILE delimited by ".xml"
                      "</MsgId><InitgPty><Nm>"
                          delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></InitgPty></GrpHdr>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "    <PmtInf>" to XML-REGEL
               write XML-REGEL
               move "      <PmtMtd>TRF</PmtMtd>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "      <ReqdExctnDt>" delimited by size
                      function trim(WS-EXEC-DATUM) delimited by size
                      "</ReqdExctnDt>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string "      <Dbtr><Nm>" delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></Dbtr>" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL.
           5100-EXIT.
               exit.

           5200-ONE-TRANSACTION.
               add 1 to WS-TX-COUNT
               add VR-BEDRAG(VR-IDX) to WS-CTRL-SUM
               move VR-BEDRAG(VR-IDX) to DISPLAY-AMT
               move "      <CdtTrfTxInf>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "        <PmtId><EndToEndId>LOON-"
                      function trim(VR-NUMMER(VR-IDX))
                      "</EndToEndId></PmtId>"
                   delimited by size into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string "        <Amt><InstdAmt Ccy=""EUR"">"
                      function trim(DISPLAY-AMT)
                      "</InstdAmt></Amt>"
                   delimited by size into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string "        <Cdtr><Nm>"
                      function trim(VR-NAAM(VR-IDX))
                      "</Nm></Cdtr>"
                   delimited by size into XML-REGEL
               end-string
               write XML-REGEL
               move spaces to XML-REGEL
               string "        <CdtrAcct><Id><IBAN>"
                      function trim(VR-NIEUW-IBAN(VR-IDX))
                      "</IBAN></Id></CdtrAcct>"
                   delimited by size into XML-REGEL
               end-string
               write XML-REGEL
               move "      </CdtTrfTxInf>" to XML-REGEL
               write XML-REGEL.
           5200-EXIT.
               exit.

           5300-XML-TRAILER.
               move "    </PmtInf>" to XML-REGEL
               write XML-REGEL
               move WS-TX-COUNT to DISPLAY-TX-COUNT
               move WS-CTRL-SUM to DISPLAY-AMT
               move spaces to XML-REGEL
               string "    <!-- NbOfTxs=" delimited by size
                      function trim(DISPLAY-TX-COUNT)
                          delimited by size
                      " CtrlSum=" delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      " -->" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL
               move "  </CstmrCdtTrfInitn>" to XML-REGEL
               write XML-REGEL
               move "</Document>" to XML-REGEL
               write XML-REGEL.
           5300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-LOAD-VERIF / 8100-REWRITE-VERIF: the verification list.
      *>----------------------------------------------------------------
           8000-LOAD-VERIF.
               move 0 to WS-VR-COUNT
               open input VERIF-FILE
               if WS-VERIF-STATUS not = "00"
                   go to 8000-EXIT
               end-if
               read VERIF-FILE into WS-VR-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read VERIF-FILE into WS-VR-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-VR-LEESREGEL not = spaces
                                   and WS-VR-COUNT < 500
                               add 1 to WS-VR-COUNT
                               set VR-IDX to WS-VR-COUNT
                               move spaces to VR-ENTRY(VR-IDX)
                               move spaces to WS-VR-BEDRAG-S
                               unstring function trim(WS-VR-LEESREGEL)
                                   delimited by ","
                                   into VR-SOORT(VR-IDX)
                                        VR-NUMMER(VR-IDX)
                                        VR-NAAM(VR-IDX)
                                        VR-OUD-IBAN(VR-IDX)
                                        VR-NIEUW-IBAN(VR-IDX)
                                        VR-GEWIJZIGD-DOOR(VR-IDX)
                                        VR-GEWIJZIGD-OP(VR-IDX)
                                        VR-VASTGESTELD-OP(VR-IDX)
                                        VR-VASTGESTELD-DOOR(VR-IDX)
                                        WS-VR-BEDRAG-S
                                        VR-REFERENTIE(VR-IDX)
                                        VR-STATUS(VR-IDX)
                                        VR-BEVESTIGD-DOOR(VR-IDX)
                                        VR-BEVESTIGD-OP(VR-IDX)
                                        VR-OPMERKING(VR-IDX)
                               end-unstring
                               move 0 to VR-BEDRAG(VR-IDX)
                               if function test-numval(function trim(
                                       WS-VR-BEDRAG-S)) = 0
                                   move function numval(function trim(
                                       WS-VR-BEDRAG-S))
                                       to VR-BEDRAG(VR-IDX)
                               end-if
                           end-if
                   end-read
               end-perform
               close VERIF-FILE.
           8000-EXIT.
               exit.

           8100-REWRITE-VERIF.
               open output VERIF-FILE
               if WS-VERIF-STATUS not = "00"
                   display "IBAN-Verificatie.csv niet beschrijfbaar: "
                       WS-VERIF-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 8100-EXIT
               end-if
               move spaces to VERIF-REGEL
               string "Soort,Nummer,Naam,OudIBAN,NieuwIBAN,"
                      "GewijzigdDoor,GewijzigdOp,VastgesteldOp,"
                      "VastgesteldDoor,Bedrag,Referentie,Status,"
                      "BevestigdDoor,BevestigdOp,Opmerking"
                   delimited by size into VERIF-REGEL
               end-string
               write VERIF-REGEL
               perform varying VR-IDX from 1 by 1
                       until VR-IDX > WS-VR-COUNT
                   move VR-BEDRAG(VR-IDX) to DISPLAY-AMT
                   move spaces to VERIF-REGEL
                   string function trim(VR-SOORT(VR-IDX)) ","
                          function trim(VR-NUMMER(VR-IDX)) ","
                          function trim(VR-NAAM(VR-IDX)) ","
                          function trim(VR-OUD-IBAN(VR-IDX)) ","
                          function trim(VR-NIEUW-IBAN(VR-IDX)) ","
                          function trim(VR-GEWIJZIGD-DOOR(VR-IDX)) ","
                          function trim(VR-GEWIJZIGD-OP(VR-IDX)) ","
                          function trim(VR-VASTGESTELD-OP(VR-IDX)) ","
                          function trim(VR-VASTGESTELD-DOOR(VR-IDX))
                          "," function trim(DISPLAY-AMT) ","
                          function trim(VR-REFERENTIE(VR-IDX)) ","
                          function trim(VR-STATUS(VR-IDX)) ","
                          function trim(VR-BEVESTIGD-DOOR(VR-IDX)) ","
                          function trim(VR-BEVESTIGD-OP(VR-IDX)) ","
                          function trim(VR-OPMERKING(VR-IDX))
                       delimited by size into VERIF-REGEL
                   end-string
                   write VERIF-REGEL
               end-perform
               close VERIF-FILE.
           8100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 9000-LOG-EVENT: one RUNLOG.TXT line per hold, decision or
      *> follow-up payment.
      *>----------------------------------------------------------------
           9000-LOG-EVENT.
               move WS-NU(1:10) to LOG-RUN-DATE
               move WS-NU(12:8) to LOG-RUN-TIME
               move "IbanHold" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move WS-LOG-OBJECT to LOG-INPUT-FILE
               move "IBAN-Verificatie.csv" to LOG-OUTPUT-FILE
               move 0 to LOG-RECORDS-IN
               move 0 to LOG-RECORDS-OUT
               if WS-ACTIE = "NABETAAL"
                   move WS-TX-COUNT to LOG-RECORDS-OUT
               end-if
               if WS-ACTIE = "BEVESTIG" or WS-ACTIE = "AFWIJS"
                   move WS-AANTAL to LOG-RECORDS-OUT
               end-if
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
