      *>----------------------------------------------------------------
      *> AnnualAccounts -- the jaarrekening of a closed year in the
      *> NBB micro / abbreviated schema, straight from GL-Saldi.csv,
      *> with the prior year alongside. The rubrics (NBB-Rubrieken.csv
      *> "Code,Omschrijving,Sectie,Teken") carry their section --
      *> A activa, P passiva, R resultatenrekening -- and the side
      *> that shows positive (D debit, C credit); they print in the
      *> file's order. NBB-Mapping.csv ("Rekening,Rubriek") maps our
      *> accounts onto them: a Rekening there is an account or an
      *> account prefix, and the longest matching prefix wins, so
      *> "62" takes every 62xxxx unless "620200" says otherwise.
      *> Every account with a balance in either year must map onto a
      *> known rubric, or the run refuses and lists what is missing.
      *> The figures:
      *>   balance accounts  the year-end balance -- the year's rows
      *>                     (its <jaar>-00 opening included) once
      *>                     the prior year was closed, every row up
      *>                     to the year otherwise;
      *>   result accounts   the year's movement, with YearEndClose's
      *>                     closing lines (GL-Afsluiting-<jaar>.csv)
      *>                     taken back out of <jaar>-12.
      *> The year must be GESLOTEN in GL-Perioden.csv. Output:
      *> Jaarrekening-<jaar>.txt to print and Jaarrekening-<jaar>.csv
      *> (Sectie,Rubriek,Omschrijving,Boekjaar,VorigBoekjaar) for the
      *> accountant's filing software.
      *>----------------------------------------------------------------
       identification division.
       program-id. AnnualAccounts.
       environment division.
       input-output section.
       file-control.
           select PERIODEN-FILE assign to "GL-Perioden.csv"
               organization is line sequential
               file status is WS-PERIODEN-STATUS.
           select RUBRIEK-FILE assign to "NBB-Rubrieken.csv"
               organization is line sequential
               file status is WS-RUBRIEK-STATUS.
           select MAPPING-FILE assign to "NBB-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select SALDI-FILE assign to "GL-Saldi.csv"
               organization is line sequential
               file status is WS-SALDI-STATUS.
           select AFSLUIT-FILE assign dynamic DYNAMIC-AFSLUITFILE
               organization is line sequential
               file status is WS-AFSLUIT-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select CSV-FILE assign dynamic DYNAMIC-CSVFILE
               organization is line sequential
               file status is WS-CSV-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd PERIODEN-FILE.
           01 PERIODEN-REGEL pic x(30).

           fd RUBRIEK-FILE.
           01 RUBRIEK-REGEL pic x(100).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).

           fd SALDI-FILE.
           01 SALDI-REGEL pic x(80).

           fd AFSLUIT-FILE.
           01 AFSLUIT-REGEL pic x(130).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(100).

           fd CSV-FILE.
           01 CSV-REGEL pic x(150).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-PERIODEN-STATUS pic xx.
           01 WS-RUBRIEK-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-SALDI-STATUS pic xx.
           01 WS-AFSLUIT-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-CSV-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-AFSLUITFILE pic x(40).
           01 DYNAMIC-LIJSTFILE pic x(40).
           01 DYNAMIC-CSVFILE pic x(40).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-RECORDS-IN pic 9(05) value 0.
           01 WS-RECORDS-OUT pic 9(05) value 0.

           01 WS-JAAR pic x(04).
           01 WS-VORIGJAAR pic x(04).
           01 WS-VORIGJAAR-N pic 9(04).
           01 WS-GESLOTEN pic x(01) value "N".
      *>    an opening row seen for the year / the prior year: the
      *>    prior year was then closed and its balances carried
           01 WS-OPENING-J pic x(01) value "N".
           01 WS-OPENING-V pic x(01) value "N".

      *>    the rubrics, in print order
           01 WS-RUB-COUNT pic 9(03) value 0.
           01 WS-RUB-IDX pic 9(03).
           01 RUB-TABLE.
               05 RUB-ENTRY occurs 100 times.
                   10 RUB-CODE pic x(10).
                   10 RUB-OMSCHRIJVING pic x(50).
                   10 RUB-SECTIE pic x(01).
                   10 RUB-TEKEN pic x(01).
                   10 RUB-SALDO-J pic s9(11)v99.
                   10 RUB-SALDO-V pic s9(11)v99.
           01 F-CODE pic x(10).
           01 F-OMSCHRIJVING pic x(50).
           01 F-SECTIE pic x(01).
           01 F-TEKEN pic x(01).

      *>    our accounts (or prefixes) onto the rubrics
           01 WS-MAP-COUNT pic 9(03) value 0.
           01 WS-MAP-IDX pic 9(03).
           01 MAP-TABLE.
               05 MAP-ENTRY occurs 300 times.
                   10 MAP-REKENING pic x(10).
                   10 MAP-LENGTE pic 9(02).
                   10 MAP-RUBRIEK pic x(10).
           01 WS-MAP-BEST pic 9(03).
           01 WS-MAP-BEST-LENGTE pic 9(02).

      *>    per account: the year's rows and every row up to the
      *>    year, for the year and the prior year (debit - credit)
           01 WS-REK-COUNT pic 9(03) value 0.
           01 WS-REK-IDX pic 9(03).
           01 REK-TABLE.
               05 REK-ENTRY occurs 500 times.
                   10 REK-REKENING pic x(10).
                   10 REK-JAAR-J pic s9(11)v99.
                   10 REK-TOT-J pic s9(11)v99.
                   10 REK-JAAR-V pic s9(11)v99.
                   10 REK-TOT-V pic s9(11)v99.
                   10 REK-SLOT-J pic s9(11)v99.
                   10 REK-SLOT-V pic s9(11)v99.
           01 WS-ONGEMAPT-COUNT pic 9(03) value 0.

      *>    one saldi / closing row
           01 WS-LEESREGEL pic x(130).
           01 F-PERIODE pic x(07).
           01 F-REKENING pic x(10).
           01 F-DEBET-S pic x(16).
           01 F-CREDIT-S pic x(16).
           01 F-JOURNAAL pic x(15).
           01 F-RUBRIEK pic x(10).
           01 WS-BEDRAG pic s9(11)v99.
           01 WS-AFSLUIT-JAAR pic x(04).
           01 WS-AFSLUIT-GELEZEN pic x(01).

      *>    the statements
           01 WS-SECTIE pic x(01).
           01 WS-TOONBEDRAG-J pic s9(11)v99.
           01 WS-TOONBEDRAG-V pic s9(11)v99.
           01 WS-TOTAAL-J pic s9(11)v99.
           01 WS-TOTAAL-V pic s9(11)v99.
           01 WS-ACTIVA-J pic s9(11)v99.
           01 WS-ACTIVA-V pic s9(11)v99.
           01 WS-PASSIVA-J pic s9(11)v99.
           01 WS-PASSIVA-V pic s9(11)v99.
           01 WS-TOTAAL-CODE pic x(10).
           01 WS-TOTAAL-OMSCHRIJVING pic x(50).
           01 DISPLAY-BEDRAG-J pic -(11)9.99.
           01 DISPLAY-BEDRAG-V pic -(11)9.99.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-JAAR pic x(04).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-JAAR LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move 0 to WS-RETURN-CODE
           move spaces to DYNAMIC-LIJSTFILE

           move LINK-JAAR to WS-JAAR
           if WS-JAAR not numeric
               display "Ongeldig boekjaar (JJJJ verwacht): "
                   LINK-JAAR
               move 1 to WS-RETURN-CODE
               perform 9000-WRITE-RUNLOG thru 9000-EXIT
               move WS-RETURN-CODE to return-code
               goback
           end-if
           compute WS-VORIGJAAR-N = function numval(WS-JAAR) - 1
           move WS-VORIGJAAR-N to WS-VORIGJAAR

      *>    only a closed year has definitive figures
           perform 0100-CHECK-CLOSED thru 0100-EXIT
           if WS-GESLOTEN not = "Y"
               display "Boekjaar " WS-JAAR " is niet GESLOTEN --"
                   " eerst de jaarafsluiting."
               move 1 to WS-RETURN-CODE
           end-if

           if WS-RETURN-CODE = 0
               perform 1000-LOAD-RUBRIEKEN thru 1000-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 1100-LOAD-MAPPING thru 1100-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 2000-LOAD-SALDI thru 2000-EXIT
           end-if
           if WS-RETURN-CODE = 0
               move WS-JAAR to WS-AFSLUIT-JAAR
               perform 2500-REVERSE-CLOSING thru 2500-EXIT
               if WS-AFSLUIT-GELEZEN not = "Y"
                   display "GL-Afsluiting-" WS-JAAR ".csv niet"
                       " gevonden -- resultatenrekening niet"
                       " op te maken."
                   move 1 to WS-RETURN-CODE
               end-if
           end-if
           if WS-RETURN-CODE = 0
               move WS-VORIGJAAR to WS-AFSLUIT-JAAR
               perform 2500-REVERSE-CLOSING thru 2500-EXIT
               perform 2800-COMPUTE-SLOTS thru 2800-EXIT
               perform 3000-MAP-ACCOUNTS thru 3000-EXIT
           end-if
           if WS-RETURN-CODE = 0
               perform 4000-WRITE-STATEMENTS thru 4000-EXIT
           end-if

           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 0100-CHECK-CLOSED: GL-Perioden.csv must say GESLOTEN.
      *>----------------------------------------------------------------
           0100-CHECK-CLOSED.
               open input PERIODEN-FILE
               if WS-PERIODEN-STATUS not = "00"
                   go to 0100-EXIT
               end-if
               read PERIODEN-FILE into PERIODEN-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read PERIODEN-FILE into PERIODEN-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if PERIODEN-REGEL(1:4) = WS-JAAR
                               and PERIODEN-REGEL(6:8) = "GESLOTEN"
                               move "Y" to WS-GESLOTEN
                           end-if
                   end-read
               end-perform
               close PERIODEN-FILE.
           0100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1000-LOAD-RUBRIEKEN: the schema's rubrics, in print order.
      *>----------------------------------------------------------------
           1000-LOAD-RUBRIEKEN.
               open input RUBRIEK-FILE
               if WS-RUBRIEK-STATUS not = "00"
                   display "NBB-Rubrieken.csv niet gevonden: "
                       WS-RUBRIEK-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 1000-EXIT
               end-if
               read RUBRIEK-FILE into RUBRIEK-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read RUBRIEK-FILE into RUBRIEK-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to F-CODE
                           move spaces to F-OMSCHRIJVING
                           move spaces to F-SECTIE
                           move spaces to F-TEKEN
                           unstring function trim(RUBRIEK-REGEL)
                               delimited by ","
                               into F-CODE F-OMSCHRIJVING F-SECTIE
                                    F-TEKEN
                           end-unstring
                           if F-CODE not = spaces
                               and WS-RUB-COUNT < 100
                               add 1 to WS-RUB-COUNT
                               move F-CODE to RUB-CODE(WS-RUB-COUNT)
                               move F-OMSCHRIJVING
                                   to RUB-OMSCHRIJVING(WS-RUB-COUNT)
                               move function upper-case(F-SECTIE)
                                   to RUB-SECTIE(WS-RUB-COUNT)
                               move function upper-case(F-TEKEN)
                                   to RUB-TEKEN(WS-RUB-COUNT)
                               move 0 to RUB-SALDO-J(WS-RUB-COUNT)
                               move 0 to RUB-SALDO-V(WS-RUB-COUNT)
                           end-if
                   end-read
               end-perform
               close RUBRIEK-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-MAPPING: account or prefix -> rubric; a rubric the
      *> schema does not know refuses the run.
      *>----------------------------------------------------------------
           1100-LOAD-MAPPING.
               open input MAPPING-FILE
               if WS-MAPPING-STATUS not = "00"
                   display "NBB-Mapping.csv niet gevonden: "
                       WS-MAPPING-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 1100-EXIT
               end-if
               read MAPPING-FILE into MAPPING-REGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MAPPING-FILE into MAPPING-REGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to F-REKENING
                           move spaces to F-RUBRIEK
                           unstring function trim(MAPPING-REGEL)
                               delimited by ","
                               into F-REKENING F-RUBRIEK
                           end-unstring
                           if F-REKENING not = spaces
                               perform 1150-ADD-MAPPING
                                   thru 1150-EXIT
                           end-if
                   end-read
               end-perform
               close MAPPING-FILE.
           1100-EXIT.
               exit.

           1150-ADD-MAPPING.
               perform varying WS-RUB-IDX from 1 by 1
                       until WS-RUB-IDX > WS-RUB-COUNT
                   if RUB-CODE(WS-RUB-IDX) = F-RUBRIEK
                       exit perform
                   end-if
               end-perform
               if WS-RUB-IDX > WS-RUB-COUNT
                   display "NBB-Mapping.csv: rekening "
                       function trim(F-REKENING)
                       " verwijst naar onbekende rubriek "
                       function trim(F-RUBRIEK)
                   move 1 to WS-RETURN-CODE
                   go to 1150-EXIT
               end-if
               if WS-MAP-COUNT >= 300
                   display "NBB-Mapping.csv: tabel vol."
                   move 1 to WS-RETURN-CODE
                   go to 1150-EXIT
               end-if
               add 1 to WS-MAP-COUNT
               move F-REKENING to MAP-REKENING(WS-MAP-COUNT)
               move function length(function trim(F-REKENING))
                   to MAP-LENGTE(WS-MAP-COUNT)
               move F-RUBRIEK to MAP-RUBRIEK(WS-MAP-COUNT).
           1150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-LOAD-SALDI: every row up to the year, folded per
      *> account into the year's and the prior year's sums.
      *>----------------------------------------------------------------
           2000-LOAD-SALDI.
               open input SALDI-FILE
               if WS-SALDI-STATUS not = "00"
                   display "GL-Saldi.csv niet gevonden: "
                       WS-SALDI-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               read SALDI-FILE into WS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SALDI-FILE into WS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2100-ONE-SALDI-ROW thru 2100-EXIT
                   end-read
               end-perform
               close SALDI-FILE.
           2000-EXIT.
               exit.

           2100-ONE-SALDI-ROW.
               move spaces to F-PERIODE
               move spaces to F-REKENING
               move spaces to F-DEBET-S
               move spaces to F-CREDIT-S
               unstring function trim(WS-LEESREGEL)
                   delimited by ","
                   into F-PERIODE F-REKENING F-DEBET-S F-CREDIT-S
               end-unstring
               if F-PERIODE(1:4) > WS-JAAR
                   or F-REKENING = spaces
                   go to 2100-EXIT
               end-if
               if function test-numval(function trim(F-DEBET-S))
                       not = 0
                   or function test-numval(function trim(F-CREDIT-S))
                       not = 0
                   go to 2100-EXIT
               end-if
               add 1 to WS-RECORDS-IN
               compute WS-BEDRAG =
                   function numval(function trim(F-DEBET-S))
                 - function numval(function trim(F-CREDIT-S))
               perform 2200-FIND-REKENING thru 2200-EXIT
               if WS-REK-IDX = 0
                   go to 2100-EXIT
               end-if
               add WS-BEDRAG to REK-TOT-J(WS-REK-IDX)
               if F-PERIODE(1:4) = WS-JAAR
                   add WS-BEDRAG to REK-JAAR-J(WS-REK-IDX)
                   if F-PERIODE(6:2) = "00"
                       move "Y" to WS-OPENING-J
                   end-if
               else
                   add WS-BEDRAG to REK-TOT-V(WS-REK-IDX)
                   if F-PERIODE(1:4) = WS-VORIGJAAR
                       add WS-BEDRAG to REK-JAAR-V(WS-REK-IDX)
                       if F-PERIODE(6:2) = "00"
                           move "Y" to WS-OPENING-V
                       end-if
                   end-if
               end-if.
           2100-EXIT.
               exit.

      *>    WS-REK-IDX for F-REKENING, added when new; 0 when full
           2200-FIND-REKENING.
               perform varying WS-REK-IDX from 1 by 1
                       until WS-REK-IDX > WS-REK-COUNT
                   if REK-REKENING(WS-REK-IDX) = F-REKENING
                       go to 2200-EXIT
                   end-if
               end-perform
               if WS-REK-COUNT >= 500
                   display "Rekeningtabel vol -- jaarrekening"
                       " geweigerd."
                   move 1 to WS-RETURN-CODE
                   move 0 to WS-REK-IDX
                   go to 2200-EXIT
               end-if
               add 1 to WS-REK-COUNT
               move WS-REK-COUNT to WS-REK-IDX
               move F-REKENING to REK-REKENING(WS-REK-IDX)
               move 0 to REK-JAAR-J(WS-REK-IDX)
               move 0 to REK-TOT-J(WS-REK-IDX)
               move 0 to REK-JAAR-V(WS-REK-IDX)
               move 0 to REK-TOT-V(WS-REK-IDX).
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2500-REVERSE-CLOSING: WS-AFSLUIT-JAAR's closing journal back
      *> out of its result accounts -- the statement wants the year's
      *> costs and revenues, not the zero the close left behind. The
      *> result-account counterpart stays: that is the year's result
      *> on the balance sheet.
      *>----------------------------------------------------------------
           2500-REVERSE-CLOSING.
               move "N" to WS-AFSLUIT-GELEZEN
               move spaces to DYNAMIC-AFSLUITFILE
               string "GL-Afsluiting-" delimited by size
                      WS-AFSLUIT-JAAR delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-AFSLUITFILE
               end-string
               open input AFSLUIT-FILE
               if WS-AFSLUIT-STATUS not = "00"
                   go to 2500-EXIT
               end-if
               move "Y" to WS-AFSLUIT-GELEZEN
               read AFSLUIT-FILE into WS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AFSLUIT-FILE into WS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 2600-REVERSE-ONE thru 2600-EXIT
                   end-read
               end-perform
               close AFSLUIT-FILE.
           2500-EXIT.
               exit.

           2600-REVERSE-ONE.
               move spaces to F-JOURNAAL
               move spaces to F-REKENING
               move spaces to F-DEBET-S
               move spaces to F-CREDIT-S
               unstring function trim(WS-LEESREGEL)
                   delimited by ","
                   into F-JOURNAAL F-REKENING F-OMSCHRIJVING
                        F-DEBET-S F-CREDIT-S
               end-unstring
               if F-JOURNAAL = "TOTAAL"
                   or (F-REKENING(1:1) not = "6"
                       and F-REKENING(1:1) not = "7")
                   go to 2600-EXIT
               end-if
               if F-DEBET-S = spaces
                   move "0" to F-DEBET-S
               end-if
               if F-CREDIT-S = spaces
                   move "0" to F-CREDIT-S
               end-if
               if function test-numval(function trim(F-DEBET-S))
                       not = 0
                   or function test-numval(function trim(F-CREDIT-S))
                       not = 0
                   go to 2600-EXIT
               end-if
               compute WS-BEDRAG =
                   function numval(function trim(F-DEBET-S))
                 - function numval(function trim(F-CREDIT-S))
               perform 2200-FIND-REKENING thru 2200-EXIT
               if WS-REK-IDX = 0
                   go to 2600-EXIT
               end-if
               if WS-AFSLUIT-JAAR = WS-JAAR
                   subtract WS-BEDRAG from REK-JAAR-J(WS-REK-IDX)
               else
                   subtract WS-BEDRAG from REK-JAAR-V(WS-REK-IDX)
               end-if.
           2600-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2800-COMPUTE-SLOTS: the figure per account and year.
      *>----------------------------------------------------------------
           2800-COMPUTE-SLOTS.
               perform varying WS-REK-IDX from 1 by 1
                       until WS-REK-IDX > WS-REK-COUNT
                   if REK-REKENING(WS-REK-IDX)(1:1) = "6"
                       or REK-REKENING(WS-REK-IDX)(1:1) = "7"
                       move REK-JAAR-J(WS-REK-IDX)
                           to REK-SLOT-J(WS-REK-IDX)
                       move REK-JAAR-V(WS-REK-IDX)
                           to REK-SLOT-V(WS-REK-IDX)
                   else
                       if WS-OPENING-J = "Y"
                           move REK-JAAR-J(WS-REK-IDX)
                               to REK-SLOT-J(WS-REK-IDX)
                       else
                           move REK-TOT-J(WS-REK-IDX)
                               to REK-SLOT-J(WS-REK-IDX)
                       end-if
                       if WS-OPENING-V = "Y"
                           move REK-JAAR-V(WS-REK-IDX)
                               to REK-SLOT-V(WS-REK-IDX)
                       else
                           move REK-TOT-V(WS-REK-IDX)
                               to REK-SLOT-V(WS-REK-IDX)
                       end-if
                   end-if
               end-perform.
           2800-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-MAP-ACCOUNTS: every account with a figure onto its
      *> rubric -- one unmapped account refuses the whole run.
      *>----------------------------------------------------------------
           3000-MAP-ACCOUNTS.
               perform varying WS-REK-IDX from 1 by 1
                       until WS-REK-IDX > WS-REK-COUNT
                   if REK-SLOT-J(WS-REK-IDX) not = 0
                       or REK-SLOT-V(WS-REK-IDX) not = 0
                       perform 3100-MAP-ONE thru 3100-EXIT
                   end-if
               end-perform
               if WS-ONGEMAPT-COUNT > 0
                   display WS-ONGEMAPT-COUNT " rekening(en) zonder"
                       " NBB-rubriek -- vul NBB-Mapping.csv aan;"
                       " jaarrekening geweigerd."
                   move 1 to WS-RETURN-CODE
               end-if.
           3000-EXIT.
               exit.

           3100-MAP-ONE.
               move 0 to WS-MAP-BEST
               move 0 to WS-MAP-BEST-LENGTE
               perform varying WS-MAP-IDX from 1 by 1
                       until WS-MAP-IDX > WS-MAP-COUNT
                   if MAP-LENGTE(WS-MAP-IDX) > WS-MAP-BEST-LENGTE
                       and REK-REKENING(WS-REK-IDX)
                               (1:MAP-LENGTE(WS-MAP-IDX))
                           = MAP-REKENING(WS-MAP-IDX)
                               (1:MAP-LENGTE(WS-MAP-IDX))
                       move WS-MAP-IDX to WS-MAP-BEST
                       move MAP-LENGTE(WS-MAP-IDX)
                           to WS-MAP-BEST-LENGTE
                   end-if
               end-perform
               if WS-MAP-BEST = 0
                   add 1 to WS-ONGEMAPT-COUNT
                   display "Geen NBB-rubriek voor rekening "
                       function trim(REK-REKENING(WS-REK-IDX))
                   go to 3100-EXIT
               end-if
               perform varying WS-RUB-IDX from 1 by 1
                       until WS-RUB-IDX > WS-RUB-COUNT
                   if RUB-CODE(WS-RUB-IDX) = MAP-RUBRIEK(WS-MAP-BEST)
                       add REK-SLOT-J(WS-REK-IDX)
                           to RUB-SALDO-J(WS-RUB-IDX)
                       add REK-SLOT-V(WS-REK-IDX)
                           to RUB-SALDO-V(WS-RUB-IDX)
                       exit perform
                   end-if
               end-perform.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-STATEMENTS: activa, passiva, resultatenrekening
      *> -- printed and as the structured file.
      *>----------------------------------------------------------------
           4000-WRITE-STATEMENTS.
               move spaces to DYNAMIC-LIJSTFILE
               string "Jaarrekening-" delimited by size
                      WS-JAAR delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               move spaces to DYNAMIC-CSVFILE
               string "Jaarrekening-" delimited by size
                      WS-JAAR delimited by size
                      ".csv" delimited by size
                   into DYNAMIC-CSVFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               open output CSV-FILE
               if WS-CSV-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-CSVFILE) ": "
                       WS-CSV-STATUS
                   close LIJST-FILE
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if

               move spaces to LIJST-REGEL
               string "JAARREKENING BOEKJAAR " delimited by size
                      WS-JAAR delimited by size
                      " -- NBB-schema (micro / verkort)"
                          delimited by size
                      "     Datum: " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move "Sectie,Rubriek,Omschrijving,Boekjaar,VorigBoekjaar"
                   to CSV-REGEL
               write CSV-REGEL

               move "A" to WS-SECTIE
               perform 4100-ONE-SECTION thru 4100-EXIT
               move WS-TOTAAL-J to WS-ACTIVA-J
               move WS-TOTAAL-V to WS-ACTIVA-V
               move "20/58" to WS-TOTAAL-CODE
               move "TOTAAL DER ACTIVA" to WS-TOTAAL-OMSCHRIJVING
               perform 4300-TOTAL-LINE thru 4300-EXIT

               move "P" to WS-SECTIE
               perform 4100-ONE-SECTION thru 4100-EXIT
               move WS-TOTAAL-J to WS-PASSIVA-J
               move WS-TOTAAL-V to WS-PASSIVA-V
               move "10/49" to WS-TOTAAL-CODE
               move "TOTAAL DER PASSIVA" to WS-TOTAAL-OMSCHRIJVING
               perform 4300-TOTAL-LINE thru 4300-EXIT

               move "R" to WS-SECTIE
               perform 4100-ONE-SECTION thru 4100-EXIT
               move "9904" to WS-TOTAAL-CODE
               move "WINST (VERLIES) VAN HET BOEKJAAR"
                   to WS-TOTAAL-OMSCHRIJVING
               perform 4300-TOTAL-LINE thru 4300-EXIT

               if WS-ACTIVA-J not = WS-PASSIVA-J
                   or WS-ACTIVA-V not = WS-PASSIVA-V
                   move spaces to LIJST-REGEL
                   write LIJST-REGEL
                   move spaces to LIJST-REGEL
                   string "LET OP: activa en passiva zijn niet in"
                              delimited by size
                          " evenwicht -- controleer de afsluiting."
                              delimited by size
                       into LIJST-REGEL
                   end-string
                   write LIJST-REGEL
                   display "Let op: activa en passiva niet in"
                       " evenwicht."
               end-if

               close LIJST-FILE
               close CSV-FILE
               display "Jaarrekening geschreven: "
                   function trim(DYNAMIC-LIJSTFILE) " en "
                   function trim(DYNAMIC-CSVFILE).
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-ONE-SECTION: the section's title, its rubrics with a
      *> figure in either year, and its total in WS-TOTAAL-J/V. The
      *> resultatenrekening totals credit minus debit: the result.
      *>----------------------------------------------------------------
           4100-ONE-SECTION.
               move 0 to WS-TOTAAL-J
               move 0 to WS-TOTAAL-V
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               evaluate WS-SECTIE
                   when "A"
                       move "ACTIVA" to LIJST-REGEL
                   when "P"
                       move "PASSIVA" to LIJST-REGEL
                   when other
                       move "RESULTATENREKENING" to LIJST-REGEL
               end-evaluate
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "Code       Omschrijving                      "
                          delimited by size
                      "                        Boekjaar"
                          delimited by size
                      "   Vorig boekjaar" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying WS-RUB-IDX from 1 by 1
                       until WS-RUB-IDX > WS-RUB-COUNT
                   if RUB-SECTIE(WS-RUB-IDX) = WS-SECTIE
                       perform 4200-ONE-RUBRIEK thru 4200-EXIT
                   end-if
               end-perform
               move all "-" to LIJST-REGEL
               write LIJST-REGEL.
           4100-EXIT.
               exit.

           4200-ONE-RUBRIEK.
               if RUB-TEKEN(WS-RUB-IDX) = "C"
                   compute WS-TOONBEDRAG-J = 0 - RUB-SALDO-J(WS-RUB-IDX)
                   compute WS-TOONBEDRAG-V = 0 - RUB-SALDO-V(WS-RUB-IDX)
               else
                   move RUB-SALDO-J(WS-RUB-IDX) to WS-TOONBEDRAG-J
                   move RUB-SALDO-V(WS-RUB-IDX) to WS-TOONBEDRAG-V
               end-if
               if WS-SECTIE = "R"
                   subtract RUB-SALDO-J(WS-RUB-IDX) from WS-TOTAAL-J
                   subtract RUB-SALDO-V(WS-RUB-IDX) from WS-TOTAAL-V
               else
                   add WS-TOONBEDRAG-J to WS-TOTAAL-J
                   add WS-TOONBEDRAG-V to WS-TOTAAL-V
               end-if
               if WS-TOONBEDRAG-J = 0 and WS-TOONBEDRAG-V = 0
                   go to 4200-EXIT
               end-if
               move RUB-CODE(WS-RUB-IDX) to WS-TOTAAL-CODE
               move RUB-OMSCHRIJVING(WS-RUB-IDX)
                   to WS-TOTAAL-OMSCHRIJVING
               perform 4400-WRITE-LINE thru 4400-EXIT.
           4200-EXIT.
               exit.

      *>    the section total, under its NBB code
           4300-TOTAL-LINE.
               move WS-TOTAAL-J to WS-TOONBEDRAG-J
               move WS-TOTAAL-V to WS-TOONBEDRAG-V
               perform 4400-WRITE-LINE thru 4400-EXIT.
           4300-EXIT.
               exit.

      *>    WS-TOTAAL-CODE / -OMSCHRIJVING / WS-TOONBEDRAG-J/V as a
      *>    printed and a CSV line
           4400-WRITE-LINE.
               move WS-TOONBEDRAG-J to DISPLAY-BEDRAG-J
               move WS-TOONBEDRAG-V to DISPLAY-BEDRAG-V
               move spaces to LIJST-REGEL
               string WS-TOTAAL-CODE delimited by size
                      " " delimited by size
                      WS-TOTAAL-OMSCHRIJVING delimited by size
                      DISPLAY-BEDRAG-J delimited by size
                      " " delimited by size
                      DISPLAY-BEDRAG-V delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to CSV-REGEL
               string WS-SECTIE delimited by size
                      "," delimited by size
                      function trim(WS-TOTAAL-CODE) delimited by size
                      "," delimited by size
                      function trim(WS-TOTAAL-OMSCHRIJVING)
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BEDRAG-J) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BEDRAG-V) delimited by size
                   into CSV-REGEL
               end-string
               write CSV-REGEL
               add 1 to WS-RECORDS-OUT.
           4400-EXIT.
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
               move "AnnualAccounts" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "GL-Saldi.csv" to LOG-INPUT-FILE
               move DYNAMIC-LIJSTFILE to LOG-OUTPUT-FILE
               move WS-RECORDS-IN to LOG-RECORDS-IN
               move WS-RECORDS-OUT to LOG-RECORDS-OUT
               if WS-RETURN-CODE = 0
                   move "SUCCESS" to LOG-FINAL-STATUS
               else
                   move "ERROR" to LOG-FINAL-STATUS
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
