      *>----------------------------------------------------------------
      *> ContractIndexation -- the annual price indexation of the
      *> service contracts. Contracten.csv carries the index clause in
      *> three columns behind Kostenplaats:
      *>   BasisIndex       the health index the current BedragExcl
      *>                    was set against
      *>   VerjaardagMaand  the month (01-12) the indexation falls on
      *>   IndexFormule     VOL      new = old * new index / base
      *>                    GEMENGD  new = old * (0.20 + 0.80 * new
      *>                             index / base) -- a fifth of the
      *>                             price stays fixed
      *>                    blank    no indexation clause
      *> Gezondheidsindex.csv (Maand,Index) is the index table; the
      *> index of the month before the anniversary month is the one
      *> applied, the way the index clause reads.
      *>   VOORSTEL <YYYY>      proposes the new BedragExcl of every
      *>                        contract whose anniversary falls in
      *>                        that year (from its first anniversary
      *>                        on, inside its start/end window, not
      *>                        yet indexed) in
      *>                        Indexatie-Voorstel-<YYYY>.csv, Status
      *>                        VOORGESTELD. Rerunning it is harmless:
      *>                        rows already TOEGEPAST or AFGEWEZEN
      *>                        are kept as they stand, the open ones
      *>                        are proposed afresh.
      *>                        A row set to AFGEWEZEN by hand is not
      *>                        applied; NieuwBedrag may be corrected
      *>                        by hand before approval.
      *>   GOEDKEUREN <YYYY-MM> applies the VOORGESTELD rows whose
      *>                        Ingangsdatum falls in or before that
      *>                        month: BedragExcl and BasisIndex on
      *>                        Contracten.csv are rewritten in place
      *>                        (every other column rides through
      *>                        verbatim), the old and new amount go
      *>                        to Contract-Indexatie-Historiek.csv,
      *>                        the proposal row turns TOEGEPAST, and
      *>                        each customer gets one notification
      *>                        letter Indexatiebrief-<YYYY-MM>-<klant>
      *>                        .txt in their Taal (Teksten.csv, NL
      *>                        the fallback) for DispatchRun QUEUE.
      *> A contract whose BedragExcl no longer matches the proposal's
      *> OudBedrag was changed by hand since: it is refused, not
      *> overwritten, and needs a fresh VOORSTEL.
      *>----------------------------------------------------------------
       identification division.
       program-id. ContractIndexation.
       environment division.
       input-output section.
       file-control.
           select CONTRACT-FILE assign to "Contracten.csv"
               organization is line sequential
               file status is WS-CONTRACT-STATUS.
           select INDEX-FILE assign to "Gezondheidsindex.csv"
               organization is line sequential
               file status is WS-INDEX-STATUS.
           select VOORSTEL-FILE assign dynamic DYNAMIC-VOORSTELFILE
               organization is line sequential
               file status is WS-VOORSTEL-STATUS.
           select HISTORIEK-FILE
               assign to "Contract-Indexatie-Historiek.csv"
               organization is line sequential
               file status is WS-HISTORIEK-STATUS.
           select KLANT-FILE assign to "Klanten.csv"
               organization is line sequential
               file status is WS-KLANT-STATUS.
           select TEKSTEN-FILE assign to "Teksten.csv"
               organization is line sequential
               file status is WS-TEKSTEN-STATUS.
           select CONFIG-FILE assign to "Intervat-Config.csv"
               organization is line sequential
               file status is WS-CONFIG-STATUS.
           select BRIEF-FILE assign dynamic DYNAMIC-BRIEFFILE
               organization is line sequential
               file status is WS-BRIEF-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd CONTRACT-FILE.
           01 CONTRACT-REGEL pic x(200).

           fd INDEX-FILE.
           01 INDEX-REGEL pic x(40).

           fd VOORSTEL-FILE.
           01 VOORSTEL-REGEL pic x(200).

           fd HISTORIEK-FILE.
           01 HISTORIEK-REGEL pic x(160).

           fd KLANT-FILE.
           01 KLANT-REGEL pic x(200).

           fd TEKSTEN-FILE.
           01 TEKSTEN-REGEL pic x(60).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd BRIEF-FILE.
           01 BRIEF-REGEL pic x(80).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-CONTRACT-STATUS pic xx.
           01 WS-INDEX-STATUS pic xx.
           01 WS-VOORSTEL-STATUS pic xx.
           01 WS-HISTORIEK-STATUS pic xx.
           01 WS-KLANT-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-BRIEF-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-ACTIE pic x(10).
           01 WS-RUN-PERIODE pic x(07).
           01 WS-RUN-JAAR pic x(04).
           01 DYNAMIC-VOORSTELFILE pic x(32).
           01 DYNAMIC-BRIEFFILE pic x(40).

      *>    the part of the price that stays fixed under GEMENGD
           01 WS-VAST-DEEL pic 9v99 value 0.20.

      *>    the register -- the raw row plus the columns we read; the
      *>    columns behind IndexFormule ride along in CT-REST
           01 WS-CONTRACT-COUNT pic 9(03) value 0.
           01 WS-CONTRACT-HEADER pic x(200).
           01 WS-CONTRACT-LEESREGEL pic x(200).
           01 CONTRACT-TABLE.
               05 CONTRACT-ENTRY OCCURS 500 TIMES
                       INDEXED BY CONTRACT-IDX.
                   10 CT-REGEL pic x(200).
                   10 CT-NR pic x(10).
                   10 CT-KLANT pic x(10).
                   10 CT-OMSCHRIJVING pic x(30).
                   10 CT-BEDRAG-S pic x(12).
                   10 CT-TARIEF-S pic x(04).
                   10 CT-FREQUENTIE pic x(02).
                   10 CT-STARTDATUM pic x(10).
                   10 CT-EINDDATUM pic x(10).
                   10 CT-KOSTENPLAATS pic x(10).
                   10 CT-BASIS-S pic x(10).
                   10 CT-MAAND-S pic x(02).
                   10 CT-FORMULE pic x(08).
                   10 CT-REST pic x(100).
                   10 CT-GEWIJZIGD pic x(01).
           01 WS-REGEL-PTR pic 9(03).
           01 WS-REGEL-LEN pic 9(03).

      *>    the health index table
           01 WS-INDEX-COUNT pic 9(03) value 0.
           01 WS-INDEX-LEESREGEL pic x(40).
           01 WS-INDEX-WAARDE-S pic x(10).
           01 INDEX-TABLE.
               05 INDEX-ENTRY OCCURS 600 TIMES
                       INDEXED BY INDEX-IDX.
                   10 IX-MAAND pic x(07).
                   10 IX-WAARDE pic 9(3)v99.

      *>    what was indexed before -- Contractnr + Ingangsdatum
           01 WS-HIST-COUNT pic 9(04) value 0.
           01 WS-HIST-LEESREGEL pic x(160).
           01 HIST-TABLE.
               05 HIST-ENTRY OCCURS 2000 TIMES
                       INDEXED BY HIST-IDX.
                   10 HS-CONTRACTNR pic x(10).
                   10 HS-KLANT pic x(10).
                   10 HS-INGANG pic x(10).

      *>    the proposal -- Contractnr,Klantnummer,Omschrijving,
      *>    Ingangsdatum,OudBedrag,BasisIndex,NieuweIndex,Formule,
      *>    NieuwBedrag,Status,Datum,Operator
           01 WS-VS-COUNT pic 9(03) value 0.
           01 WS-VS-LEESREGEL pic x(200).
           01 WS-VS-POS pic 9(03).
           01 VS-TABLE.
               05 VS-ENTRY OCCURS 500 TIMES INDEXED BY VS-IDX.
                   10 VS-CONTRACTNR pic x(10).
                   10 VS-KLANT pic x(10).
                   10 VS-OMSCHRIJVING pic x(30).
                   10 VS-INGANG pic x(10).
                   10 VS-OUD-S pic x(12).
                   10 VS-BASIS-S pic x(10).
                   10 VS-INDEX-S pic x(10).
                   10 VS-FORMULE pic x(08).
                   10 VS-NIEUW-S pic x(12).
                   10 VS-STATE pic x(12).
                   10 VS-DATUM pic x(10).
                   10 VS-OPERATOR pic x(12).
                   10 VS-BRIEF pic x(01).

      *>    one proposal in the making
           01 WS-INGANG pic x(10).
           01 WS-INDEXMAAND pic x(07).
           01 WS-JAAR-N pic 9(04).
           01 WS-MAAND-N pic 9(02).
           01 WS-START-JJ pic 9(04).
           01 WS-START-MM pic 9(02).
           01 WS-MAAND-DELTA pic s9(05).
           01 WS-GEVONDEN pic x(01).
           01 WS-OUD-BEDRAG pic s9(9)v99.
           01 WS-NIEUW-BEDRAG pic s9(9)v99.
           01 WS-BASIS-INDEX pic 9(3)v99.
           01 WS-NIEUWE-INDEX pic 9(3)v99.
           01 WS-INDEX-FACTOR pic 9v9(6).
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 DISPLAY-INDEX pic ZZ9.99.
           01 DISPLAY-COUNT pic Z(3)9.
           01 WS-VOORGESTELD pic 9(04) value 0.
           01 WS-ZONDER-INDEX pic 9(04) value 0.
           01 WS-TOEGEPAST pic 9(04) value 0.
           01 WS-GEWEIGERD pic 9(04) value 0.
           01 WS-BRIEVEN pic 9(04) value 0.

      *>    the customers -- name, address and Taal for the letter
           01 WS-KLANT-COUNT pic 9(04) value 0.
           01 WS-KLANT-LEESREGEL pic x(200).
           01 KLANT-TABLE.
               05 KLANT-ENTRY OCCURS 500 TIMES INDEXED BY KLANT-IDX.
                   10 KL-NR pic x(10).
                   10 KL-NAAM pic x(40).
                   10 KL-ADRES pic x(40).
                   10 KL-POSTCODE pic x(10).
                   10 KL-PLAATS pic x(30).
                   10 KL-TAAL pic x(02).
           01 WS-SKIP pic x(40).
           01 WS-BRIEF-KLANT-IDX pic 9(04).
           01 WS-BRIEF-KLANT pic x(10).

      *>    the letterhead, from Intervat-Config.csv
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(60).
           01 WS-FIRM-NAAM pic x(60) value spaces.
           01 WS-FIRM-BTWNUMMER pic x(14) value spaces.

      *>    per-language document labels -- see TEKSTEN.cpy; the
      *>    letter's sentence runs past a label's width and is read
      *>    into WS-BRIEF-ZIN
           copy "TEKSTEN.cpy".
           01 WS-BRIEF-ZIN pic x(30).
           01 WS-DATUM-LABEL pic x(22).

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-RUN-DATE-ISO pic x(10).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(10).
           01 LINK-PERIODE pic x(07).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PERIODE
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE
           move function trim(LINK-PERIODE) to WS-RUN-PERIODE
           move WS-RUN-PERIODE(1:4) to WS-RUN-JAAR
           if WS-RUN-JAAR not numeric
               display "Ongeldig jaar of periode (YYYY of YYYY-MM"
                   " verwacht): " WS-RUN-PERIODE
               move 1 to WS-RETURN-CODE
               go to 0900-WRITE-RUNLOG
           end-if
           move spaces to DYNAMIC-VOORSTELFILE
           string "Indexatie-Voorstel-" delimited by size
                  WS-RUN-JAAR delimited by size
                  ".csv" delimited by size
               into DYNAMIC-VOORSTELFILE
           end-string

           perform 1000-LOAD-CONTRACTS thru 1000-EXIT
           if WS-CONTRACT-COUNT = 0
               display "Contracten.csv not found or empty -- nothing"
                   " to index."
               move 1 to WS-RETURN-CODE
               go to 0900-WRITE-RUNLOG
           end-if
           perform 1200-LOAD-HISTORIEK thru 1200-EXIT

           evaluate WS-ACTIE
               when "VOORSTEL"
                   perform 1100-LOAD-INDEX thru 1100-EXIT
                   perform 2000-VOORSTEL thru 2000-EXIT
               when "GOEDKEUREN"
                   if WS-RUN-PERIODE(5:1) not = "-"
                           or WS-RUN-PERIODE(6:2) not numeric
                       display "Ongeldige periode (YYYY-MM verwacht): "
                           WS-RUN-PERIODE
                       move 1 to WS-RETURN-CODE
                   else
                       perform 3000-GOEDKEUREN thru 3000-EXIT
                   end-if
               when other
                   display "Onbekende actie (VOORSTEL of GOEDKEUREN): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate.

      *>    shared audit trail -- one line per run, see RUNLOG.cpy.
           0900-WRITE-RUNLOG.
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
           move "ContractIndexation" to LOG-PROGRAM-NAME
           move LINK-OPERATOR-ID to LOG-OPERATOR-ID
           move "Contracten.csv" to LOG-INPUT-FILE
           move DYNAMIC-VOORSTELFILE to LOG-OUTPUT-FILE
           move WS-CONTRACT-COUNT to LOG-RECORDS-IN
           if WS-ACTIE = "GOEDKEUREN"
               move WS-TOEGEPAST to LOG-RECORDS-OUT
           else
               move WS-VOORGESTELD to LOG-RECORDS-OUT
           end-if
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
           close RUNLOG-FILE

           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONTRACTS: the register, raw row and parsed columns
      *> side by side. WS-REGEL-PTR ends up behind IndexFormule, so
      *> whatever follows it is kept for the rewrite.
      *>----------------------------------------------------------------
           1000-LOAD-CONTRACTS.
               open input CONTRACT-FILE
               if WS-CONTRACT-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read CONTRACT-FILE into WS-CONTRACT-HEADER
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONTRACT-FILE into WS-CONTRACT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-CONTRACT-COUNT >= 500
                               display "Contract table full, skipping: "
                                   function trim(WS-CONTRACT-LEESREGEL)
                           else
                               add 1 to WS-CONTRACT-COUNT
                               perform 1010-PARSE-CONTRACT
                                   thru 1010-EXIT
                           end-if
                   end-read
               end-perform
               close CONTRACT-FILE.
           1000-EXIT.
               exit.

           1010-PARSE-CONTRACT.
               set CONTRACT-IDX to WS-CONTRACT-COUNT
               move spaces to CONTRACT-ENTRY(CONTRACT-IDX)
               move "N" to CT-GEWIJZIGD(CONTRACT-IDX)
               move function trim(WS-CONTRACT-LEESREGEL)
                   to CT-REGEL(CONTRACT-IDX)
               move function length(function trim(
                   WS-CONTRACT-LEESREGEL)) to WS-REGEL-LEN
               move 1 to WS-REGEL-PTR
               unstring CT-REGEL(CONTRACT-IDX)(1:WS-REGEL-LEN)
                   delimited by ","
                   into CT-NR(CONTRACT-IDX) CT-KLANT(CONTRACT-IDX)
                        CT-OMSCHRIJVING(CONTRACT-IDX)
                        CT-BEDRAG-S(CONTRACT-IDX)
                        CT-TARIEF-S(CONTRACT-IDX)
                        CT-FREQUENTIE(CONTRACT-IDX)
                        CT-STARTDATUM(CONTRACT-IDX)
                        CT-EINDDATUM(CONTRACT-IDX)
                        CT-KOSTENPLAATS(CONTRACT-IDX)
                        CT-BASIS-S(CONTRACT-IDX)
                        CT-MAAND-S(CONTRACT-IDX)
                        CT-FORMULE(CONTRACT-IDX)
                   with pointer WS-REGEL-PTR
               end-unstring
               if WS-REGEL-PTR <= WS-REGEL-LEN
                   move CT-REGEL(CONTRACT-IDX)(WS-REGEL-PTR:
                       WS-REGEL-LEN - WS-REGEL-PTR + 1)
                       to CT-REST(CONTRACT-IDX)
               end-if
               move function upper-case(CT-FORMULE(CONTRACT-IDX))
                   to CT-FORMULE(CONTRACT-IDX).
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-INDEX: Gezondheidsindex.csv, Maand (YYYY-MM),Index.
      *>----------------------------------------------------------------
           1100-LOAD-INDEX.
               open input INDEX-FILE
               if WS-INDEX-STATUS not = "00"
                   display "Gezondheidsindex.csv not found -- no"
                       " index to apply."
                   go to 1100-EXIT
               end-if
               read INDEX-FILE into WS-INDEX-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read INDEX-FILE into WS-INDEX-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-INDEX-COUNT < 600
                               add 1 to WS-INDEX-COUNT
                               move spaces to WS-INDEX-WAARDE-S
                               unstring function trim(
                                       WS-INDEX-LEESREGEL)
                                   delimited by ","
                                   into IX-MAAND(WS-INDEX-COUNT)
                                        WS-INDEX-WAARDE-S
                               end-unstring
                               if function test-numval(function trim(
                                       WS-INDEX-WAARDE-S)) = 0
                                   move function numval(function trim(
                                       WS-INDEX-WAARDE-S))
                                       to IX-WAARDE(WS-INDEX-COUNT)
                               else
                                   subtract 1 from WS-INDEX-COUNT
                               end-if
                           end-if
                   end-read
               end-perform
               close INDEX-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-HISTORIEK: Contractnr,Klantnummer,Ingangsdatum of
      *> every indexation applied so far.
      *>----------------------------------------------------------------
           1200-LOAD-HISTORIEK.
               open input HISTORIEK-FILE
               if WS-HISTORIEK-STATUS not = "00"
                   go to 1200-EXIT
               end-if
               read HISTORIEK-FILE into WS-HIST-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HISTORIEK-FILE into WS-HIST-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-HIST-COUNT < 2000
                               add 1 to WS-HIST-COUNT
                               unstring function trim(
                                       WS-HIST-LEESREGEL)
                                   delimited by ","
                                   into HS-CONTRACTNR(WS-HIST-COUNT)
                                        HS-KLANT(WS-HIST-COUNT)
                                        HS-INGANG(WS-HIST-COUNT)
                               end-unstring
                           end-if
                   end-read
               end-perform
               close HISTORIEK-FILE.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-VOORSTEL: one proposal row per contract due in the year.
      *>----------------------------------------------------------------
           2000-VOORSTEL.
               perform 3050-LOAD-VOORSTEL thru 3050-EXIT
               open output VOORSTEL-FILE
               if WS-VOORSTEL-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-VOORSTELFILE) ": "
                       WS-VOORSTEL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move spaces to VOORSTEL-REGEL
               string "Contractnr,Klantnummer,Omschrijving,"
                          delimited by size
                      "Ingangsdatum,OudBedrag,BasisIndex,NieuweIndex,"
                          delimited by size
                      "Formule,NieuwBedrag,Status,Datum,Operator"
                          delimited by size
                   into VOORSTEL-REGEL
               end-string
               write VOORSTEL-REGEL
      *>        what was decided on stays -- applied or turned down
               perform varying VS-IDX from 1 by 1
                       until VS-IDX > WS-VS-COUNT
                   if VS-STATE(VS-IDX) not = "VOORGESTELD"
                       perform 3610-WRITE-VS-ROW thru 3610-EXIT
                   end-if
               end-perform
               perform varying CONTRACT-IDX from 1 by 1
                       until CONTRACT-IDX > WS-CONTRACT-COUNT
                   perform 2100-PROPOSE-ONE thru 2100-EXIT
               end-perform
               close VOORSTEL-FILE

               move WS-VOORGESTELD to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " indexatievoorstel(len) voor " WS-RUN-JAAR
                   " in " function trim(DYNAMIC-VOORSTELFILE)
               if WS-ZONDER-INDEX > 0
                   move WS-ZONDER-INDEX to DISPLAY-COUNT
                   display function trim(DISPLAY-COUNT)
                       " contract(en) zonder index voor de maand voor"
                       " de verjaardag -- nog niet voorgesteld."
               end-if.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-PROPOSE-ONE: CONTRACT-IDX's indexation in WS-RUN-JAAR,
      *> if it has a clause and is due.
      *>----------------------------------------------------------------
           2100-PROPOSE-ONE.
               if CT-FORMULE(CONTRACT-IDX) = spaces
                   go to 2100-EXIT
               end-if
               if CT-FORMULE(CONTRACT-IDX) not = "VOL"
                       and CT-FORMULE(CONTRACT-IDX) not = "GEMENGD"
                   display "Onbekende indexformule "
                       function trim(CT-FORMULE(CONTRACT-IDX))
                       " op contract "
                       function trim(CT-NR(CONTRACT-IDX))
                       " -- overgeslagen."
                   go to 2100-EXIT
               end-if
               if function test-numval(function trim(
                       CT-BASIS-S(CONTRACT-IDX))) not = 0
                   or function test-numval(function trim(
                       CT-MAAND-S(CONTRACT-IDX))) not = 0
                   or function test-numval-c(function trim(
                       CT-BEDRAG-S(CONTRACT-IDX))) not = 0
                   or CT-STARTDATUM(CONTRACT-IDX)(1:4) not numeric
                   or CT-STARTDATUM(CONTRACT-IDX)(6:2) not numeric
                   display "Indexclausule onvolledig op contract "
                       function trim(CT-NR(CONTRACT-IDX))
                       " -- overgeslagen."
                   go to 2100-EXIT
               end-if
               move function numval(function trim(
                   CT-MAAND-S(CONTRACT-IDX))) to WS-MAAND-N
               if WS-MAAND-N < 1 or WS-MAAND-N > 12
                   display "Ongeldige verjaardagmaand op contract "
                       function trim(CT-NR(CONTRACT-IDX))
                       " -- overgeslagen."
                   go to 2100-EXIT
               end-if
               move function numval(WS-RUN-JAAR) to WS-JAAR-N
               move spaces to WS-INGANG
               string WS-RUN-JAAR delimited by size
                      "-" delimited by size
                      WS-MAAND-N delimited by size
                      "-01" delimited by size
                   into WS-INGANG
               end-string

      *>        from the first anniversary on, inside the window
               move function numval(CT-STARTDATUM(CONTRACT-IDX)(1:4))
                   to WS-START-JJ
               move function numval(CT-STARTDATUM(CONTRACT-IDX)(6:2))
                   to WS-START-MM
               compute WS-MAAND-DELTA =
                   ((WS-JAAR-N - WS-START-JJ) * 12)
                   + WS-MAAND-N - WS-START-MM
               if WS-MAAND-DELTA < 12
                   go to 2100-EXIT
               end-if
               if CT-EINDDATUM(CONTRACT-IDX) not = spaces
                       and CT-EINDDATUM(CONTRACT-IDX) < WS-INGANG
                   go to 2100-EXIT
               end-if

      *>        not indexed for this anniversary yet
               perform varying HIST-IDX from 1 by 1
                       until HIST-IDX > WS-HIST-COUNT
                   if HS-CONTRACTNR(HIST-IDX) = CT-NR(CONTRACT-IDX)
                           and HS-INGANG(HIST-IDX) = WS-INGANG
                       go to 2100-EXIT
                   end-if
               end-perform

      *>        nor turned down for it
               perform varying VS-IDX from 1 by 1
                       until VS-IDX > WS-VS-COUNT
                   if VS-CONTRACTNR(VS-IDX) = CT-NR(CONTRACT-IDX)
                           and VS-INGANG(VS-IDX) = WS-INGANG
                           and VS-STATE(VS-IDX) not = "VOORGESTELD"
                       go to 2100-EXIT
                   end-if
               end-perform

      *>        the index of the month before the anniversary month
               if WS-MAAND-N = 1
                   compute WS-JAAR-N = WS-JAAR-N - 1
                   move 12 to WS-MAAND-N
               else
                   subtract 1 from WS-MAAND-N
               end-if
               move spaces to WS-INDEXMAAND
               string WS-JAAR-N delimited by size
                      "-" delimited by size
                      WS-MAAND-N delimited by size
                   into WS-INDEXMAAND
               end-string
               move "N" to WS-GEVONDEN
               perform varying INDEX-IDX from 1 by 1
                       until INDEX-IDX > WS-INDEX-COUNT
                   if IX-MAAND(INDEX-IDX) = WS-INDEXMAAND
                       move IX-WAARDE(INDEX-IDX) to WS-NIEUWE-INDEX
                       move "Y" to WS-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-GEVONDEN not = "Y"
                   add 1 to WS-ZONDER-INDEX
                   go to 2100-EXIT
               end-if

               move function numval(function trim(
                   CT-BASIS-S(CONTRACT-IDX))) to WS-BASIS-INDEX
               if WS-BASIS-INDEX = 0
                   display "BasisIndex nul op contract "
                       function trim(CT-NR(CONTRACT-IDX))
                       " -- overgeslagen."
                   go to 2100-EXIT
               end-if
               move function numval-c(function trim(
                   CT-BEDRAG-S(CONTRACT-IDX))) to WS-OUD-BEDRAG
               if CT-FORMULE(CONTRACT-IDX) = "VOL"
                   compute WS-NIEUW-BEDRAG rounded =
                       WS-OUD-BEDRAG * WS-NIEUWE-INDEX
                       / WS-BASIS-INDEX
               else
                   compute WS-INDEX-FACTOR rounded =
                       WS-VAST-DEEL + ((1 - WS-VAST-DEEL)
                       * WS-NIEUWE-INDEX / WS-BASIS-INDEX)
                   compute WS-NIEUW-BEDRAG rounded =
                       WS-OUD-BEDRAG * WS-INDEX-FACTOR
               end-if

               add 1 to WS-VOORGESTELD
               move spaces to VOORSTEL-REGEL
               move WS-OUD-BEDRAG to DISPLAY-BEDRAG
               string function trim(CT-NR(CONTRACT-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(CT-KLANT(CONTRACT-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(CT-OMSCHRIJVING(CONTRACT-IDX))
                          delimited by size
                      "," delimited by size
                      WS-INGANG delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BEDRAG) delimited by size
                      "," delimited by size
                   into VOORSTEL-REGEL
               end-string
               move WS-BASIS-INDEX to DISPLAY-INDEX
               move function length(function trim(VOORSTEL-REGEL))
                   to WS-REGEL-PTR
               add 1 to WS-REGEL-PTR
               string function trim(DISPLAY-INDEX) delimited by size
                      "," delimited by size
                   into VOORSTEL-REGEL with pointer WS-REGEL-PTR
               end-string
               move WS-NIEUWE-INDEX to DISPLAY-INDEX
               move WS-NIEUW-BEDRAG to DISPLAY-BEDRAG
               string function trim(DISPLAY-INDEX) delimited by size
                      "," delimited by size
                      function trim(CT-FORMULE(CONTRACT-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BEDRAG) delimited by size
                      ",VOORGESTELD," delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      "," delimited by size
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into VOORSTEL-REGEL with pointer WS-REGEL-PTR
               end-string
               write VOORSTEL-REGEL.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-GOEDKEUREN: the year's proposal applied up to and
      *> including WS-RUN-PERIODE, then the register, the proposal
      *> and the letters written.
      *>----------------------------------------------------------------
           3000-GOEDKEUREN.
               perform 3050-LOAD-VOORSTEL thru 3050-EXIT
               if WS-VOORSTEL-STATUS not = "00"
                   display function trim(DYNAMIC-VOORSTELFILE)
                       " not found -- run VOORSTEL " WS-RUN-JAAR
                       " first."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if

               perform varying VS-IDX from 1 by 1
                       until VS-IDX > WS-VS-COUNT
                   if VS-STATE(VS-IDX) = "VOORGESTELD"
                           and VS-INGANG(VS-IDX)(1:7) <= WS-RUN-PERIODE
                       perform 3100-APPLY-ONE thru 3100-EXIT
                   end-if
               end-perform

               if WS-TOEGEPAST > 0
                   perform 3500-REWRITE-CONTRACTS thru 3500-EXIT
               end-if
               if WS-RETURN-CODE = 0 and WS-TOEGEPAST > 0
                   perform 3600-REWRITE-VOORSTEL thru 3600-EXIT
                   perform 4000-WRITE-LETTERS thru 4000-EXIT
               end-if

               move WS-TOEGEPAST to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " indexatie(s) toegepast tot en met "
                   WS-RUN-PERIODE
               if WS-BRIEVEN > 0
                   move WS-BRIEVEN to DISPLAY-COUNT
                   display function trim(DISPLAY-COUNT)
                       " indexatiebrief(brieven) klaar voor"
                       " DispatchRun QUEUE."
               end-if
               if WS-GEWEIGERD > 0
                   move WS-GEWEIGERD to DISPLAY-COUNT
                   display function trim(DISPLAY-COUNT)
                       " voorstel(len) geweigerd -- contract gewijzigd"
                       " sinds het voorstel."
               end-if.
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3050-LOAD-VOORSTEL: the year's proposal into VS-TABLE; a
      *> missing file leaves WS-VOORSTEL-STATUS not "00".
      *>----------------------------------------------------------------
           3050-LOAD-VOORSTEL.
               move 0 to WS-VS-COUNT
               open input VOORSTEL-FILE
               if WS-VOORSTEL-STATUS not = "00"
                   go to 3050-EXIT
               end-if
               read VOORSTEL-FILE into WS-VS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read VOORSTEL-FILE into WS-VS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-VS-COUNT < 500
                               add 1 to WS-VS-COUNT
                               move spaces to VS-ENTRY(WS-VS-COUNT)
                               unstring function trim(WS-VS-LEESREGEL)
                                   delimited by ","
                                   into VS-CONTRACTNR(WS-VS-COUNT)
                                        VS-KLANT(WS-VS-COUNT)
                                        VS-OMSCHRIJVING(WS-VS-COUNT)
                                        VS-INGANG(WS-VS-COUNT)
                                        VS-OUD-S(WS-VS-COUNT)
                                        VS-BASIS-S(WS-VS-COUNT)
                                        VS-INDEX-S(WS-VS-COUNT)
                                        VS-FORMULE(WS-VS-COUNT)
                                        VS-NIEUW-S(WS-VS-COUNT)
                                        VS-STATE(WS-VS-COUNT)
                                        VS-DATUM(WS-VS-COUNT)
                                        VS-OPERATOR(WS-VS-COUNT)
                               end-unstring
                               move function upper-case(
                                   VS-STATE(WS-VS-COUNT))
                                   to VS-STATE(WS-VS-COUNT)
                               move "N" to VS-BRIEF(WS-VS-COUNT)
                           end-if
                   end-read
               end-perform
               close VOORSTEL-FILE.
           3050-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-APPLY-ONE: VS-IDX onto its contract and the history.
      *>----------------------------------------------------------------
           3100-APPLY-ONE.
               move "N" to WS-GEVONDEN
               perform varying CONTRACT-IDX from 1 by 1
                       until CONTRACT-IDX > WS-CONTRACT-COUNT
                   if CT-NR(CONTRACT-IDX) = VS-CONTRACTNR(VS-IDX)
                       move "Y" to WS-GEVONDEN
                       exit perform
                   end-if
               end-perform
               if WS-GEVONDEN not = "Y"
                   display "Contract "
                       function trim(VS-CONTRACTNR(VS-IDX))
                       " staat niet meer in Contracten.csv --"
                       " voorstel overgeslagen."
                   add 1 to WS-GEWEIGERD
                   go to 3100-EXIT
               end-if
               if function test-numval-c(function trim(
                       VS-NIEUW-S(VS-IDX))) not = 0
                   display "NieuwBedrag onleesbaar voor contract "
                       function trim(VS-CONTRACTNR(VS-IDX))
                       " -- voorstel overgeslagen."
                   add 1 to WS-GEWEIGERD
                   go to 3100-EXIT
               end-if
               move function numval-c(function trim(
                   CT-BEDRAG-S(CONTRACT-IDX))) to WS-OUD-BEDRAG
               if WS-OUD-BEDRAG not = function numval-c(function trim(
                       VS-OUD-S(VS-IDX)))
                   display "Contract "
                       function trim(VS-CONTRACTNR(VS-IDX))
                       " gewijzigd sinds het voorstel -- niet"
                       " geindexeerd."
                   add 1 to WS-GEWEIGERD
                   go to 3100-EXIT
               end-if
               move function numval-c(function trim(
                   VS-NIEUW-S(VS-IDX))) to WS-NIEUW-BEDRAG
               move WS-NIEUW-BEDRAG to DISPLAY-BEDRAG
               move function trim(DISPLAY-BEDRAG)
                   to CT-BEDRAG-S(CONTRACT-IDX)
               move VS-INDEX-S(VS-IDX) to CT-BASIS-S(CONTRACT-IDX)
               move "Y" to CT-GEWIJZIGD(CONTRACT-IDX)
               move "TOEGEPAST" to VS-STATE(VS-IDX)
               move "J" to VS-BRIEF(VS-IDX)
               move WS-RUN-DATE-ISO to VS-DATUM(VS-IDX)
               move LINK-OPERATOR-ID to VS-OPERATOR(VS-IDX)
               add 1 to WS-TOEGEPAST

               open extend HISTORIEK-FILE
               if WS-HISTORIEK-STATUS not = "00"
                   open output HISTORIEK-FILE
                   if WS-HISTORIEK-STATUS not = "00"
                       display "Contract-Indexatie-Historiek.csv niet"
                           " schrijfbaar: " WS-HISTORIEK-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 3100-EXIT
                   end-if
                   move spaces to HISTORIEK-REGEL
                   string "Contractnr,Klantnummer,Ingangsdatum,"
                              delimited by size
                          "OudBedrag,NieuwBedrag,BasisIndex,"
                              delimited by size
                          "NieuweIndex,Formule,Toegepast,Operator"
                              delimited by size
                       into HISTORIEK-REGEL
                   end-string
                   write HISTORIEK-REGEL
               end-if
               move WS-OUD-BEDRAG to DISPLAY-BEDRAG
               move spaces to HISTORIEK-REGEL
               string function trim(VS-CONTRACTNR(VS-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(VS-KLANT(VS-IDX)) delimited by size
                      "," delimited by size
                      function trim(VS-INGANG(VS-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BEDRAG) delimited by size
                      "," delimited by size
                      function trim(CT-BEDRAG-S(CONTRACT-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(VS-BASIS-S(VS-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(VS-INDEX-S(VS-IDX))
                          delimited by size
                      "," delimited by size
                      function trim(VS-FORMULE(VS-IDX))
                          delimited by size
                      "," delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      "," delimited by size
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into HISTORIEK-REGEL
               end-string
               write HISTORIEK-REGEL
               close HISTORIEK-FILE.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3500-REWRITE-CONTRACTS: the register back in place; only an
      *> indexed row is rebuilt, every other row is written as read.
      *>----------------------------------------------------------------
           3500-REWRITE-CONTRACTS.
               open output CONTRACT-FILE
               if WS-CONTRACT-STATUS not = "00"
                   display "Contracten.csv niet herschrijfbaar: "
                       WS-CONTRACT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3500-EXIT
               end-if
               move WS-CONTRACT-HEADER to CONTRACT-REGEL
               write CONTRACT-REGEL
               perform varying CONTRACT-IDX from 1 by 1
                       until CONTRACT-IDX > WS-CONTRACT-COUNT
                   if CT-GEWIJZIGD(CONTRACT-IDX) = "Y"
                       move spaces to CONTRACT-REGEL
                       string
                           function trim(CT-NR(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-KLANT(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-OMSCHRIJVING(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-BEDRAG-S(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-TARIEF-S(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-FREQUENTIE(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-STARTDATUM(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-EINDDATUM(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-KOSTENPLAATS(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-BASIS-S(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-MAAND-S(CONTRACT-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(CT-FORMULE(CONTRACT-IDX))
                               delimited by size
                           into CONTRACT-REGEL
                       end-string
                       if CT-REST(CONTRACT-IDX) not = spaces
                           move function length(function trim(
                               CONTRACT-REGEL)) to WS-REGEL-PTR
                           add 1 to WS-REGEL-PTR
                           string "," delimited by size
                                  function trim(CT-REST(CONTRACT-IDX))
                                      delimited by size
                               into CONTRACT-REGEL
                               with pointer WS-REGEL-PTR
                           end-string
                       end-if
                   else
                       move CT-REGEL(CONTRACT-IDX) to CONTRACT-REGEL
                   end-if
                   write CONTRACT-REGEL
               end-perform
               close CONTRACT-FILE.
           3500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3600-REWRITE-VOORSTEL: the proposal with its TOEGEPAST rows.
      *>----------------------------------------------------------------
           3600-REWRITE-VOORSTEL.
               open output VOORSTEL-FILE
               if WS-VOORSTEL-STATUS not = "00"
                   display function trim(DYNAMIC-VOORSTELFILE)
                       " niet herschrijfbaar: " WS-VOORSTEL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3600-EXIT
               end-if
               move spaces to VOORSTEL-REGEL
               string "Contractnr,Klantnummer,Omschrijving,"
                          delimited by size
                      "Ingangsdatum,OudBedrag,BasisIndex,NieuweIndex,"
                          delimited by size
                      "Formule,NieuwBedrag,Status,Datum,Operator"
                          delimited by size
                   into VOORSTEL-REGEL
               end-string
               write VOORSTEL-REGEL
               perform varying VS-IDX from 1 by 1
                       until VS-IDX > WS-VS-COUNT
                   perform 3610-WRITE-VS-ROW thru 3610-EXIT
               end-perform
               close VOORSTEL-FILE.
           3600-EXIT.
               exit.

           3610-WRITE-VS-ROW.
               move spaces to VOORSTEL-REGEL
               string
                   function trim(VS-CONTRACTNR(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-KLANT(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-OMSCHRIJVING(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-INGANG(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-OUD-S(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-BASIS-S(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-INDEX-S(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-FORMULE(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-NIEUW-S(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-STATE(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-DATUM(VS-IDX))
                       delimited by size
                   "," delimited by size
                   function trim(VS-OPERATOR(VS-IDX))
                       delimited by size
                   into VOORSTEL-REGEL
               end-string
               write VOORSTEL-REGEL.
           3610-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-WRITE-LETTERS: one letter per customer over the rows
      *> this run applied (VS-BRIEF J until their letter is written).
      *>----------------------------------------------------------------
           4000-WRITE-LETTERS.
               perform 4300-LOAD-DOC-TABLES thru 4300-EXIT
               perform varying WS-VS-POS from 1 by 1
                       until WS-VS-POS > WS-VS-COUNT
                   if VS-BRIEF(WS-VS-POS) = "J"
                       move VS-KLANT(WS-VS-POS) to WS-BRIEF-KLANT
                       perform 4100-WRITE-ONE-LETTER thru 4100-EXIT
                   end-if
               end-perform.
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-WRITE-ONE-LETTER: WS-BRIEF-KLANT's letter, in their Taal,
      *> listing each of their contracts indexed in this run.
      *>----------------------------------------------------------------
           4100-WRITE-ONE-LETTER.
               move 0 to WS-BRIEF-KLANT-IDX
               move "NL" to WS-DOC-TAAL
               perform varying KLANT-IDX from 1 by 1
                       until KLANT-IDX > WS-KLANT-COUNT
                   if KL-NR(KLANT-IDX) = WS-BRIEF-KLANT
                       set WS-BRIEF-KLANT-IDX to KLANT-IDX
                       if KL-TAAL(KLANT-IDX) not = spaces
                           move KL-TAAL(KLANT-IDX) to WS-DOC-TAAL
                       end-if
                       exit perform
                   end-if
               end-perform

               move spaces to DYNAMIC-BRIEFFILE
               string "Indexatiebrief-" delimited by size
                      WS-RUN-PERIODE delimited by size
                      "-" delimited by size
                      function trim(WS-BRIEF-KLANT) delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-BRIEFFILE
               end-string
               open output BRIEF-FILE
               if WS-BRIEF-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-BRIEFFILE) ": "
                       WS-BRIEF-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4100-EXIT
               end-if
               add 1 to WS-BRIEVEN

               move "========================================"
                   to BRIEF-REGEL
               write BRIEF-REGEL
               move "Datum:" to WS-TEKST-LABEL
               move "DATUM" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move WS-TEKST-LABEL to WS-DATUM-LABEL
               move "PRIJSINDEXATIE" to WS-TEKST-LABEL
               move "IDXTITEL" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to BRIEF-REGEL
               string function trim(WS-TEKST-LABEL) delimited by size
                      "          " delimited by size
                      function trim(WS-DATUM-LABEL) delimited by size
                      " " delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               string function trim(WS-FIRM-NAAM) delimited by size
                      "   BTW " delimited by size
                      function trim(WS-FIRM-BTWNUMMER)
                          delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL

               move "Klant:" to WS-TEKST-LABEL
               move "KLANT" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to BRIEF-REGEL
               if WS-BRIEF-KLANT-IDX > 0
                   string WS-TEKST-LABEL(1:8) delimited by size
                          function trim(KL-NAAM(WS-BRIEF-KLANT-IDX))
                              delimited by size
                       into BRIEF-REGEL
                   end-string
                   write BRIEF-REGEL
                   move spaces to BRIEF-REGEL
                   string "        " delimited by size
                          function trim(KL-ADRES(WS-BRIEF-KLANT-IDX))
                              delimited by size
                       into BRIEF-REGEL
                   end-string
                   write BRIEF-REGEL
                   move spaces to BRIEF-REGEL
                   string "        " delimited by size
                          function trim(
                              KL-POSTCODE(WS-BRIEF-KLANT-IDX))
                              delimited by size
                          " " delimited by size
                          function trim(KL-PLAATS(WS-BRIEF-KLANT-IDX))
                              delimited by size
                       into BRIEF-REGEL
                   end-string
               else
                   string WS-TEKST-LABEL(1:8) delimited by size
                          function trim(WS-BRIEF-KLANT)
                              delimited by size
                       into BRIEF-REGEL
                   end-string
               end-if
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL

               move "Volgens de indexclausule van" to WS-BRIEF-ZIN
               move "IDXZIN1" to WS-TEKST-SLEUTEL
               perform 4510-GET-ZIN thru 4510-EXIT
               move WS-BRIEF-ZIN to BRIEF-REGEL
               write BRIEF-REGEL
               move "uw contract passen wij de" to WS-BRIEF-ZIN
               move "IDXZIN2" to WS-TEKST-SLEUTEL
               perform 4510-GET-ZIN thru 4510-EXIT
               move WS-BRIEF-ZIN to BRIEF-REGEL
               write BRIEF-REGEL
               move "prijs aan de gezondheidsindex." to WS-BRIEF-ZIN
               move "IDXZIN3" to WS-TEKST-SLEUTEL
               perform 4510-GET-ZIN thru 4510-EXIT
               move WS-BRIEF-ZIN to BRIEF-REGEL
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL

               perform varying VS-IDX from WS-VS-POS by 1
                       until VS-IDX > WS-VS-COUNT
                   if VS-KLANT(VS-IDX) = WS-BRIEF-KLANT
                           and VS-BRIEF(VS-IDX) = "J"
                       perform 4200-WRITE-LETTER-CONTRACT
                           thru 4200-EXIT
                       move "Y" to VS-BRIEF(VS-IDX)
                   end-if
               end-perform

               move "========================================"
                   to BRIEF-REGEL
               write BRIEF-REGEL
               close BRIEF-FILE.
           4100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4200-WRITE-LETTER-CONTRACT: the block for VS-IDX -- contract,
      *> old and new amount excl. BTW, the indices and the date.
      *>----------------------------------------------------------------
           4200-WRITE-LETTER-CONTRACT.
               move "Contract:" to WS-TEKST-LABEL
               move "CONTRACT" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to BRIEF-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(VS-CONTRACTNR(VS-IDX))
                          delimited by size
                      " " delimited by size
                      function trim(VS-OMSCHRIJVING(VS-IDX))
                          delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move "Huidig bedrag excl.:" to WS-TEKST-LABEL
               move "OUDBEDRAG" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to BRIEF-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(VS-OUD-S(VS-IDX))
                          delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move "Nieuw bedrag excl.:" to WS-TEKST-LABEL
               move "NIEUWBEDRAG" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to BRIEF-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(VS-NIEUW-S(VS-IDX))
                          delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move "Index oud / nieuw:" to WS-TEKST-LABEL
               move "INDEXCIJFER" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to BRIEF-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(VS-BASIS-S(VS-IDX))
                          delimited by size
                      " / " delimited by size
                      function trim(VS-INDEX-S(VS-IDX))
                          delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move "Van toepassing vanaf:" to WS-TEKST-LABEL
               move "INGANG" to WS-TEKST-SLEUTEL
               perform 4500-GET-TEKST thru 4500-EXIT
               move spaces to BRIEF-REGEL
               string WS-TEKST-LABEL delimited by size
                      function trim(VS-INGANG(VS-IDX))
                          delimited by size
                   into BRIEF-REGEL
               end-string
               write BRIEF-REGEL
               move spaces to BRIEF-REGEL
               write BRIEF-REGEL.
           4200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4300-LOAD-DOC-TABLES: Teksten.csv, the customers and the
      *> letterhead.
      *>----------------------------------------------------------------
           4300-LOAD-DOC-TABLES.
               move 0 to WS-TEKST-COUNT
               open input TEKSTEN-FILE
               if WS-TEKSTEN-STATUS = "00"
                   read TEKSTEN-FILE into WS-TEKST-LEESREGEL *> header
                   move "0" to WS-TEKSTEN-EOF
                   perform until WS-TEKSTEN-EOF = "1"
                       read TEKSTEN-FILE into WS-TEKST-LEESREGEL
                           at end
                               move "1" to WS-TEKSTEN-EOF
                           not at end
                               if WS-TEKST-COUNT < 300
                                   add 1 to WS-TEKST-COUNT
                                   move spaces to TEKST-ENTRY(
                                       WS-TEKST-COUNT)
                                   unstring function trim(
                                           WS-TEKST-LEESREGEL)
                                       delimited by ","
                                       into TXT-TAAL(WS-TEKST-COUNT)
                                          TXT-SLEUTEL(WS-TEKST-COUNT)
                                          TXT-TEKST(WS-TEKST-COUNT)
                                   end-unstring
                               end-if
                       end-read
                   end-perform
                   close TEKSTEN-FILE
               end-if

               move 0 to WS-KLANT-COUNT
               open input KLANT-FILE
               if WS-KLANT-STATUS = "00"
                   read KLANT-FILE into WS-KLANT-LEESREGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read KLANT-FILE into WS-KLANT-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               if WS-KLANT-COUNT < 500
                                   add 1 to WS-KLANT-COUNT
                                   move spaces to KLANT-ENTRY(
                                       WS-KLANT-COUNT)
                                   unstring function trim(
                                           WS-KLANT-LEESREGEL)
                                       delimited by ","
                                       into KL-NR(WS-KLANT-COUNT)
                                            KL-NAAM(WS-KLANT-COUNT)
                                            KL-ADRES(WS-KLANT-COUNT)
                                            KL-POSTCODE(WS-KLANT-COUNT)
                                            KL-PLAATS(WS-KLANT-COUNT)
                                            WS-SKIP WS-SKIP WS-SKIP
                                            KL-TAAL(WS-KLANT-COUNT)
                                   end-unstring
                                   move function upper-case(
                                       KL-TAAL(WS-KLANT-COUNT))
                                       to KL-TAAL(WS-KLANT-COUNT)
                               end-if
                       end-read
                   end-perform
                   close KLANT-FILE
               end-if

               open input CONFIG-FILE
               if WS-CONFIG-STATUS = "00"
                   read CONFIG-FILE into CONFIG-REGEL *> header
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read CONFIG-FILE into CONFIG-REGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               move spaces to WS-CONFIG-SLEUTEL
                                   WS-CONFIG-WAARDE
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
                               if function trim(WS-CONFIG-SLEUTEL)
                                       = "BTWNUMMER"
                                   move WS-CONFIG-WAARDE
                                       to WS-FIRM-BTWNUMMER
                               end-if
                       end-read
                   end-perform
                   close CONFIG-FILE
               end-if.
           4300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4500-GET-TEKST: WS-TEKST-LABEL already holds the built-in
      *> NL label; when Teksten.csv has a row for the customer's
      *> WS-DOC-TAAL and WS-TEKST-SLEUTEL it replaces it.
      *>----------------------------------------------------------------
           4500-GET-TEKST.
               if WS-DOC-TAAL = "NL" or WS-TEKST-COUNT = 0
                   go to 4500-EXIT
               end-if
               perform varying TEKST-IDX from 1 by 1
                       until TEKST-IDX > WS-TEKST-COUNT
                   if TXT-TAAL(TEKST-IDX) = WS-DOC-TAAL
                       and function trim(TXT-SLEUTEL(TEKST-IDX))
                           = function trim(WS-TEKST-SLEUTEL)
                       move TXT-TEKST(TEKST-IDX) to WS-TEKST-LABEL
                       exit perform
                   end-if
               end-perform.
           4500-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4510-GET-ZIN: the same lookup for a sentence line, the full
      *> 30 positions of the text column into WS-BRIEF-ZIN.
      *>----------------------------------------------------------------
           4510-GET-ZIN.
               if WS-DOC-TAAL = "NL" or WS-TEKST-COUNT = 0
                   go to 4510-EXIT
               end-if
               perform varying TEKST-IDX from 1 by 1
                       until TEKST-IDX > WS-TEKST-COUNT
                   if TXT-TAAL(TEKST-IDX) = WS-DOC-TAAL
                       and function trim(TXT-SLEUTEL(TEKST-IDX))
                           = function trim(WS-TEKST-SLEUTEL)
                       move TXT-TEKST(TEKST-IDX) to WS-BRIEF-ZIN
                       exit perform
                   end-if
               end-perform.
           4510-EXIT.
               exit.
