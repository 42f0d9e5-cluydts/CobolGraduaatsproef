      *>----------------------------------------------------------------
      *> CashBook -- the petty cash lived in a paper kasboek that the
      *> accountant typed in at year end. This keeps it in
      *> Kasboek.csv (Nr,Datum,Soort,Categorie,Bedrag,BtwPct,Btw,
      *> Stuk,Omschrijving,Operator,Aankoop,Geboekt), written in date
      *> order, one row per movement:
      *>   ONTVANGST <categorie> <bedrag>,<btwpct>,<stuk>,
      *>             <omschrijving>[,<datum>]
      *>   UITGAVE   <categorie> <bedrag>,<btwpct>,<stuk>,
      *>             <omschrijving>[,<datum>]
      *>       a cash receipt or a cash expense, VAT included in the
      *>       amount, with the number of its supporting document
      *>       (stuk -- one document is booked once). The category
      *>       (Kas-Categorieen.csv: Categorie,Soort,Rekening,
      *>       Omschrijving) says which way the money goes and on
      *>       which account; the VAT rate must be one of
      *>       VAT-Rates.csv. No date means today; a date before the
      *>       last entry or on a closed day is refused. An expense
      *>       that would take the cash balance below zero is refused
      *>       -- there was never less than nothing in the box.
      *>   AFSLUITING <geteld> [<datum>]
      *>       the daily cash count: the counted cash against the
      *>       book balance. A difference becomes a VERSCHIL row of
      *>       its own (category KASVERSCHIL, signed) so the book
      *>       ends the day on what is really in the box; the closing
      *>       lands on Kas-Afsluitingen.csv (Datum,Boeksaldo,Geteld,
      *>       Verschil,Operator) and the day's cash statement on
      *>       Kasstaat-<datum>.txt. Entries after a closing date
      *>       only.
      *>   AANKOOP <periode>
      *>       the month's cash expenses with VAT into the purchase
      *>       flow: Aankoop-Kas-<periode>-<rundatum>.csv in the
      *>       Aankoop-Input layout (header and TRAILER control row)
      *>       for the ordinary VATCalculation purchase run; the
      *>       supplier column is KAS-<stuk>. A row goes once -- its
      *>       Aankoop column takes the period.
      *>   JOURNAAL <periode>
      *>       the month's cash book as one balanced journal for
      *>       GlPost, GL-Kas-Journal.csv. Receipts debit the cash
      *>       account against the category account (the VAT on
      *>       BTWVERSCHULDIGD); expenses without VAT credit the cash
      *>       account against the category account; expenses with
      *>       VAT went through the purchase run, which booked cost
      *>       and VAT against LEVERANCIERS, so here they settle
      *>       LEVERANCIERS against the cash account; differences go
      *>       to TEKORT or OVERSCHOT. Accounts from GL-Mapping.csv
      *>       (CalcType KAS: KAS, LEVERANCIERS, BTWVERSCHULDIGD,
      *>       TEKORT, OVERSCHOT). Refused while a day of the period
      *>       is not closed or a VAT expense has not been through
      *>       AANKOOP; a row is journaled once (Geboekt column).
      *>----------------------------------------------------------------
       identification division.
       program-id. CashBook.
       environment division.
       input-output section.
       file-control.
           select KASBOEK-FILE assign to "Kasboek.csv"
               organization is line sequential
               file status is WS-KASBOEK-STATUS.
           select AFSLUIT-FILE assign to "Kas-Afsluitingen.csv"
               organization is line sequential
               file status is WS-AFSLUIT-STATUS.
           select CATEGORIE-FILE assign to "Kas-Categorieen.csv"
               organization is line sequential
               file status is WS-CATEGORIE-STATUS.
           select TARIEF-FILE assign to "VAT-Rates.csv"
               organization is line sequential
               file status is WS-TARIEF-STATUS.
           select MAPPING-FILE assign to "GL-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select KASSTAAT-FILE assign dynamic DYNAMIC-KASSTAATFILE
               organization is line sequential
               file status is WS-KASSTAAT-STATUS.
           select AANKOOP-FILE assign dynamic DYNAMIC-AANKOOPFILE
               organization is line sequential
               file status is WS-AANKOOP-STATUS.
           select JOURNAL-FILE assign to "GL-Kas-Journal.csv"
               organization is line sequential
               file status is WS-JOURNAL-STATUS.
           select RUNID-FILE assign to "RunId-Sequence.TXT"
               organization is line sequential
               file status is WS-RUNID-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd KASBOEK-FILE.
           01 KASBOEK-REGEL pic x(160).

           fd AFSLUIT-FILE.
           01 AFSLUIT-REGEL pic x(80).

           fd CATEGORIE-FILE.
           01 CATEGORIE-REGEL pic x(100).

           fd TARIEF-FILE.
           01 TARIEF-REGEL pic x(40).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).

           fd KASSTAAT-FILE.
           01 KASSTAAT-REGEL pic x(100).

           fd AANKOOP-FILE.
           01 AANKOOP-REGEL pic x(80).

           fd JOURNAL-FILE.
           01 JOURNAL-REGEL pic x(130).

           fd RUNID-FILE.
           01 RUNID-REGEL pic x(10).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-KASBOEK-STATUS pic xx.
           01 WS-AFSLUIT-STATUS pic xx.
           01 WS-CATEGORIE-STATUS pic xx.
           01 WS-TARIEF-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-KASSTAAT-STATUS pic xx.
           01 WS-AANKOOP-STATUS pic xx.
           01 WS-JOURNAL-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-ACTIE pic x(11).
           01 WS-VANDAAG pic x(10).
           01 WS-PERIODE pic x(07).
           01 DYNAMIC-KASSTAATFILE pic x(40).
           01 DYNAMIC-AANKOOPFILE pic x(50).
           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-ROWS-OUT pic 9(05) value 0.

      *>    the cash book, kept whole and rewritten when it changed
           01 WS-KAS-COUNT pic 9(04) value 0.
           01 WS-KAS-DIRTY pic x(01) value "N".
           01 WS-KAS-LEESREGEL pic x(160).
           01 WS-KAS-NR-S pic x(08).
           01 WS-KAS-BEDRAG-S pic x(14).
           01 WS-KAS-PCT-S pic x(04).
           01 WS-KAS-BTW-S pic x(14).
           01 KAS-TABLE.
               05 KAS-ENTRY occurs 5000 times indexed by KAS-IDX.
                   10 KAS-NR pic 9(06).
                   10 KAS-DATUM pic x(10).
                   10 KAS-SOORT pic x(10).
                   10 KAS-CATEGORIE pic x(12).
                   10 KAS-BEDRAG pic s9(07)V99.
                   10 KAS-PCT pic 9(02).
                   10 KAS-BTW pic s9(07)V99.
                   10 KAS-STUK pic x(15).
                   10 KAS-OMSCHRIJVING pic x(40).
                   10 KAS-OPERATOR pic x(12).
                   10 KAS-AANKOOP pic x(07).
                   10 KAS-GEBOEKT pic x(07).
           01 WS-KAS-MAX-NR pic 9(06) value 0.
           01 WS-SALDO pic s9(09)V99 value 0.
           01 WS-LAATSTE-DATUM pic x(10) value spaces.

      *>    the closings
           01 WS-AFSLUIT-LEESREGEL pic x(80).
           01 WS-AFS-DATUM pic x(10).
           01 WS-AFS-GETELD-S pic x(14).
           01 WS-LAATSTE-AFSLUITING pic x(10) value spaces.
           01 WS-VORIG-GETELD pic s9(09)V99 value 0.

      *>    the categories
           01 WS-CAT-COUNT pic 9(03) value 0.
           01 WS-CAT-LEESREGEL pic x(100).
           01 CAT-TABLE.
               05 CAT-ENTRY occurs 100 times indexed by CAT-IDX.
                   10 CAT-CODE pic x(12).
                   10 CAT-SOORT pic x(10).
                   10 CAT-REKENING pic x(10).
                   10 CAT-OMSCHRIJVING pic x(40).
           01 WS-CAT-GEVONDEN pic 9(03).

      *>    the VAT rates
           01 WS-TRF-COUNT pic 9(03) value 0.
           01 WS-TRF-LEESREGEL pic x(40).
           01 WS-TRF-S pic x(04).
           01 TRF-TABLE.
               05 TRF-ENTRY occurs 20 times indexed by TRF-IDX.
                   10 TRF-PCT pic 9(02).

      *>    the accounts
           01 WS-MAPPING-LEESREGEL pic x(60).
           01 WS-MAP-TYPE pic x(10).
           01 WS-MAP-KIND pic x(20).
           01 WS-MAP-REKENING pic x(10).
           01 WS-REK-KAS pic x(10) value spaces.
           01 WS-REK-LEVERANCIERS pic x(10) value spaces.
           01 WS-REK-BTW pic x(10) value spaces.
           01 WS-REK-TEKORT pic x(10) value spaces.
           01 WS-REK-OVERSCHOT pic x(10) value spaces.

      *>    one new entry
           01 WS-NW-BEDRAG-S pic x(14).
           01 WS-NW-PCT-S pic x(04).
           01 WS-NW-STUK pic x(15).
           01 WS-NW-OMSCHRIJVING pic x(40).
           01 WS-NW-DATUM pic x(10).
           01 WS-NW-BEDRAG pic s9(07)V99.
           01 WS-NW-PCT pic 9(02).
           01 WS-NW-BTW pic s9(07)V99.
           01 WS-NW-EXCL pic s9(07)V99.
           01 WS-TUSSEN pic s9(11)V99.
           01 WS-DELER pic 9(03).
           01 WS-DATUM-N pic 9(08).

      *>    the closing
           01 WS-GETELD pic s9(09)V99.
           01 WS-VERSCHIL pic s9(09)V99.
           01 WS-BOEKSALDO pic s9(09)V99.
           01 WS-DAG-ONTVANGST pic s9(09)V99.
           01 WS-DAG-UITGAVE pic s9(09)V99.

      *>    the purchase feed
           01 WS-AK-ROWS pic 9(05) value 0.
           01 WS-AK-HASH pic s9(11)V99 value 0.
           01 WS-AK-LEVNR pic x(20).

      *>    the journal, summed per account
           01 WS-LINE-COUNT pic 9(03) value 0.
           01 LINE-TABLE.
               05 LINE-ENTRY occurs 100 times indexed by LINE-IDX.
                   10 LNE-REKENING pic x(10).
                   10 LNE-DEBET pic 9(09)V99.
                   10 LNE-CREDIT pic 9(09)V99.
           01 WS-LNE-REKENING pic x(10).
           01 WS-LNE-DEBET pic 9(09)V99.
           01 WS-LNE-CREDIT pic 9(09)V99.
           01 WS-TOT-DEBET pic 9(11)V99 value 0.
           01 WS-TOT-CREDIT pic 9(11)V99 value 0.
           01 WS-OPEN-DAG pic x(01).
           01 WS-NIET-GEVOED pic 9(05).
           01 WS-TE-BOEKEN pic 9(05).

      *>    run-ID lineage stamp on the journal's TOTAAL line -- how
      *>    GlPost refuses to post the same journal twice.
           01 WS-RUNID-STATUS pic xx.
           01 WS-RUN-ID pic x(09).
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "Kas-Categorieen.csv".
               05 filler pic x(30) value "VAT-Rates.csv".
               05 filler pic x(30) value "GL-Mapping.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 3 times.
           01 FP-TABEL-COUNT pic 9(02) value 3.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "CashBook".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

           01 DISPLAY-AMT pic Z(8)9.99.
           01 DISPLAY-AMT-2 pic Z(8)9.99.
           01 DISPLAY-BEDRAG pic -(8)9.99.
           01 DISPLAY-PCT pic Z9.
           01 DISPLAY-NR pic 9(06).
           01 DISPLAY-AANTAL pic ZZZZ9.

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(80).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
               LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-VANDAAG
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE

           perform 1000-LOAD-KASBOEK thru 1000-EXIT
           perform 1100-LOAD-AFSLUITINGEN thru 1100-EXIT

           evaluate WS-ACTIE
               when "ONTVANGST"
               when "UITGAVE"
                   perform 1200-LOAD-CATEGORIEEN thru 1200-EXIT
                   perform 1300-LOAD-TARIEVEN thru 1300-EXIT
                   perform 2000-ENTRY thru 2000-EXIT
               when "AFSLUITING"
                   perform 3000-CLOSING thru 3000-EXIT
               when "AANKOOP"
                   perform 4000-PURCHASE-FEED thru 4000-EXIT
               when "JOURNAAL"
                   perform 1200-LOAD-CATEGORIEEN thru 1200-EXIT
                   perform 1400-LOAD-MAPPING thru 1400-EXIT
                   if WS-RETURN-CODE = 0
                       perform 5000-JOURNAL thru 5000-EXIT
                   end-if
               when other
                   display "Onbekende actie (ONTVANGST, UITGAVE,"
                       " AFSLUITING, AANKOOP of JOURNAAL): "
                       function trim(LINK-ACTIE)
                   move 1 to WS-RETURN-CODE
           end-evaluate

           if WS-KAS-DIRTY = "Y" and WS-RETURN-CODE = 0
               perform 6000-REWRITE-KASBOEK thru 6000-EXIT
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-KASBOEK: the book, its highest number, last date
      *> and running balance; a missing book is an empty one.
      *>----------------------------------------------------------------
           1000-LOAD-KASBOEK.
               move 0 to WS-KAS-COUNT
               open input KASBOEK-FILE
               if WS-KASBOEK-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read KASBOEK-FILE into WS-KAS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read KASBOEK-FILE into WS-KAS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-KAS-LEESREGEL not = spaces
                               perform 1010-ONE-KASREGEL thru 1010-EXIT
                           end-if
                   end-read
               end-perform
               close KASBOEK-FILE.
           1000-EXIT.
               exit.

           1010-ONE-KASREGEL.
               if WS-KAS-COUNT >= 5000
                   display "Kasboek vol -- rij genegeerd, het boek"
                       " wordt niet herschreven."
                   move "X" to WS-KAS-DIRTY
                   go to 1010-EXIT
               end-if
               add 1 to WS-KAS-COUNT
               add 1 to WS-ROWS-READ
               set KAS-IDX to WS-KAS-COUNT
               move spaces to KAS-ENTRY(KAS-IDX)
               move spaces to WS-KAS-NR-S WS-KAS-BEDRAG-S WS-KAS-PCT-S
                   WS-KAS-BTW-S
               unstring function trim(WS-KAS-LEESREGEL)
                   delimited by ","
                   into WS-KAS-NR-S KAS-DATUM(KAS-IDX)
                        KAS-SOORT(KAS-IDX) KAS-CATEGORIE(KAS-IDX)
                        WS-KAS-BEDRAG-S WS-KAS-PCT-S WS-KAS-BTW-S
                        KAS-STUK(KAS-IDX) KAS-OMSCHRIJVING(KAS-IDX)
                        KAS-OPERATOR(KAS-IDX) KAS-AANKOOP(KAS-IDX)
                        KAS-GEBOEKT(KAS-IDX)
               end-unstring
               move function numval(function trim(WS-KAS-NR-S))
                   to KAS-NR(KAS-IDX)
               move function numval-c(function trim(WS-KAS-BEDRAG-S))
                   to KAS-BEDRAG(KAS-IDX)
               move function numval(function trim(WS-KAS-PCT-S))
                   to KAS-PCT(KAS-IDX)
               move function numval-c(function trim(WS-KAS-BTW-S))
                   to KAS-BTW(KAS-IDX)
               if KAS-NR(KAS-IDX) > WS-KAS-MAX-NR
                   move KAS-NR(KAS-IDX) to WS-KAS-MAX-NR
               end-if
               if KAS-DATUM(KAS-IDX) > WS-LAATSTE-DATUM
                   move KAS-DATUM(KAS-IDX) to WS-LAATSTE-DATUM
               end-if
               if KAS-SOORT(KAS-IDX) = "UITGAVE"
                   subtract KAS-BEDRAG(KAS-IDX) from WS-SALDO
               else
                   add KAS-BEDRAG(KAS-IDX) to WS-SALDO
               end-if.
           1010-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-AFSLUITINGEN / 1200-LOAD-CATEGORIEEN / 1300-LOAD-
      *> TARIEVEN / 1400-LOAD-MAPPING: a missing closing register
      *> means no day was closed yet; the others are required.
      *>----------------------------------------------------------------
           1100-LOAD-AFSLUITINGEN.
               open input AFSLUIT-FILE
               if WS-AFSLUIT-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read AFSLUIT-FILE into WS-AFSLUIT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read AFSLUIT-FILE into WS-AFSLUIT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-AFS-DATUM WS-AFS-GETELD-S
                           unstring function trim(
                                   WS-AFSLUIT-LEESREGEL)
                               delimited by ","
                               into WS-AFS-DATUM WS-TRF-S
                                    WS-AFS-GETELD-S
                           end-unstring
                           if WS-AFS-DATUM not = spaces
                               and WS-AFS-DATUM > WS-LAATSTE-AFSLUITING
                               move WS-AFS-DATUM
                                   to WS-LAATSTE-AFSLUITING
                               move function numval-c(function trim(
                                   WS-AFS-GETELD-S))
                                   to WS-VORIG-GETELD
                           end-if
                   end-read
               end-perform
               close AFSLUIT-FILE.
           1100-EXIT.
               exit.

           1200-LOAD-CATEGORIEEN.
               open input CATEGORIE-FILE
               if WS-CATEGORIE-STATUS not = "00"
                   display "Kas-Categorieen.csv niet gevonden."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               read CATEGORIE-FILE into WS-CAT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CATEGORIE-FILE into WS-CAT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-CAT-LEESREGEL not = spaces
                               and WS-CAT-COUNT < 100
                               add 1 to WS-CAT-COUNT
                               set CAT-IDX to WS-CAT-COUNT
                               move spaces to CAT-ENTRY(CAT-IDX)
                               unstring function trim(
                                       WS-CAT-LEESREGEL)
                                   delimited by ","
                                   into CAT-CODE(CAT-IDX)
                                        CAT-SOORT(CAT-IDX)
                                        CAT-REKENING(CAT-IDX)
                                        CAT-OMSCHRIJVING(CAT-IDX)
                               end-unstring
                               move function upper-case(
                                   CAT-CODE(CAT-IDX))
                                   to CAT-CODE(CAT-IDX)
                           end-if
                   end-read
               end-perform
               close CATEGORIE-FILE.
           1200-EXIT.
               exit.

           1300-LOAD-TARIEVEN.
               open input TARIEF-FILE
               if WS-TARIEF-STATUS not = "00"
                   display "VAT-Rates.csv niet gevonden."
                   move 1 to WS-RETURN-CODE
                   go to 1300-EXIT
               end-if
               read TARIEF-FILE into WS-TRF-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read TARIEF-FILE into WS-TRF-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-TRF-S
                           unstring WS-TRF-LEESREGEL delimited by ","
                               into WS-TRF-S
                           end-unstring
                           if function test-numval(function trim(
                                   WS-TRF-S)) = 0
                               and WS-TRF-COUNT < 20
                               add 1 to WS-TRF-COUNT
                               move function numval(function trim(
                                   WS-TRF-S)) to TRF-PCT(WS-TRF-COUNT)
                           end-if
                   end-read
               end-perform
               close TARIEF-FILE.
           1300-EXIT.
               exit.

           1400-LOAD-MAPPING.
               open input MAPPING-FILE
               if WS-MAPPING-STATUS not = "00"
                   display "GL-Mapping.csv not found -- geen"
                       " kasjournaal."
                   move 1 to WS-RETURN-CODE
                   go to 1400-EXIT
               end-if
               read MAPPING-FILE into WS-MAPPING-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read MAPPING-FILE into WS-MAPPING-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-MAP-TYPE WS-MAP-KIND
                               WS-MAP-REKENING
                           unstring function trim(
                                   WS-MAPPING-LEESREGEL)
                               delimited by ","
                               into WS-MAP-TYPE WS-MAP-KIND
                                    WS-MAP-REKENING
                           end-unstring
                           if function trim(WS-MAP-TYPE) = "KAS"
                               evaluate function trim(WS-MAP-KIND)
                                   when "KAS"
                                       move WS-MAP-REKENING
                                           to WS-REK-KAS
                                   when "LEVERANCIERS"
                                       move WS-MAP-REKENING
                                           to WS-REK-LEVERANCIERS
                                   when "BTWVERSCHULDIGD"
                                       move WS-MAP-REKENING
                                           to WS-REK-BTW
                                   when "TEKORT"
                                       move WS-MAP-REKENING
                                           to WS-REK-TEKORT
                                   when "OVERSCHOT"
                                       move WS-MAP-REKENING
                                           to WS-REK-OVERSCHOT
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close MAPPING-FILE
               if WS-REK-KAS = spaces
                   or WS-REK-LEVERANCIERS = spaces
                   or WS-REK-BTW = spaces
                   or WS-REK-TEKORT = spaces
                   or WS-REK-OVERSCHOT = spaces
                   display "GL-Mapping.csv mist een KAS-rekening"
                       " (KAS, LEVERANCIERS, BTWVERSCHULDIGD,"
                   display "  TEKORT of OVERSCHOT) -- geen"
                       " kasjournaal."
                   move 1 to WS-RETURN-CODE
               end-if.
           1400-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ENTRY: one receipt or expense -- category of the right
      *> kind, a known VAT rate, a document not booked before, a date
      *> that keeps the book in order, and never a negative balance.
      *>----------------------------------------------------------------
           2000-ENTRY.
               if WS-RETURN-CODE not = 0
                   go to 2000-EXIT
               end-if
               move 0 to WS-CAT-GEVONDEN
               perform varying CAT-IDX from 1 by 1
                       until CAT-IDX > WS-CAT-COUNT
                   if CAT-CODE(CAT-IDX) = function upper-case(
                           function trim(LINK-PARM1))
                       set WS-CAT-GEVONDEN to CAT-IDX
                       exit perform
                   end-if
               end-perform
               if WS-CAT-GEVONDEN = 0
                   display "Onbekende kascategorie: "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function trim(CAT-SOORT(WS-CAT-GEVONDEN))
                       not = WS-ACTIE
                   display "Categorie "
                       function trim(CAT-CODE(WS-CAT-GEVONDEN))
                       " is een "
                       function trim(CAT-SOORT(WS-CAT-GEVONDEN))
                       ", geen " function trim(WS-ACTIE) "."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if

               move spaces to WS-NW-BEDRAG-S WS-NW-PCT-S WS-NW-STUK
                   WS-NW-OMSCHRIJVING WS-NW-DATUM
               unstring LINK-PARM2 delimited by ","
                   into WS-NW-BEDRAG-S WS-NW-PCT-S WS-NW-STUK
                        WS-NW-OMSCHRIJVING WS-NW-DATUM
               end-unstring
               if function test-numval-c(function trim(
                       WS-NW-BEDRAG-S)) not = 0
                   display "Ongeldig bedrag: "
                       function trim(WS-NW-BEDRAG-S)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move function numval-c(function trim(WS-NW-BEDRAG-S))
                   to WS-NW-BEDRAG
               if WS-NW-BEDRAG <= 0
                   display "Het bedrag moet groter dan nul zijn."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               if function trim(WS-NW-PCT-S) = spaces
                   move "0" to WS-NW-PCT-S
               end-if
               if function test-numval(function trim(WS-NW-PCT-S))
                       not = 0
                   display "Ongeldig BTW-tarief: "
                       function trim(WS-NW-PCT-S)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move function numval(function trim(WS-NW-PCT-S))
                   to WS-NW-PCT
               move "N" to WS-OPEN-DAG
               perform varying TRF-IDX from 1 by 1
                       until TRF-IDX > WS-TRF-COUNT
                   if TRF-PCT(TRF-IDX) = WS-NW-PCT
                       move "J" to WS-OPEN-DAG
                       exit perform
                   end-if
               end-perform
               if WS-OPEN-DAG not = "J"
                   display "BTW-tarief " function trim(WS-NW-PCT-S)
                       " staat niet in VAT-Rates.csv."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               move function trim(WS-NW-STUK) to WS-NW-STUK
               if WS-NW-STUK = spaces
                   display "Elke kasbeweging vraagt een"
                       " stuknummer (bewijsstuk)."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   if KAS-STUK(KAS-IDX) = WS-NW-STUK
                       and KAS-SOORT(KAS-IDX) = WS-ACTIE
                       move KAS-NR(KAS-IDX) to DISPLAY-NR
                       display "Stuk " function trim(WS-NW-STUK)
                           " is al geboekt (kasregel " DISPLAY-NR
                           ")."
                       move 1 to WS-RETURN-CODE
                       go to 2000-EXIT
                   end-if
               end-perform

               move function trim(WS-NW-DATUM) to WS-NW-DATUM
               if WS-NW-DATUM = spaces
                   move WS-VANDAAG to WS-NW-DATUM
               end-if
               perform 2100-CHECK-DATUM thru 2100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 2000-EXIT
               end-if

      *>        the VAT inside the amount: excl = incl * 100 /
      *>        (100 + rate), the VAT what is left
               move 0 to WS-NW-BTW
               if WS-NW-PCT > 0
                   compute WS-TUSSEN = WS-NW-BEDRAG * 100
                   compute WS-DELER = 100 + WS-NW-PCT
                   compute WS-NW-EXCL rounded = WS-TUSSEN / WS-DELER
                   compute WS-NW-BTW = WS-NW-BEDRAG - WS-NW-EXCL
               end-if

               if WS-ACTIE = "UITGAVE"
                   and WS-NW-BEDRAG > WS-SALDO
                   move WS-SALDO to DISPLAY-BEDRAG
                   display "Geweigerd: de kas zou negatief gaan --"
                       " kassaldo " function trim(DISPLAY-BEDRAG)
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if

               if WS-KAS-COUNT >= 5000
                   display "Kasboek vol."
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               add 1 to WS-KAS-COUNT
               set KAS-IDX to WS-KAS-COUNT
               move spaces to KAS-ENTRY(KAS-IDX)
               add 1 to WS-KAS-MAX-NR
               move WS-KAS-MAX-NR to KAS-NR(KAS-IDX)
               move WS-NW-DATUM to KAS-DATUM(KAS-IDX)
               move WS-ACTIE to KAS-SOORT(KAS-IDX)
               move CAT-CODE(WS-CAT-GEVONDEN) to KAS-CATEGORIE(KAS-IDX)
               move WS-NW-BEDRAG to KAS-BEDRAG(KAS-IDX)
               move WS-NW-PCT to KAS-PCT(KAS-IDX)
               move WS-NW-BTW to KAS-BTW(KAS-IDX)
               move WS-NW-STUK to KAS-STUK(KAS-IDX)
               move function trim(WS-NW-OMSCHRIJVING)
                   to KAS-OMSCHRIJVING(KAS-IDX)
               move LINK-OPERATOR-ID to KAS-OPERATOR(KAS-IDX)
               if WS-KAS-DIRTY not = "X"
                   move "Y" to WS-KAS-DIRTY
               end-if
               if WS-ACTIE = "UITGAVE"
                   subtract WS-NW-BEDRAG from WS-SALDO
               else
                   add WS-NW-BEDRAG to WS-SALDO
               end-if
               move 1 to WS-ROWS-OUT
               move WS-KAS-MAX-NR to DISPLAY-NR
               move WS-NW-BEDRAG to DISPLAY-AMT
               move WS-SALDO to DISPLAY-BEDRAG
               display "Kasregel " DISPLAY-NR ": "
                   function trim(WS-ACTIE) " "
                   function trim(DISPLAY-AMT) " op " WS-NW-DATUM
                   " -- kassaldo " function trim(DISPLAY-BEDRAG).
           2000-EXIT.
               exit.

      *>    WS-NW-DATUM: a real date, not in the future, not before
      *>    the book's last entry, after the last closed day
           2100-CHECK-DATUM.
               if WS-NW-DATUM(5:1) not = "-"
                   or WS-NW-DATUM(8:1) not = "-"
                   or WS-NW-DATUM(1:4) not numeric
                   or WS-NW-DATUM(6:2) not numeric
                   or WS-NW-DATUM(9:2) not numeric
                   display "Ongeldige datum (YYYY-MM-DD): "
                       WS-NW-DATUM
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               compute WS-DATUM-N =
                   function numval(WS-NW-DATUM(1:4)) * 10000
                   + function numval(WS-NW-DATUM(6:2)) * 100
                   + function numval(WS-NW-DATUM(9:2))
               if function test-date-yyyymmdd(WS-DATUM-N) not = 0
                   display "Geen bestaande datum: " WS-NW-DATUM
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               if WS-NW-DATUM > WS-VANDAAG
                   display "Een datum in de toekomst kan niet: "
                       WS-NW-DATUM
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               if WS-LAATSTE-AFSLUITING not = spaces
                   and WS-NW-DATUM <= WS-LAATSTE-AFSLUITING
                   display "De kas is afgesloten tot en met "
                       WS-LAATSTE-AFSLUITING "."
                   move 1 to WS-RETURN-CODE
                   go to 2100-EXIT
               end-if
               if WS-LAATSTE-DATUM not = spaces
                   and WS-NW-DATUM < WS-LAATSTE-DATUM
                   display "Het kasboek staat al op "
                       WS-LAATSTE-DATUM " -- het wordt in"
                       " datumvolgorde geschreven."
                   move 1 to WS-RETURN-CODE
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-CLOSING: the counted cash against the book; the
      *> difference booked, the closing registered, the statement
      *> printed.
      *>----------------------------------------------------------------
           3000-CLOSING.
               if function test-numval-c(function trim(LINK-PARM1))
                       not = 0
                   display "Ongeldig geteld bedrag: "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval-c(function trim(LINK-PARM1))
                   to WS-GETELD
               if WS-GETELD < 0
                   display "Geteld kan niet negatief zijn."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function trim(LINK-PARM2) to WS-NW-DATUM
               if WS-NW-DATUM = spaces
                   move WS-VANDAAG to WS-NW-DATUM
               end-if
               perform 2100-CHECK-DATUM thru 2100-EXIT
               if WS-RETURN-CODE not = 0
                   go to 3000-EXIT
               end-if
               move WS-SALDO to WS-BOEKSALDO
               compute WS-VERSCHIL = WS-GETELD - WS-BOEKSALDO

               if WS-VERSCHIL not = 0
                   if WS-KAS-COUNT >= 5000
                       display "Kasboek vol."
                       move 1 to WS-RETURN-CODE
                       go to 3000-EXIT
                   end-if
                   add 1 to WS-KAS-COUNT
                   set KAS-IDX to WS-KAS-COUNT
                   move spaces to KAS-ENTRY(KAS-IDX)
                   add 1 to WS-KAS-MAX-NR
                   move WS-KAS-MAX-NR to KAS-NR(KAS-IDX)
                   move WS-NW-DATUM to KAS-DATUM(KAS-IDX)
                   move "VERSCHIL" to KAS-SOORT(KAS-IDX)
                   move "KASVERSCHIL" to KAS-CATEGORIE(KAS-IDX)
                   move WS-VERSCHIL to KAS-BEDRAG(KAS-IDX)
                   move 0 to KAS-PCT(KAS-IDX)
                   move 0 to KAS-BTW(KAS-IDX)
                   move spaces to KAS-STUK(KAS-IDX)
                   string "AFSL-" WS-NW-DATUM delimited by size
                       into KAS-STUK(KAS-IDX)
                   end-string
                   if WS-VERSCHIL > 0
                       move "Kasoverschot bij telling"
                           to KAS-OMSCHRIJVING(KAS-IDX)
                   else
                       move "Kastekort bij telling"
                           to KAS-OMSCHRIJVING(KAS-IDX)
                   end-if
                   move LINK-OPERATOR-ID to KAS-OPERATOR(KAS-IDX)
                   if WS-KAS-DIRTY not = "X"
                       move "Y" to WS-KAS-DIRTY
                   end-if
                   add WS-VERSCHIL to WS-SALDO
               end-if

               open extend AFSLUIT-FILE
               if WS-AFSLUIT-STATUS not = "00"
                   open output AFSLUIT-FILE
                   if WS-AFSLUIT-STATUS not = "00"
                       display "Error opening Kas-Afsluitingen.csv: "
                           WS-AFSLUIT-STATUS
                       move 1 to WS-RETURN-CODE
                       go to 3000-EXIT
                   end-if
                   move "Datum,Boeksaldo,Geteld,Verschil,Operator"
                       to AFSLUIT-REGEL
                   write AFSLUIT-REGEL
               end-if
               move WS-BOEKSALDO to DISPLAY-BEDRAG
               move WS-GETELD to DISPLAY-AMT
               move spaces to AFSLUIT-REGEL
               string WS-NW-DATUM "," delimited by size
                      function trim(DISPLAY-BEDRAG) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                   into AFSLUIT-REGEL
               end-string
               move WS-VERSCHIL to DISPLAY-BEDRAG
               string function trim(AFSLUIT-REGEL) delimited by size
                      function trim(DISPLAY-BEDRAG) delimited by size
                      "," delimited by size
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into AFSLUIT-REGEL
               end-string
               write AFSLUIT-REGEL
               close AFSLUIT-FILE
               move 1 to WS-ROWS-OUT

               perform 3100-WRITE-KASSTAAT thru 3100-EXIT
               move WS-GETELD to DISPLAY-AMT
               move WS-VERSCHIL to DISPLAY-BEDRAG
               display "Kas afgesloten op " WS-NW-DATUM ": geteld "
                   function trim(DISPLAY-AMT) ", verschil "
                   function trim(DISPLAY-BEDRAG) " -- "
                   function trim(DYNAMIC-KASSTAATFILE).
           3000-EXIT.
               exit.

      *>    the cash statement: what was in the box at the last
      *>    closing, every movement since, the book against the count
           3100-WRITE-KASSTAAT.
               move spaces to DYNAMIC-KASSTAATFILE
               string "Kasstaat-" WS-NW-DATUM ".txt" delimited by size
                   into DYNAMIC-KASSTAATFILE
               end-string
               open output KASSTAAT-FILE
               if WS-KASSTAAT-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-KASSTAATFILE) ": "
                       WS-KASSTAAT-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3100-EXIT
               end-if
               move spaces to KASSTAAT-REGEL
               string "KASSTAAT " WS-NW-DATUM delimited by size
                   into KASSTAAT-REGEL
               end-string
               write KASSTAAT-REGEL
               move spaces to KASSTAAT-REGEL
               write KASSTAAT-REGEL
               move spaces to KASSTAAT-REGEL
               if WS-LAATSTE-AFSLUITING = spaces
                   move "Beginsaldo (eerste afsluiting)"
                       to KASSTAAT-REGEL
               else
                   string "Geteld bij afsluiting " delimited by size
                          WS-LAATSTE-AFSLUITING delimited by size
                       into KASSTAAT-REGEL
                   end-string
               end-if
               move WS-VORIG-GETELD to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to KASSTAAT-REGEL(50:12)
               write KASSTAAT-REGEL
               move spaces to KASSTAAT-REGEL
               write KASSTAAT-REGEL
               move spaces to KASSTAAT-REGEL
               string "Nr     Datum      Soort      Categorie    "
                      "Stuk           " delimited by size
                   into KASSTAAT-REGEL
               end-string
               move "Bedrag" to KASSTAAT-REGEL(66:6)
               move "BTW" to KASSTAAT-REGEL(80:3)
               write KASSTAAT-REGEL
               move all "-" to KASSTAAT-REGEL
               write KASSTAAT-REGEL
               move 0 to WS-DAG-ONTVANGST
               move 0 to WS-DAG-UITGAVE
               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   if WS-LAATSTE-AFSLUITING = spaces
                       or KAS-DATUM(KAS-IDX) > WS-LAATSTE-AFSLUITING
                       move KAS-NR(KAS-IDX) to DISPLAY-NR
                       move KAS-BEDRAG(KAS-IDX) to DISPLAY-BEDRAG
                       move KAS-BTW(KAS-IDX) to DISPLAY-AMT
                       move spaces to KASSTAAT-REGEL
                       string DISPLAY-NR " " KAS-DATUM(KAS-IDX) " "
                              KAS-SOORT(KAS-IDX) " "
                              KAS-CATEGORIE(KAS-IDX) " "
                              KAS-STUK(KAS-IDX) delimited by size
                           into KASSTAAT-REGEL
                       end-string
                       move DISPLAY-BEDRAG to KASSTAAT-REGEL(60:12)
                       move DISPLAY-AMT to KASSTAAT-REGEL(72:12)
                       write KASSTAAT-REGEL
                       evaluate KAS-SOORT(KAS-IDX)
                           when "ONTVANGST"
                               add KAS-BEDRAG(KAS-IDX)
                                   to WS-DAG-ONTVANGST
                           when "UITGAVE"
                               add KAS-BEDRAG(KAS-IDX)
                                   to WS-DAG-UITGAVE
                       end-evaluate
                   end-if
               end-perform
               move all "-" to KASSTAAT-REGEL
               write KASSTAAT-REGEL
               move "Ontvangsten" to KASSTAAT-REGEL
               move WS-DAG-ONTVANGST to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to KASSTAAT-REGEL(50:12)
               write KASSTAAT-REGEL
               move "Uitgaven" to KASSTAAT-REGEL
               move WS-DAG-UITGAVE to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to KASSTAAT-REGEL(50:12)
               write KASSTAAT-REGEL
               move "Boeksaldo" to KASSTAAT-REGEL
               move WS-BOEKSALDO to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to KASSTAAT-REGEL(50:12)
               write KASSTAAT-REGEL
               move "Geteld" to KASSTAAT-REGEL
               move WS-GETELD to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to KASSTAAT-REGEL(50:12)
               write KASSTAAT-REGEL
               move spaces to KASSTAAT-REGEL
               evaluate true
                   when WS-VERSCHIL > 0
                       move "Kasoverschot (geboekt)" to KASSTAAT-REGEL
                   when WS-VERSCHIL < 0
                       move "Kastekort (geboekt)" to KASSTAAT-REGEL
                   when other
                       move "Verschil" to KASSTAAT-REGEL
               end-evaluate
               move WS-VERSCHIL to DISPLAY-BEDRAG
               move DISPLAY-BEDRAG to KASSTAAT-REGEL(50:12)
               write KASSTAAT-REGEL
               move spaces to KASSTAAT-REGEL
               write KASSTAAT-REGEL
               move spaces to KASSTAAT-REGEL
               string "Afgesloten door " delimited by size
                      function trim(LINK-OPERATOR-ID)
                          delimited by size
                   into KASSTAAT-REGEL
               end-string
               write KASSTAAT-REGEL
               close KASSTAAT-FILE.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-PURCHASE-FEED: the period's VAT-bearing cash expenses
      *> not fed yet, as purchase input rows with a control trailer.
      *>----------------------------------------------------------------
           4000-PURCHASE-FEED.
               perform 4900-CHECK-PERIODE thru 4900-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               move 0 to WS-AK-ROWS
               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   if KAS-DATUM(KAS-IDX)(1:7) = WS-PERIODE
                       and KAS-SOORT(KAS-IDX) = "UITGAVE"
                       and KAS-PCT(KAS-IDX) > 0
                       and KAS-AANKOOP(KAS-IDX) = spaces
                       add 1 to WS-AK-ROWS
                   end-if
               end-perform
               if WS-AK-ROWS = 0
                   display "Geen kasuitgaven met BTW te melden voor "
                       WS-PERIODE "."
                   go to 4000-EXIT
               end-if

               move spaces to DYNAMIC-AANKOOPFILE
               string "Aankoop-Kas-" WS-PERIODE "-"
                      WS-CURRENT-DATETIME(1:8) ".csv"
                          delimited by size
                   into DYNAMIC-AANKOOPFILE
               end-string
               open output AANKOOP-FILE
               if WS-AANKOOP-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-AANKOOPFILE) ": "
                       WS-AANKOOP-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move spaces to AANKOOP-REGEL
               string "Prijs,Tarief,Leveranciersnummer,"
                      "Valuta,Factuurdatum" delimited by size
                   into AANKOOP-REGEL
               end-string
               write AANKOOP-REGEL
               move 0 to WS-AK-ROWS
               move 0 to WS-AK-HASH
               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   if KAS-DATUM(KAS-IDX)(1:7) = WS-PERIODE
                       and KAS-SOORT(KAS-IDX) = "UITGAVE"
                       and KAS-PCT(KAS-IDX) > 0
                       and KAS-AANKOOP(KAS-IDX) = spaces
                       compute WS-NW-EXCL =
                           KAS-BEDRAG(KAS-IDX) - KAS-BTW(KAS-IDX)
                       move WS-NW-EXCL to DISPLAY-BEDRAG
                       move KAS-PCT(KAS-IDX) to DISPLAY-PCT
                       move spaces to WS-AK-LEVNR
                       string "KAS-" delimited by size
                              function trim(KAS-STUK(KAS-IDX))
                                  delimited by size
                           into WS-AK-LEVNR
                       end-string
                       inspect WS-AK-LEVNR replacing all " " by "-"
                       inspect WS-AK-LEVNR
                           replacing trailing "-" by " "
                       move spaces to AANKOOP-REGEL
                       string function trim(DISPLAY-BEDRAG)
                                  delimited by size
                              "," delimited by size
                              function trim(DISPLAY-PCT)
                                  delimited by size
                              "," delimited by size
                              function trim(WS-AK-LEVNR)
                                  delimited by size
                              ",," delimited by size
                              KAS-DATUM(KAS-IDX) delimited by size
                           into AANKOOP-REGEL
                       end-string
                       write AANKOOP-REGEL
                       add 1 to WS-AK-ROWS
                       add WS-NW-EXCL to WS-AK-HASH
                       move WS-PERIODE to KAS-AANKOOP(KAS-IDX)
                   end-if
               end-perform
               move WS-AK-HASH to DISPLAY-BEDRAG
               move spaces to AANKOOP-REGEL
               string "TRAILER," delimited by size
                      WS-AK-ROWS delimited by size
                      "," delimited by size
                      function trim(DISPLAY-BEDRAG) delimited by size
                   into AANKOOP-REGEL
               end-string
               write AANKOOP-REGEL
               close AANKOOP-FILE
               if WS-KAS-DIRTY not = "X"
                   move "Y" to WS-KAS-DIRTY
               end-if
               move WS-AK-ROWS to WS-ROWS-OUT
               move WS-AK-ROWS to DISPLAY-AANTAL
               display function trim(DISPLAY-AANTAL)
                   " kasuitgave(n) met BTW in "
                   function trim(DYNAMIC-AANKOOPFILE)
                   " -- voor de aankooprun (VATCalculation P).".
           4000-EXIT.
               exit.

      *>    LINK-PARM1 as a YYYY-MM period
           4900-CHECK-PERIODE.
               move function trim(LINK-PARM1) to WS-PERIODE
               if WS-PERIODE(5:1) not = "-"
                   or WS-PERIODE(1:4) not numeric
                   or WS-PERIODE(6:2) not numeric
                   display "Ongeldige periode (YYYY-MM verwacht): "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
               end-if.
           4900-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-JOURNAL: the period's rows not journaled yet, summed per
      *> account into one balanced journal; the rows marked only when
      *> it balanced.
      *>----------------------------------------------------------------
           5000-JOURNAL.
               perform 4900-CHECK-PERIODE thru 4900-EXIT
               if WS-RETURN-CODE not = 0
                   go to 5000-EXIT
               end-if
               move "N" to WS-OPEN-DAG
               move 0 to WS-NIET-GEVOED
               move 0 to WS-TE-BOEKEN
               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   if KAS-DATUM(KAS-IDX)(1:7) = WS-PERIODE
                       and KAS-GEBOEKT(KAS-IDX) = spaces
                       add 1 to WS-TE-BOEKEN
                       if WS-LAATSTE-AFSLUITING = spaces
                           or KAS-DATUM(KAS-IDX)
                               > WS-LAATSTE-AFSLUITING
                           move "J" to WS-OPEN-DAG
                       end-if
                       if KAS-SOORT(KAS-IDX) = "UITGAVE"
                           and KAS-PCT(KAS-IDX) > 0
                           and KAS-AANKOOP(KAS-IDX) = spaces
                           add 1 to WS-NIET-GEVOED
                       end-if
                   end-if
               end-perform
               if WS-TE-BOEKEN = 0
                   display "Niets te boeken voor " WS-PERIODE "."
                   go to 5000-EXIT
               end-if
               if WS-OPEN-DAG = "J"
                   display "Geweigerd: " WS-PERIODE " heeft kasregels"
                       " na de laatste afsluiting -- eerst de kas"
                       " tellen (AFSLUITING)."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               if WS-NIET-GEVOED > 0
                   move WS-NIET-GEVOED to DISPLAY-AANTAL
                   display "Geweigerd: " function trim(DISPLAY-AANTAL)
                       " kasuitgave(n) met BTW nog niet in de"
                       " aankoopflow -- eerst AANKOOP " WS-PERIODE "."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if

               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   if KAS-DATUM(KAS-IDX)(1:7) = WS-PERIODE
                       and KAS-GEBOEKT(KAS-IDX) = spaces
                       perform 5100-BOOK-ONE-ROW thru 5100-EXIT
                   end-if
               end-perform
               if WS-RETURN-CODE not = 0
                   go to 5000-EXIT
               end-if
               perform 5200-WRITE-JOURNAL thru 5200-EXIT
               if WS-RETURN-CODE not = 0
                   go to 5000-EXIT
               end-if
               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   if KAS-DATUM(KAS-IDX)(1:7) = WS-PERIODE
                       and KAS-GEBOEKT(KAS-IDX) = spaces
                       move WS-PERIODE to KAS-GEBOEKT(KAS-IDX)
                   end-if
               end-perform
               if WS-KAS-DIRTY not = "X"
                   move "Y" to WS-KAS-DIRTY
               end-if
               move WS-TE-BOEKEN to WS-ROWS-OUT
               move WS-TE-BOEKEN to DISPLAY-AANTAL
               move WS-TOT-DEBET to DISPLAY-AMT
               display "Kasjournaal " WS-PERIODE ": "
                   function trim(DISPLAY-AANTAL) " kasregel(s), "
                   function trim(DISPLAY-AMT)
                   " debet = credit -- GL-Kas-Journal.csv".
           5000-EXIT.
               exit.

      *>    KAS-IDX onto its accounts
           5100-BOOK-ONE-ROW.
               move spaces to WS-LNE-REKENING
               move 0 to WS-CAT-GEVONDEN
               perform varying CAT-IDX from 1 by 1
                       until CAT-IDX > WS-CAT-COUNT
                   if CAT-CODE(CAT-IDX) = KAS-CATEGORIE(KAS-IDX)
                       set WS-CAT-GEVONDEN to CAT-IDX
                       exit perform
                   end-if
               end-perform
               evaluate KAS-SOORT(KAS-IDX)
                   when "ONTVANGST"
                   when "UITGAVE"
                       if WS-CAT-GEVONDEN = 0
                           or CAT-REKENING(WS-CAT-GEVONDEN) = spaces
                           display "Kascategorie "
                               function trim(KAS-CATEGORIE(KAS-IDX))
                               " heeft geen rekening -- geen"
                               " kasjournaal."
                           move 1 to WS-RETURN-CODE
                           go to 5100-EXIT
                       end-if
               end-evaluate
               evaluate true
                   when KAS-SOORT(KAS-IDX) = "ONTVANGST"
                       move WS-REK-KAS to WS-LNE-REKENING
                       move KAS-BEDRAG(KAS-IDX) to WS-LNE-DEBET
                       move 0 to WS-LNE-CREDIT
                       perform 5150-ADD-LINE thru 5150-EXIT
                       move CAT-REKENING(WS-CAT-GEVONDEN)
                           to WS-LNE-REKENING
                       move 0 to WS-LNE-DEBET
                       compute WS-LNE-CREDIT =
                           KAS-BEDRAG(KAS-IDX) - KAS-BTW(KAS-IDX)
                       perform 5150-ADD-LINE thru 5150-EXIT
                       if KAS-BTW(KAS-IDX) > 0
                           move WS-REK-BTW to WS-LNE-REKENING
                           move KAS-BTW(KAS-IDX) to WS-LNE-CREDIT
                           perform 5150-ADD-LINE thru 5150-EXIT
                       end-if
                   when KAS-SOORT(KAS-IDX) = "UITGAVE"
                       if KAS-PCT(KAS-IDX) > 0
                           move WS-REK-LEVERANCIERS to WS-LNE-REKENING
                       else
                           move CAT-REKENING(WS-CAT-GEVONDEN)
                               to WS-LNE-REKENING
                       end-if
                       move KAS-BEDRAG(KAS-IDX) to WS-LNE-DEBET
                       move 0 to WS-LNE-CREDIT
                       perform 5150-ADD-LINE thru 5150-EXIT
                       move WS-REK-KAS to WS-LNE-REKENING
                       move 0 to WS-LNE-DEBET
                       move KAS-BEDRAG(KAS-IDX) to WS-LNE-CREDIT
                       perform 5150-ADD-LINE thru 5150-EXIT
                   when KAS-BEDRAG(KAS-IDX) > 0
                       move WS-REK-KAS to WS-LNE-REKENING
                       move KAS-BEDRAG(KAS-IDX) to WS-LNE-DEBET
                       move 0 to WS-LNE-CREDIT
                       perform 5150-ADD-LINE thru 5150-EXIT
                       move WS-REK-OVERSCHOT to WS-LNE-REKENING
                       move 0 to WS-LNE-DEBET
                       move KAS-BEDRAG(KAS-IDX) to WS-LNE-CREDIT
                       perform 5150-ADD-LINE thru 5150-EXIT
                   when other
                       move WS-REK-TEKORT to WS-LNE-REKENING
                       compute WS-LNE-DEBET = 0 - KAS-BEDRAG(KAS-IDX)
                       move 0 to WS-LNE-CREDIT
                       perform 5150-ADD-LINE thru 5150-EXIT
                       move WS-REK-KAS to WS-LNE-REKENING
                       move 0 to WS-LNE-DEBET
                       compute WS-LNE-CREDIT = 0 - KAS-BEDRAG(KAS-IDX)
                       perform 5150-ADD-LINE thru 5150-EXIT
               end-evaluate.
           5100-EXIT.
               exit.

      *>    WS-LNE-* onto the line of its account
           5150-ADD-LINE.
               perform varying LINE-IDX from 1 by 1
                       until LINE-IDX > WS-LINE-COUNT
                   if LNE-REKENING(LINE-IDX) = WS-LNE-REKENING
                       exit perform
                   end-if
               end-perform
               if LINE-IDX > WS-LINE-COUNT
                   if WS-LINE-COUNT >= 100
                       display "Te veel rekeningen in het kasjournaal."
                       move 1 to WS-RETURN-CODE
                       go to 5150-EXIT
                   end-if
                   add 1 to WS-LINE-COUNT
                   set LINE-IDX to WS-LINE-COUNT
                   move WS-LNE-REKENING to LNE-REKENING(LINE-IDX)
                   move 0 to LNE-DEBET(LINE-IDX)
                   move 0 to LNE-CREDIT(LINE-IDX)
               end-if
               add WS-LNE-DEBET to LNE-DEBET(LINE-IDX)
               add WS-LNE-CREDIT to LNE-CREDIT(LINE-IDX).
           5150-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5200-WRITE-JOURNAL: per account its debit and its credit
      *> line, the TOTAAL trailer with the run-ID stamp; unbalanced
      *> means deleted, like every other journal proposal.
      *>----------------------------------------------------------------
           5200-WRITE-JOURNAL.
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening GL-Kas-Journal.csv: "
                       WS-JOURNAL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 5200-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               perform 9100-DRAW-RUN-ID thru 9100-EXIT
               perform varying LINE-IDX from 1 by 1
                       until LINE-IDX > WS-LINE-COUNT
                   if LNE-DEBET(LINE-IDX) > 0
                       move LNE-DEBET(LINE-IDX) to DISPLAY-AMT
                       move spaces to JOURNAL-REGEL
                       string "KAS," delimited by size
                              function trim(LNE-REKENING(LINE-IDX))
                                  delimited by size
                              ",Kasboek " delimited by size
                              WS-PERIODE delimited by size
                              "," delimited by size
                              function trim(DISPLAY-AMT)
                                  delimited by size
                              "," delimited by size
                           into JOURNAL-REGEL
                       end-string
                       write JOURNAL-REGEL
                   end-if
                   if LNE-CREDIT(LINE-IDX) > 0
                       move LNE-CREDIT(LINE-IDX) to DISPLAY-AMT
                       move spaces to JOURNAL-REGEL
                       string "KAS," delimited by size
                              function trim(LNE-REKENING(LINE-IDX))
                                  delimited by size
                              ",Kasboek " delimited by size
                              WS-PERIODE delimited by size
                              ",," delimited by size
                              function trim(DISPLAY-AMT)
                                  delimited by size
                           into JOURNAL-REGEL
                       end-string
                       write JOURNAL-REGEL
                   end-if
                   add LNE-DEBET(LINE-IDX) to WS-TOT-DEBET
                   add LNE-CREDIT(LINE-IDX) to WS-TOT-CREDIT
               end-perform
               move WS-TOT-DEBET to DISPLAY-AMT
               move WS-TOT-CREDIT to DISPLAY-AMT-2
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-2)
                          delimited by size
                      "," delimited by size
                      function trim(WS-RUN-ID) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE
               if WS-TOT-DEBET not = WS-TOT-CREDIT
                   display "JOURNAL REFUSED: debet <> credit."
                   call "SYSTEM" using "rm -f GL-Kas-Journal.csv"
                   move 1 to WS-RETURN-CODE
               end-if.
           5200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-REWRITE-KASBOEK: the whole book back out.
      *>----------------------------------------------------------------
           6000-REWRITE-KASBOEK.
               open output KASBOEK-FILE
               if WS-KASBOEK-STATUS not = "00"
                   display "Error rewriting Kasboek.csv: "
                       WS-KASBOEK-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move spaces to KASBOEK-REGEL
               string "Nr,Datum,Soort,Categorie,Bedrag,BtwPct,Btw,"
                      "Stuk,Omschrijving,Operator,Aankoop,Geboekt"
                          delimited by size
                   into KASBOEK-REGEL
               end-string
               write KASBOEK-REGEL
               perform varying KAS-IDX from 1 by 1
                       until KAS-IDX > WS-KAS-COUNT
                   move KAS-NR(KAS-IDX) to DISPLAY-NR
                   move KAS-BEDRAG(KAS-IDX) to DISPLAY-BEDRAG
                   move KAS-PCT(KAS-IDX) to DISPLAY-PCT
                   move KAS-BTW(KAS-IDX) to DISPLAY-AMT
                   move spaces to KASBOEK-REGEL
                   string DISPLAY-NR "," KAS-DATUM(KAS-IDX) ","
                          function trim(KAS-SOORT(KAS-IDX)) ","
                          function trim(KAS-CATEGORIE(KAS-IDX)) ","
                          function trim(DISPLAY-BEDRAG) ","
                          function trim(DISPLAY-PCT) ","
                          function trim(DISPLAY-AMT) ","
                          function trim(KAS-STUK(KAS-IDX)) ","
                              delimited by size
                       into KASBOEK-REGEL
                   end-string
                   string function trim(KASBOEK-REGEL) delimited by size
                          function trim(KAS-OMSCHRIJVING(KAS-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(KAS-OPERATOR(KAS-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(KAS-AANKOOP(KAS-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(KAS-GEBOEKT(KAS-IDX))
                              delimited by size
                       into KASBOEK-REGEL
                   end-string
                   write KASBOEK-REGEL
               end-perform
               close KASBOEK-FILE.
           6000-EXIT.
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
               move "CashBook" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Kasboek.csv" to LOG-INPUT-FILE
               evaluate WS-ACTIE
                   when "AFSLUITING"
                       move DYNAMIC-KASSTAATFILE to LOG-OUTPUT-FILE
                   when "AANKOOP"
                       move DYNAMIC-AANKOOPFILE to LOG-OUTPUT-FILE
                   when "JOURNAAL"
                       move "GL-Kas-Journal.csv" to LOG-OUTPUT-FILE
                   when other
                       move "Kasboek.csv" to LOG-OUTPUT-FILE
               end-evaluate
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-ROWS-OUT to LOG-RECORDS-OUT
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
               close RUNLOG-FILE.
           9000-EXIT.
               exit.

           9100-DRAW-RUN-ID.
               open input RUNID-FILE
               if WS-RUNID-STATUS = "00"
                   read RUNID-FILE into WS-RUNID-SEQ-S
                   if WS-RUNID-STATUS = "00"
                       move function numval(function trim(
                           WS-RUNID-SEQ-S)) to WS-RUNID-SEQ
                   end-if
                   close RUNID-FILE
               end-if
               add 1 to WS-RUNID-SEQ
               open output RUNID-FILE
               if WS-RUNID-STATUS = "00"
                   move WS-RUNID-SEQ to WS-RUNID-SEQ-S
                   write RUNID-REGEL from WS-RUNID-SEQ-S
                   close RUNID-FILE
               end-if
               move spaces to WS-RUN-ID
               string "R" delimited by size
                      WS-RUNID-SEQ delimited by size
                   into WS-RUN-ID
               end-string
               display "Run-ID: " WS-RUN-ID
               perform 9150-RECORD-TABLE-VERSIONS thru 9150-EXIT.
           9100-EXIT.
               exit.

      *>    the checksum of every reference table this run loads,
      *>    against its run-ID -- which version was in force
           9150-RECORD-TABLE-VERSIONS.
               perform varying FP-IDX from 1 by 1
                       until FP-IDX > FP-TABEL-COUNT
                   move FP-TABEL(FP-IDX) to FP-TABEL-NAAM
                   move spaces to FP-CHECKSUM
                   call "TableFingerprint" using FP-ACTIE WS-RUN-ID
                       FP-PROGRAMMA FP-TABEL-NAAM FP-CHECKSUM
                       LINK-OPERATOR-ID
                   end-call
               end-perform
               cancel "TableFingerprint"
               move 0 to return-code.
           9150-EXIT.
               exit.
