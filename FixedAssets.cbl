      *>----------------------------------------------------------------
      *> FixedAssets -- a server, a company van or a machine is an
      *> investment, not a month's cost. VATCalculation lists every
      *> purchase row keyed with DocSoort ACTIEF on
      *> Activa-Kandidaten.csv; this program carries them from there
      *> into the fixed-asset register Activa-Register.csv and books
      *> their life in journals in the GL-Journal.csv layout, to
      *> GL-Activa-Journal.csv for GlPost:
      *>   KANDIDATEN
      *>       the candidate purchases, numbered, and whether they
      *>       are already activated.
      *>   ACTIVEER <kandidaatnr> <categorie> [omschrijving]
      *>       register candidate <n> as an asset of a category in
      *>       Activa-Categorieen.csv (Categorie,LooptijdMaanden,
      *>       Methode,RekActief,RekAfschrijving) and move its cost
      *>       out of purchases (VAT/AANKOPEN) onto the asset account.
      *>   AFSCHRIJVEN <YYYY-MM>
      *>       the month's depreciation for every asset in service,
      *>       months missed since the last run caught up: cost on
      *>       ACTIVA/AFSCHRIJVINGSKOST, credit on each asset's
      *>       depreciation account. Linear (L) writes the cost off
      *>       evenly over the useful life from the month of purchase;
      *>       degressive (D) takes twice the linear rate (at most
      *>       40%) on the book value at the start of each calendar
      *>       year, switching to linear on the rest once that is
      *>       more. A month already booked for an asset is skipped.
      *>   UITBOEKEN <actiefnr> <opbrengst>
      *>       dispose of an asset: cost and accumulated depreciation
      *>       out, the proceeds on ACTIVA/OPBRENGST, the difference
      *>       with the book value on ACTIVA/MEERWAARDE or
      *>       MINDERWAARDE. Run AFSCHRIJVEN up to the month first.
      *>   LIJST
      *>       the asset list for the accountant -- gross value,
      *>       accumulated depreciation and net book value per asset,
      *>       with totals -- to Activa-Lijst-<date>.txt.
      *> Register layout: ActiefNr,Omschrijving,Categorie,
      *> AanschafDatum,Aanschafwaarde,LooptijdMaanden,Methode,
      *> RekActief,RekAfschrijving,Afgeschreven,JaarDotatie,
      *> LaatstePeriode,Status,Bron,UitDatum,Opbrengst -- Status
      *> ACTIEF, AFGESCHREVEN (nothing left to write off) or
      *> BUITENGEBRUIK; Bron the candidate number it came from.
      *> Journals must balance to the cent or the file is removed and
      *> the register stays as it was, the rule every journal writer
      *> here applies.
      *>----------------------------------------------------------------
       identification division.
       program-id. FixedAssets.
       environment division.
       input-output section.
       file-control.
           select REGISTER-FILE assign to "Activa-Register.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select KANDIDAAT-FILE assign to "Activa-Kandidaten.csv"
               organization is line sequential
               file status is WS-KANDIDAAT-STATUS.
           select CATEGORIE-FILE assign to "Activa-Categorieen.csv"
               organization is line sequential
               file status is WS-CATEGORIE-STATUS.
           select MAPPING-FILE assign to "GL-Mapping.csv"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select JOURNAL-FILE assign to "GL-Activa-Journal.csv"
               organization is line sequential
               file status is WS-JOURNAL-STATUS.
           select LIJST-FILE assign dynamic DYNAMIC-LIJSTFILE
               organization is line sequential
               file status is WS-LIJST-STATUS.
           select RUNID-FILE assign to "RunId-Sequence.TXT"
               organization is line sequential
               file status is WS-RUNID-STATUS.
           select RUNLOG-FILE assign to "RUNLOG.TXT"
               organization is line sequential
               file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(200).

           fd KANDIDAAT-FILE.
           01 KANDIDAAT-REGEL pic x(100).

           fd CATEGORIE-FILE.
           01 CATEGORIE-REGEL pic x(80).

           fd MAPPING-FILE.
           01 MAPPING-REGEL pic x(60).

           fd JOURNAL-FILE.
           01 JOURNAL-REGEL pic x(130).

           fd LIJST-FILE.
           01 LIJST-REGEL pic x(132).

           fd RUNID-FILE.
           01 RUNID-REGEL pic x(10).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-REGISTER-STATUS pic xx.
           01 WS-KANDIDAAT-STATUS pic xx.
           01 WS-CATEGORIE-STATUS pic xx.
           01 WS-MAPPING-STATUS pic xx.
           01 WS-JOURNAL-STATUS pic xx.
           01 WS-LIJST-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-LIJSTFILE pic x(40).

           01 WS-ACTIE pic x(11).
           01 WS-PERIODE pic x(07).
           01 WS-RUN-DATE-ISO pic x(10).
           01 WS-REGISTER-DIRTY pic x(01) value "N".

      *>    the register in memory -- rewritten whole after a booking
           01 WS-ACT-COUNT pic 9(04) value 0.
           01 WS-ACT-LEESREGEL pic x(200).
           01 ACT-TABLE.
               05 ACT-ENTRY occurs 1000 times indexed by ACT-IDX.
                   10 ACT-NR pic 9(05).
                   10 ACT-OMSCHRIJVING pic x(30).
                   10 ACT-CATEGORIE pic x(12).
                   10 ACT-DATUM pic x(10).
                   10 ACT-WAARDE pic s9(9)v99.
                   10 ACT-LOOPTIJD pic 9(03).
                   10 ACT-METHODE pic x(01).
                   10 ACT-REK-ACTIEF pic x(10).
                   10 ACT-REK-AFSCHR pic x(10).
                   10 ACT-AFGESCHREVEN pic s9(9)v99.
                   10 ACT-JAARDOTATIE pic s9(9)v99.
                   10 ACT-LAATSTE pic x(07).
                   10 ACT-STATUS pic x(13).
                   10 ACT-BRON pic x(08).
                   10 ACT-UITDATUM pic x(10).
                   10 ACT-OPBRENGST pic s9(9)v99.
           01 WS-F-NR pic x(08).
           01 WS-F-WAARDE pic x(14).
           01 WS-F-LOOPTIJD pic x(05).
           01 WS-F-AFGESCHREVEN pic x(14).
           01 WS-F-JAARDOTATIE pic x(14).
           01 WS-F-OPBRENGST pic x(14).
           01 WS-ACT-MAX-NR pic 9(05) value 0.
           01 WS-ACT-FOUND-IDX pic 9(04).

      *>    the candidate purchases
           01 WS-KAND-NR pic 9(04).
           01 WS-KAND-GEZOCHT pic 9(04).
           01 WS-KAND-LEESREGEL pic x(100).
           01 WS-KAND-LEVERANCIER pic x(10).
           01 WS-KAND-DATUM pic x(10).
           01 WS-KAND-BEDRAG-S pic x(14).
           01 WS-KAND-OMSCHRIJVING pic x(30).
           01 WS-KAND-BRONBESTAND pic x(30).
           01 WS-KAND-GEVONDEN pic x(01).
           01 WS-KAND-BRON pic x(08).
           01 WS-KAND-GEBRUIKT pic x(01).

      *>    the category chosen
           01 WS-CAT-LEESREGEL pic x(80).
           01 WS-CAT-NAAM pic x(12).
           01 WS-CAT-RIJ-NAAM pic x(12).
           01 WS-CAT-LOOPTIJD-S pic x(05).
           01 WS-CAT-METHODE pic x(01).
           01 WS-CAT-REK-ACTIEF pic x(10).
           01 WS-CAT-REK-AFSCHR pic x(10).
           01 WS-CAT-GEVONDEN pic x(01).

      *>    account resolution off GL-Mapping.csv
           01 WS-MAPPING-EOF pic x(01).
           01 WS-MAPPING-LEESREGEL pic x(60).
           01 WS-MAP-TYPE pic x(10).
           01 WS-MAP-KIND pic x(20).
           01 WS-MAP-REKENING pic x(10).
           01 WS-REK-AANKOPEN pic x(10).
           01 WS-REK-KOST pic x(10).
           01 WS-REK-OPBRENGST pic x(10).
           01 WS-REK-MEERWAARDE pic x(10).
           01 WS-REK-MINDERWAARDE pic x(10).

      *>    the journal being built -- nothing is written until it
      *>    is complete, lines on one account folded together
           01 WS-JRN-COUNT pic 9(03) value 0.
           01 JRN-TABLE.
               05 JRN-ENTRY occurs 100 times indexed by JRN-IDX.
                   10 JRN-REKENING pic x(10).
                   10 JRN-OMSCHRIJVING pic x(40).
                   10 JRN-DEBET pic s9(9)v99.
                   10 JRN-CREDIT pic s9(9)v99.
           01 WS-JRN-REKENING pic x(10).
           01 WS-JRN-OMSCHRIJVING pic x(40).
           01 WS-JRN-DEBET pic s9(9)v99.
           01 WS-JRN-CREDIT pic s9(9)v99.
           01 WS-JRN-NAAM pic x(12).

      *>    depreciation work
           01 WS-MAAND-NU pic 9(06).
           01 WS-MAAND-DOEL pic 9(06).
           01 WS-MAAND-AANSCHAF pic 9(06).
           01 WS-MAAND-VERSTREKEN pic s9(05).
           01 WS-MAAND-RESTEREND pic s9(05).
           01 WS-PERIODE-WERK pic x(07).
           01 WS-JAAR-N pic 9(04).
           01 WS-MND-N pic 9(02).
           01 WS-DOTATIE pic s9(9)v99.
           01 WS-BOEKWAARDE pic s9(9)v99.
           01 WS-DEGR-PCT pic 9(03)v9999.
           01 WS-LIN-JAAR pic s9(9)v99.
           01 WS-ASSET-DOTATIE pic s9(9)v99.
           01 WS-TOTAAL-DOTATIE pic s9(9)v99 value 0.
           01 WS-RESULTAAT pic s9(9)v99.

           01 WS-BEDRAG pic s9(9)v99.
           01 WS-TOT-WAARDE pic s9(11)v99 value 0.
           01 WS-TOT-AFGESCHREVEN pic s9(11)v99 value 0.
           01 WS-TOT-BOEKWAARDE pic s9(11)v99 value 0.
           01 WS-TOT-DEBET pic s9(9)v99 value 0.
           01 WS-TOT-CREDIT pic s9(9)v99 value 0.
           01 WS-ROWS-READ pic 9(05) value 0.
           01 WS-LINES-WRITTEN pic 9(05) value 0.
           01 DISPLAY-AMT pic -(9)9.99.
           01 DISPLAY-AMT-2 pic -(9)9.99.
           01 DISPLAY-AMT-3 pic -(9)9.99.
           01 DISPLAY-TOT pic -(11)9.99.
           01 DISPLAY-NR pic z(4)9.
           01 DISPLAY-LOOPTIJD pic zz9.

      *>    run-ID lineage stamp on the journal's TOTAAL line -- how
      *>    GlPost refuses to post the same journal twice.
           01 WS-RUNID-STATUS pic xx.
           01 WS-RUN-ID pic x(09).
           01 WS-RUNID-SEQ pic 9(08) value 0.
           01 WS-RUNID-SEQ-S pic x(10).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
           01 FP-TABELLEN.
               05 filler pic x(30) value "Activa-Categorieen.csv".
               05 filler pic x(30) value "GL-Mapping.csv".
           01 filler redefines FP-TABELLEN.
               05 FP-TABEL pic x(30) occurs 2 times.
           01 FP-TABEL-COUNT pic 9(02) value 2.
           01 FP-IDX pic 9(02).
           01 FP-ACTIE pic x(01) value "R".
           01 FP-PROGRAMMA pic x(20) value "FixedAssets".
           01 FP-TABEL-NAAM pic x(40).
           01 FP-CHECKSUM pic x(10).

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-ACTIE pic x(11).
           01 LINK-PARM1 pic x(30).
           01 LINK-PARM2 pic x(60).
           01 LINK-PARM3 pic x(60).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-ACTIE LINK-PARM1 LINK-PARM2
               LINK-PARM3 LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-RUN-DATE-ISO
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2)
               into WS-RUN-DATE-ISO
           end-string
           move function upper-case(function trim(LINK-ACTIE))
               to WS-ACTIE

           perform 1000-LOAD-REGISTER thru 1000-EXIT
           if WS-ACTIE = "ACTIVEER" or WS-ACTIE = "AFSCHRIJVEN"
                   or WS-ACTIE = "UITBOEKEN"
               perform 1200-LOAD-MAPPING thru 1200-EXIT
           end-if

           if WS-RETURN-CODE = 0
               evaluate WS-ACTIE
                   when "KANDIDATEN"
                       perform 2000-LIST-CANDIDATES thru 2000-EXIT
                   when "ACTIVEER"
                       perform 3000-ACTIVATE thru 3000-EXIT
                   when "AFSCHRIJVEN"
                       perform 4000-DEPRECIATE thru 4000-EXIT
                   when "UITBOEKEN"
                       perform 5000-DISPOSE thru 5000-EXIT
                   when "LIJST"
                       perform 6000-ASSET-LIST thru 6000-EXIT
                   when other
                       display "Onbekende actie (KANDIDATEN, ACTIVEER,"
                           " AFSCHRIJVEN, UITBOEKEN of LIJST): "
                           function trim(LINK-ACTIE)
                       move 1 to WS-RETURN-CODE
               end-evaluate
           end-if

           if WS-RETURN-CODE = 0 and WS-REGISTER-DIRTY = "Y"
               perform 7000-REWRITE-REGISTER thru 7000-EXIT
           end-if
           perform 9000-WRITE-RUNLOG thru 9000-EXIT
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-REGISTER: Activa-Register.csv into ACT-TABLE; a
      *> missing register is an empty one.
      *>----------------------------------------------------------------
           1000-LOAD-REGISTER.
               move 0 to WS-ACT-COUNT
               open input REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read REGISTER-FILE into WS-ACT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read REGISTER-FILE into WS-ACT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           perform 1100-LOAD-ONE-ASSET thru 1100-EXIT
                   end-read
               end-perform
               close REGISTER-FILE.
           1000-EXIT.
               exit.

           1100-LOAD-ONE-ASSET.
               if WS-ACT-LEESREGEL = spaces
                   go to 1100-EXIT
               end-if
               if WS-ACT-COUNT >= 1000
                   display "Activaregister vol, overgeslagen: "
                       WS-ACT-LEESREGEL(1:40)
                   go to 1100-EXIT
               end-if
               add 1 to WS-ACT-COUNT
               add 1 to WS-ROWS-READ
               move spaces to ACT-ENTRY(WS-ACT-COUNT)
               move spaces to WS-F-NR WS-F-WAARDE WS-F-LOOPTIJD
                   WS-F-AFGESCHREVEN WS-F-JAARDOTATIE WS-F-OPBRENGST
               unstring WS-ACT-LEESREGEL delimited by ","
                   into WS-F-NR
                        ACT-OMSCHRIJVING(WS-ACT-COUNT)
                        ACT-CATEGORIE(WS-ACT-COUNT)
                        ACT-DATUM(WS-ACT-COUNT)
                        WS-F-WAARDE
                        WS-F-LOOPTIJD
                        ACT-METHODE(WS-ACT-COUNT)
                        ACT-REK-ACTIEF(WS-ACT-COUNT)
                        ACT-REK-AFSCHR(WS-ACT-COUNT)
                        WS-F-AFGESCHREVEN
                        WS-F-JAARDOTATIE
                        ACT-LAATSTE(WS-ACT-COUNT)
                        ACT-STATUS(WS-ACT-COUNT)
                        ACT-BRON(WS-ACT-COUNT)
                        ACT-UITDATUM(WS-ACT-COUNT)
                        WS-F-OPBRENGST
               end-unstring
               move function numval(WS-F-NR) to ACT-NR(WS-ACT-COUNT)
               move function numval(WS-F-WAARDE)
                   to ACT-WAARDE(WS-ACT-COUNT)
               move function numval(WS-F-LOOPTIJD)
                   to ACT-LOOPTIJD(WS-ACT-COUNT)
               move function numval(WS-F-AFGESCHREVEN)
                   to ACT-AFGESCHREVEN(WS-ACT-COUNT)
               move function numval(WS-F-JAARDOTATIE)
                   to ACT-JAARDOTATIE(WS-ACT-COUNT)
               move function numval(WS-F-OPBRENGST)
                   to ACT-OPBRENGST(WS-ACT-COUNT)
               if ACT-NR(WS-ACT-COUNT) > WS-ACT-MAX-NR
                   move ACT-NR(WS-ACT-COUNT) to WS-ACT-MAX-NR
               end-if.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-MAPPING: VAT/AANKOPEN and the ACTIVA kinds -- no
      *> mapping, no journal.
      *>----------------------------------------------------------------
           1200-LOAD-MAPPING.
               move spaces to WS-REK-AANKOPEN WS-REK-KOST
                   WS-REK-OPBRENGST WS-REK-MEERWAARDE
                   WS-REK-MINDERWAARDE
               open input MAPPING-FILE
               if WS-MAPPING-STATUS not = "00"
                   display "GL-Mapping.csv not found -- no journal."
                   move 1 to WS-RETURN-CODE
                   go to 1200-EXIT
               end-if
               read MAPPING-FILE into WS-MAPPING-LEESREGEL *> header
               move "0" to WS-MAPPING-EOF
               perform until WS-MAPPING-EOF = "1"
                   read MAPPING-FILE into WS-MAPPING-LEESREGEL
                       at end
                           move "1" to WS-MAPPING-EOF
                       not at end
                           move spaces to WS-MAP-TYPE WS-MAP-KIND
                               WS-MAP-REKENING
                           unstring function trim(
                                   WS-MAPPING-LEESREGEL)
                               delimited by ","
                               into WS-MAP-TYPE WS-MAP-KIND
                                    WS-MAP-REKENING
                           end-unstring
                           evaluate function trim(WS-MAP-TYPE)
                                   also function trim(WS-MAP-KIND)
                               when "VAT" also "AANKOPEN"
                                   move WS-MAP-REKENING
                                       to WS-REK-AANKOPEN
                               when "ACTIVA" also "AFSCHRIJVINGSKOST"
                                   move WS-MAP-REKENING
                                       to WS-REK-KOST
                               when "ACTIVA" also "OPBRENGST"
                                   move WS-MAP-REKENING
                                       to WS-REK-OPBRENGST
                               when "ACTIVA" also "MEERWAARDE"
                                   move WS-MAP-REKENING
                                       to WS-REK-MEERWAARDE
                               when "ACTIVA" also "MINDERWAARDE"
                                   move WS-MAP-REKENING
                                       to WS-REK-MINDERWAARDE
                           end-evaluate
               end-perform
               close MAPPING-FILE
               if WS-REK-AANKOPEN = spaces or WS-REK-KOST = spaces
                   or WS-REK-OPBRENGST = spaces
                   or WS-REK-MEERWAARDE = spaces
                   or WS-REK-MINDERWAARDE = spaces
                   display "No GL mapping for VAT/AANKOPEN or"
                       " ACTIVA/AFSCHRIJVINGSKOST, OPBRENGST,"
                       " MEERWAARDE, MINDERWAARDE -- no journal."
                   move 1 to WS-RETURN-CODE
               end-if.
           1200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-LIST-CANDIDATES: every candidate purchase, numbered in
      *> file order -- the number ACTIVEER takes.
      *>----------------------------------------------------------------
           2000-LIST-CANDIDATES.
               open input KANDIDAAT-FILE
               if WS-KANDIDAAT-STATUS not = "00"
                   display "Geen Activa-Kandidaten.csv -- geen"
                       " investeringsaankopen gemarkeerd."
                   go to 2000-EXIT
               end-if
               display "Nr   Leverancier Datum          Bedrag"
                   " Omschrijving                   Status"
               read KANDIDAAT-FILE into WS-KAND-LEESREGEL *> header
               move 0 to WS-KAND-NR
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read KANDIDAAT-FILE into WS-KAND-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-KAND-NR
                           perform 2100-SPLIT-CANDIDATE thru 2100-EXIT
                           perform 2200-CANDIDATE-USED thru 2200-EXIT
                           move function numval(WS-KAND-BEDRAG-S)
                               to DISPLAY-AMT
                           move WS-KAND-NR to DISPLAY-NR
                           if WS-KAND-GEBRUIKT = "Y"
                               display DISPLAY-NR " "
                                   WS-KAND-LEVERANCIER "  "
                                   WS-KAND-DATUM " " DISPLAY-AMT " "
                                   WS-KAND-OMSCHRIJVING " GEACTIVEERD"
                           else
                               display DISPLAY-NR " "
                                   WS-KAND-LEVERANCIER "  "
                                   WS-KAND-DATUM " " DISPLAY-AMT " "
                                   WS-KAND-OMSCHRIJVING " OPEN"
                           end-if
                   end-read
               end-perform
               close KANDIDAAT-FILE.
           2000-EXIT.
               exit.

           2100-SPLIT-CANDIDATE.
               move spaces to WS-KAND-LEVERANCIER WS-KAND-DATUM
                   WS-KAND-BEDRAG-S WS-KAND-OMSCHRIJVING
                   WS-KAND-BRONBESTAND
               unstring WS-KAND-LEESREGEL delimited by ","
                   into WS-KAND-LEVERANCIER WS-KAND-DATUM
                        WS-KAND-BEDRAG-S WS-KAND-OMSCHRIJVING
                        WS-KAND-BRONBESTAND
               end-unstring
               move spaces to WS-KAND-BRON
               move WS-KAND-NR to DISPLAY-NR
               string "K" delimited by size
                      function trim(DISPLAY-NR) delimited by size
                   into WS-KAND-BRON
               end-string.
           2100-EXIT.
               exit.

           2200-CANDIDATE-USED.
               move "N" to WS-KAND-GEBRUIKT
               perform varying ACT-IDX from 1 by 1
                       until ACT-IDX > WS-ACT-COUNT
                   if ACT-BRON(ACT-IDX) = WS-KAND-BRON
                       move "Y" to WS-KAND-GEBRUIKT
                       exit perform
                   end-if
               end-perform.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-ACTIVATE: candidate PARM1 into the register under
      *> category PARM2 (PARM3 an optional description), and the
      *> reclassification journal: asset account debet, purchases
      *> credit.
      *>----------------------------------------------------------------
           3000-ACTIVATE.
               if function test-numval(function trim(LINK-PARM1))
                       not = 0
                   display "Ongeldig kandidaatnummer: "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval(function trim(LINK-PARM1))
                   to WS-KAND-GEZOCHT
               move "N" to WS-KAND-GEVONDEN
               open input KANDIDAAT-FILE
               if WS-KANDIDAAT-STATUS = "00"
                   read KANDIDAAT-FILE into WS-KAND-LEESREGEL
                   move 0 to WS-KAND-NR
                   move "0" to EOF-FLAG
                   perform until EOF-FLAG = "1"
                       read KANDIDAAT-FILE into WS-KAND-LEESREGEL
                           at end
                               move "1" to EOF-FLAG
                           not at end
                               add 1 to WS-KAND-NR
                               if WS-KAND-NR = WS-KAND-GEZOCHT
                                   perform 2100-SPLIT-CANDIDATE
                                       thru 2100-EXIT
                                   move "Y" to WS-KAND-GEVONDEN
                                   move "1" to EOF-FLAG
                               end-if
                       end-read
                   end-perform
                   close KANDIDAAT-FILE
               end-if
               if WS-KAND-GEVONDEN not = "Y"
                   display "Kandidaat " function trim(LINK-PARM1)
                       " niet gevonden in Activa-Kandidaten.csv."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               perform 2200-CANDIDATE-USED thru 2200-EXIT
               if WS-KAND-GEBRUIKT = "Y"
                   display "Kandidaat " function trim(LINK-PARM1)
                       " is al geactiveerd -- geweigerd."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move function numval(WS-KAND-BEDRAG-S) to WS-BEDRAG
               if WS-BEDRAG <= 0
                   display "Kandidaat zonder positief bedrag --"
                       " geweigerd."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if

               move function upper-case(function trim(LINK-PARM2))
                   to WS-CAT-NAAM
               perform 3100-FIND-CATEGORY thru 3100-EXIT
               if WS-CAT-GEVONDEN not = "Y"
                   display "Onbekende categorie: "
                       function trim(LINK-PARM2)
                       " (zie Activa-Categorieen.csv)"
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               if WS-ACT-COUNT >= 1000
                   display "Activaregister vol."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if

               add 1 to WS-ACT-COUNT
               add 1 to WS-ACT-MAX-NR
               set ACT-IDX to WS-ACT-COUNT
               move spaces to ACT-ENTRY(ACT-IDX)
               move WS-ACT-MAX-NR to ACT-NR(ACT-IDX)
               if function trim(LINK-PARM3) not = spaces
                   move function trim(LINK-PARM3)
                       to ACT-OMSCHRIJVING(ACT-IDX)
               else
                   if WS-KAND-OMSCHRIJVING not = spaces
                       move WS-KAND-OMSCHRIJVING
                           to ACT-OMSCHRIJVING(ACT-IDX)
                   else
                       move WS-CAT-NAAM to ACT-OMSCHRIJVING(ACT-IDX)
                   end-if
               end-if
               inspect ACT-OMSCHRIJVING(ACT-IDX)
                   replacing all "," by " "
               move WS-CAT-NAAM to ACT-CATEGORIE(ACT-IDX)
               move WS-KAND-DATUM to ACT-DATUM(ACT-IDX)
               move WS-BEDRAG to ACT-WAARDE(ACT-IDX)
               move function numval(WS-CAT-LOOPTIJD-S)
                   to ACT-LOOPTIJD(ACT-IDX)
               move WS-CAT-METHODE to ACT-METHODE(ACT-IDX)
               move WS-CAT-REK-ACTIEF to ACT-REK-ACTIEF(ACT-IDX)
               move WS-CAT-REK-AFSCHR to ACT-REK-AFSCHR(ACT-IDX)
               move 0 to ACT-AFGESCHREVEN(ACT-IDX)
               move 0 to ACT-JAARDOTATIE(ACT-IDX)
               move spaces to ACT-LAATSTE(ACT-IDX)
               move "ACTIEF" to ACT-STATUS(ACT-IDX)
               move WS-KAND-BRON to ACT-BRON(ACT-IDX)
               move 0 to ACT-OPBRENGST(ACT-IDX)

               move 0 to WS-JRN-COUNT
               move "ACTIVERING" to WS-JRN-NAAM
               move ACT-REK-ACTIEF(ACT-IDX) to WS-JRN-REKENING
               move spaces to WS-JRN-OMSCHRIJVING
               move ACT-NR(ACT-IDX) to DISPLAY-NR
               string "Activering " delimited by size
                      function trim(DISPLAY-NR) delimited by size
                      " " delimited by size
                      ACT-OMSCHRIJVING(ACT-IDX) delimited by size
                   into WS-JRN-OMSCHRIJVING
               end-string
               move WS-BEDRAG to WS-JRN-DEBET
               move 0 to WS-JRN-CREDIT
               perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               move WS-REK-AANKOPEN to WS-JRN-REKENING
               move "Herklassering naar vaste activa"
                   to WS-JRN-OMSCHRIJVING
               move 0 to WS-JRN-DEBET
               move WS-BEDRAG to WS-JRN-CREDIT
               perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               perform 8000-WRITE-JOURNAL thru 8000-EXIT
               if WS-RETURN-CODE not = 0
                   go to 3000-EXIT
               end-if
               move "Y" to WS-REGISTER-DIRTY
               move WS-BEDRAG to DISPLAY-AMT
               move ACT-LOOPTIJD(ACT-IDX) to DISPLAY-LOOPTIJD
               display "Actief " function trim(DISPLAY-NR)
                   " geactiveerd: " function trim(DISPLAY-AMT)
                   " over " function trim(DISPLAY-LOOPTIJD)
                   " maanden (" ACT-METHODE(ACT-IDX) ")".
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-FIND-CATEGORY: WS-CAT-NAAM's row in
      *> Activa-Categorieen.csv.
      *>----------------------------------------------------------------
           3100-FIND-CATEGORY.
               move "N" to WS-CAT-GEVONDEN
               open input CATEGORIE-FILE
               if WS-CATEGORIE-STATUS not = "00"
                   go to 3100-EXIT
               end-if
               read CATEGORIE-FILE into WS-CAT-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CATEGORIE-FILE into WS-CAT-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CAT-RIJ-NAAM
                               WS-CAT-LOOPTIJD-S WS-CAT-METHODE
                               WS-CAT-REK-ACTIEF WS-CAT-REK-AFSCHR
                           unstring WS-CAT-LEESREGEL
                               delimited by ","
                               into WS-CAT-RIJ-NAAM WS-CAT-LOOPTIJD-S
                                    WS-CAT-METHODE
                                    WS-CAT-REK-ACTIEF
                                    WS-CAT-REK-AFSCHR
                           end-unstring
                           if function upper-case(WS-CAT-RIJ-NAAM)
                                   = WS-CAT-NAAM
                               move function upper-case(
                                   WS-CAT-METHODE) to WS-CAT-METHODE
                               move "Y" to WS-CAT-GEVONDEN
                               move "1" to EOF-FLAG
                           end-if
                   end-read
               end-perform
               close CATEGORIE-FILE
               if WS-CAT-GEVONDEN = "Y"
                   if function test-numval(WS-CAT-LOOPTIJD-S) not = 0
                       or function numval(WS-CAT-LOOPTIJD-S) < 1
                       or (WS-CAT-METHODE not = "L"
                           and WS-CAT-METHODE not = "D")
                       or WS-CAT-REK-ACTIEF = spaces
                       or WS-CAT-REK-AFSCHR = spaces
                       display "Categorie " function trim(WS-CAT-NAAM)
                           " onvolledig in Activa-Categorieen.csv."
                       move "N" to WS-CAT-GEVONDEN
                   end-if
               end-if.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4000-DEPRECIATE: every asset in service up to period PARM1,
      *> month by month from the month after its last booking (or
      *> its month of purchase). One cost line for the lot, one
      *> credit per depreciation account.
      *>----------------------------------------------------------------
           4000-DEPRECIATE.
               move LINK-PARM1(1:7) to WS-PERIODE
               if WS-PERIODE(5:1) not = "-"
                   or WS-PERIODE(1:4) not numeric
                   or WS-PERIODE(6:2) not numeric
                   display "Ongeldige periode (YYYY-MM verwacht): "
                       function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move WS-PERIODE(1:4) to WS-JAAR-N
               move WS-PERIODE(6:2) to WS-MND-N
               compute WS-MAAND-DOEL = WS-JAAR-N * 12 + WS-MND-N
               move 0 to WS-JRN-COUNT
               move 0 to WS-TOTAAL-DOTATIE
               move "AFSCHRIJVING" to WS-JRN-NAAM
               perform varying ACT-IDX from 1 by 1
                       until ACT-IDX > WS-ACT-COUNT
                   if ACT-STATUS(ACT-IDX) = "ACTIEF"
                       perform 4100-DEPRECIATE-ONE-ASSET
                           thru 4100-EXIT
                   end-if
               end-perform
               if WS-TOTAAL-DOTATIE = 0
                   display "Niets af te schrijven tot " WS-PERIODE
                       " -- al geboekt of geen activa in gebruik."
                   move 1 to WS-RETURN-CODE
                   go to 4000-EXIT
               end-if
               move WS-REK-KOST to WS-JRN-REKENING
               move spaces to WS-JRN-OMSCHRIJVING
               string "Afschrijvingen " delimited by size
                      WS-PERIODE delimited by size
                   into WS-JRN-OMSCHRIJVING
               end-string
               move WS-TOTAAL-DOTATIE to WS-JRN-DEBET
               move 0 to WS-JRN-CREDIT
               perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               perform 8000-WRITE-JOURNAL thru 8000-EXIT
               if WS-RETURN-CODE not = 0
                   go to 4000-EXIT
               end-if
               move "Y" to WS-REGISTER-DIRTY
               move WS-TOTAAL-DOTATIE to DISPLAY-AMT
               display "Afschrijvingen tot " WS-PERIODE ": "
                   function trim(DISPLAY-AMT).
           4000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 4100-DEPRECIATE-ONE-ASSET: the months due for ACT-IDX, one
      *> by one -- a degressive asset recomputes its annual charge in
      *> January and in its first month.
      *>----------------------------------------------------------------
           4100-DEPRECIATE-ONE-ASSET.
               if ACT-DATUM(ACT-IDX)(5:1) not = "-"
                   or ACT-DATUM(ACT-IDX)(1:4) not numeric
                   or ACT-DATUM(ACT-IDX)(6:2) not numeric
                   go to 4100-EXIT
               end-if
               move ACT-DATUM(ACT-IDX)(1:4) to WS-JAAR-N
               move ACT-DATUM(ACT-IDX)(6:2) to WS-MND-N
               compute WS-MAAND-AANSCHAF = WS-JAAR-N * 12 + WS-MND-N
               if ACT-LAATSTE(ACT-IDX) = spaces
                   move WS-MAAND-AANSCHAF to WS-MAAND-NU
               else
                   move ACT-LAATSTE(ACT-IDX)(1:4) to WS-JAAR-N
                   move ACT-LAATSTE(ACT-IDX)(6:2) to WS-MND-N
                   compute WS-MAAND-NU = WS-JAAR-N * 12 + WS-MND-N + 1
               end-if
               move 0 to WS-ASSET-DOTATIE
               perform until WS-MAAND-NU > WS-MAAND-DOEL
                       or ACT-STATUS(ACT-IDX) not = "ACTIEF"
                   perform 4200-ONE-MONTH thru 4200-EXIT
                   add 1 to WS-MAAND-NU
               end-perform
               if WS-ASSET-DOTATIE = 0
                   go to 4100-EXIT
               end-if
               add WS-ASSET-DOTATIE to WS-TOTAAL-DOTATIE
               move ACT-REK-AFSCHR(ACT-IDX) to WS-JRN-REKENING
               move "Geboekte afschrijvingen" to WS-JRN-OMSCHRIJVING
               move 0 to WS-JRN-DEBET
               move WS-ASSET-DOTATIE to WS-JRN-CREDIT
               perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT.
           4100-EXIT.
               exit.

           4200-ONE-MONTH.
               compute WS-MAAND-VERSTREKEN =
                   WS-MAAND-NU - WS-MAAND-AANSCHAF + 1
               compute WS-MAAND-RESTEREND =
                   ACT-LOOPTIJD(ACT-IDX) - WS-MAAND-VERSTREKEN + 1
               compute WS-BOEKWAARDE =
                   ACT-WAARDE(ACT-IDX) - ACT-AFGESCHREVEN(ACT-IDX)
               compute WS-JAAR-N = (WS-MAAND-NU - 1) / 12
               compute WS-MND-N = WS-MAAND-NU - WS-JAAR-N * 12
               if WS-BOEKWAARDE <= 0
                   move "AFGESCHREVEN" to ACT-STATUS(ACT-IDX)
                   go to 4200-EXIT
               end-if
               if WS-MAAND-RESTEREND <= 1
      *>            the last month of the life takes what is left
                   move WS-BOEKWAARDE to WS-DOTATIE
               else
                   if ACT-METHODE(ACT-IDX) = "D"
                       if WS-MND-N = 1 or WS-MAAND-VERSTREKEN = 1
                               or ACT-JAARDOTATIE(ACT-IDX) = 0
                           perform 4300-DEGRESSIVE-YEAR thru 4300-EXIT
                       end-if
                       compute WS-DOTATIE
                               rounded mode is NEAREST-AWAY-FROM-ZERO
                           = ACT-JAARDOTATIE(ACT-IDX) / 12
                   else
                       compute WS-DOTATIE
                               rounded mode is NEAREST-AWAY-FROM-ZERO
                           = ACT-WAARDE(ACT-IDX) / ACT-LOOPTIJD(ACT-IDX)
                   end-if
                   if WS-DOTATIE > WS-BOEKWAARDE
                       move WS-BOEKWAARDE to WS-DOTATIE
                   end-if
               end-if
               add WS-DOTATIE to ACT-AFGESCHREVEN(ACT-IDX)
               add WS-DOTATIE to WS-ASSET-DOTATIE
               move spaces to WS-PERIODE-WERK
               move WS-JAAR-N to WS-PERIODE-WERK(1:4)
               move "-" to WS-PERIODE-WERK(5:1)
               move WS-MND-N to WS-PERIODE-WERK(6:2)
               move WS-PERIODE-WERK to ACT-LAATSTE(ACT-IDX)
               if ACT-AFGESCHREVEN(ACT-IDX) >= ACT-WAARDE(ACT-IDX)
                   move "AFGESCHREVEN" to ACT-STATUS(ACT-IDX)
               end-if.
           4200-EXIT.
               exit.

      *>    the degressive annual charge: twice the linear rate, at
      *>    most 40%, on the book value now -- or linear on the rest
      *>    of the life once that is more.
           4300-DEGRESSIVE-YEAR.
               compute WS-DEGR-PCT rounded =
                   2400 / ACT-LOOPTIJD(ACT-IDX)
               if WS-DEGR-PCT > 40
                   move 40 to WS-DEGR-PCT
               end-if
               compute ACT-JAARDOTATIE(ACT-IDX)
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-BOEKWAARDE * WS-DEGR-PCT / 100
               compute WS-LIN-JAAR
                       rounded mode is NEAREST-AWAY-FROM-ZERO
                   = WS-BOEKWAARDE * 12 / WS-MAAND-RESTEREND
               if WS-LIN-JAAR > ACT-JAARDOTATIE(ACT-IDX)
                   move WS-LIN-JAAR to ACT-JAARDOTATIE(ACT-IDX)
               end-if.
           4300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 5000-DISPOSE: asset PARM1 out of service for proceeds PARM2
      *> -- cost off the asset account, the accumulated depreciation
      *> off its own account, the proceeds in, the difference with
      *> the book value a gain or a loss.
      *>----------------------------------------------------------------
           5000-DISPOSE.
               move 0 to WS-ACT-FOUND-IDX
               if function test-numval(function trim(LINK-PARM1)) = 0
                   perform varying ACT-IDX from 1 by 1
                           until ACT-IDX > WS-ACT-COUNT
                       if ACT-NR(ACT-IDX)
                               = function numval(LINK-PARM1)
                           set WS-ACT-FOUND-IDX to ACT-IDX
                           exit perform
                       end-if
                   end-perform
               end-if
               if WS-ACT-FOUND-IDX = 0
                   display "Onbekend actief: " function trim(LINK-PARM1)
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               set ACT-IDX to WS-ACT-FOUND-IDX
               if ACT-STATUS(ACT-IDX) = "BUITENGEBRUIK"
                   display "Actief " function trim(LINK-PARM1)
                       " is al uitgeboekt -- geweigerd."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               move 0 to WS-BEDRAG
               if function trim(LINK-PARM2) not = spaces
                   if function test-numval(function trim(LINK-PARM2))
                           not = 0
                       display "Ongeldige opbrengst: "
                           function trim(LINK-PARM2)
                       move 1 to WS-RETURN-CODE
                       go to 5000-EXIT
                   end-if
                   move function numval(function trim(LINK-PARM2))
                       to WS-BEDRAG
               end-if
               if WS-BEDRAG < 0
                   display "Opbrengst kan niet negatief zijn."
                   move 1 to WS-RETURN-CODE
                   go to 5000-EXIT
               end-if
               compute WS-BOEKWAARDE =
                   ACT-WAARDE(ACT-IDX) - ACT-AFGESCHREVEN(ACT-IDX)
               compute WS-RESULTAAT = WS-BEDRAG - WS-BOEKWAARDE

               move 0 to WS-JRN-COUNT
               move "BUITENGEBR" to WS-JRN-NAAM
               move ACT-NR(ACT-IDX) to DISPLAY-NR
               if ACT-AFGESCHREVEN(ACT-IDX) > 0
                   move ACT-REK-AFSCHR(ACT-IDX) to WS-JRN-REKENING
                   move "Terugname afschrijvingen"
                       to WS-JRN-OMSCHRIJVING
                   move ACT-AFGESCHREVEN(ACT-IDX) to WS-JRN-DEBET
                   move 0 to WS-JRN-CREDIT
                   perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               end-if
               if WS-BEDRAG > 0
                   move WS-REK-OPBRENGST to WS-JRN-REKENING
                   move "Verkoopopbrengst vast actief"
                       to WS-JRN-OMSCHRIJVING
                   move WS-BEDRAG to WS-JRN-DEBET
                   move 0 to WS-JRN-CREDIT
                   perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               end-if
               if WS-RESULTAAT < 0
                   move WS-REK-MINDERWAARDE to WS-JRN-REKENING
                   move "Minderwaarde buitengebruikstelling"
                       to WS-JRN-OMSCHRIJVING
                   compute WS-JRN-DEBET = 0 - WS-RESULTAAT
                   move 0 to WS-JRN-CREDIT
                   perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               end-if
               move ACT-REK-ACTIEF(ACT-IDX) to WS-JRN-REKENING
               move spaces to WS-JRN-OMSCHRIJVING
               string "Buitengebruikstelling " delimited by size
                      function trim(DISPLAY-NR) delimited by size
                   into WS-JRN-OMSCHRIJVING
               end-string
               move 0 to WS-JRN-DEBET
               move ACT-WAARDE(ACT-IDX) to WS-JRN-CREDIT
               perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               if WS-RESULTAAT > 0
                   move WS-REK-MEERWAARDE to WS-JRN-REKENING
                   move "Meerwaarde buitengebruikstelling"
                       to WS-JRN-OMSCHRIJVING
                   move 0 to WS-JRN-DEBET
                   move WS-RESULTAAT to WS-JRN-CREDIT
                   perform 8100-ADD-JOURNAL-LINE thru 8100-EXIT
               end-if
               perform 8000-WRITE-JOURNAL thru 8000-EXIT
               if WS-RETURN-CODE not = 0
                   go to 5000-EXIT
               end-if
               move "BUITENGEBRUIK" to ACT-STATUS(ACT-IDX)
               move WS-RUN-DATE-ISO to ACT-UITDATUM(ACT-IDX)
               move WS-BEDRAG to ACT-OPBRENGST(ACT-IDX)
               move "Y" to WS-REGISTER-DIRTY
               move WS-BOEKWAARDE to DISPLAY-AMT
               move WS-RESULTAAT to DISPLAY-AMT-2
               display "Actief " function trim(DISPLAY-NR)
                   " uitgeboekt -- boekwaarde "
                   function trim(DISPLAY-AMT) ", resultaat "
                   function trim(DISPLAY-AMT-2).
           5000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 6000-ASSET-LIST: the inventory for the accountant, every
      *> asset still on the books (disposed ones this year too, at
      *> zero), totals at the foot.
      *>----------------------------------------------------------------
           6000-ASSET-LIST.
               move spaces to DYNAMIC-LIJSTFILE
               string "Activa-Lijst-" delimited by size
                      WS-RUN-DATE-ISO delimited by size
                      ".txt" delimited by size
                   into DYNAMIC-LIJSTFILE
               end-string
               open output LIJST-FILE
               if WS-LIJST-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-LIJSTFILE) ": "
                       WS-LIJST-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 6000-EXIT
               end-if
               move spaces to LIJST-REGEL
               string "INVENTARIS VASTE ACTIVA     Datum: "
                          delimited by size
                      WS-RUN-DATE-ISO delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               string "   Nr Omschrijving                   "
                          delimited by size
                      "Categorie    Aanschaf   M   "
                          delimited by size
                      "Aanschafwaarde    Afgeschreven"
                          delimited by size
                      "    Boekwaarde Status" delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               perform varying ACT-IDX from 1 by 1
                       until ACT-IDX > WS-ACT-COUNT
                   perform 6100-LIST-ONE-ASSET thru 6100-EXIT
               end-perform
               move all "-" to LIJST-REGEL
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               move WS-TOT-WAARDE to DISPLAY-TOT
               string "Totaal aanschafwaarde:      " delimited by size
                      DISPLAY-TOT delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               move WS-TOT-AFGESCHREVEN to DISPLAY-TOT
               string "Totaal afschrijvingen:      " delimited by size
                      DISPLAY-TOT delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               move spaces to LIJST-REGEL
               move WS-TOT-BOEKWAARDE to DISPLAY-TOT
               string "Totaal netto boekwaarde:    " delimited by size
                      DISPLAY-TOT delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               close LIJST-FILE
               display "Activalijst geschreven: "
                   function trim(DYNAMIC-LIJSTFILE).
           6000-EXIT.
               exit.

           6100-LIST-ONE-ASSET.
      *>        disposed in an earlier year: no longer on the books
               if ACT-STATUS(ACT-IDX) = "BUITENGEBRUIK"
                   and ACT-UITDATUM(ACT-IDX)(1:4)
                       < WS-RUN-DATE-ISO(1:4)
                   go to 6100-EXIT
               end-if
               if ACT-STATUS(ACT-IDX) = "BUITENGEBRUIK"
                   move 0 to WS-BOEKWAARDE
                   move 0 to DISPLAY-AMT
                   move 0 to DISPLAY-AMT-2
               else
                   compute WS-BOEKWAARDE = ACT-WAARDE(ACT-IDX)
                       - ACT-AFGESCHREVEN(ACT-IDX)
                   move ACT-WAARDE(ACT-IDX) to DISPLAY-AMT
                   move ACT-AFGESCHREVEN(ACT-IDX) to DISPLAY-AMT-2
                   add ACT-WAARDE(ACT-IDX) to WS-TOT-WAARDE
                   add ACT-AFGESCHREVEN(ACT-IDX)
                       to WS-TOT-AFGESCHREVEN
                   add WS-BOEKWAARDE to WS-TOT-BOEKWAARDE
               end-if
               move WS-BOEKWAARDE to DISPLAY-AMT-3
               move ACT-NR(ACT-IDX) to DISPLAY-NR
               move ACT-LOOPTIJD(ACT-IDX) to DISPLAY-LOOPTIJD
               move spaces to LIJST-REGEL
               string DISPLAY-NR delimited by size
                      " " delimited by size
                      ACT-OMSCHRIJVING(ACT-IDX) delimited by size
                      " " delimited by size
                      ACT-CATEGORIE(ACT-IDX) delimited by size
                      " " delimited by size
                      ACT-DATUM(ACT-IDX) delimited by size
                      " " delimited by size
                      DISPLAY-LOOPTIJD delimited by size
                      ACT-METHODE(ACT-IDX) delimited by size
                      " " delimited by size
                      DISPLAY-AMT delimited by size
                      " " delimited by size
                      DISPLAY-AMT-2 delimited by size
                      " " delimited by size
                      DISPLAY-AMT-3 delimited by size
                      " " delimited by size
                      ACT-STATUS(ACT-IDX) delimited by size
                   into LIJST-REGEL
               end-string
               write LIJST-REGEL
               add 1 to WS-LINES-WRITTEN.
           6100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 7000-REWRITE-REGISTER: Activa-Register.csv back out, whole.
      *>----------------------------------------------------------------
           7000-REWRITE-REGISTER.
               open output REGISTER-FILE
               if WS-REGISTER-STATUS not = "00"
                   display "Error rewriting Activa-Register.csv: "
                       WS-REGISTER-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 7000-EXIT
               end-if
               move spaces to REGISTER-REGEL
               string "ActiefNr,Omschrijving,Categorie,AanschafDatum,"
                      "Aanschafwaarde,LooptijdMaanden,Methode,"
                      "RekActief,RekAfschrijving,Afgeschreven,"
                      "JaarDotatie,LaatstePeriode,Status,Bron,"
                      "UitDatum,Opbrengst" delimited by size
                   into REGISTER-REGEL
               end-string
               write REGISTER-REGEL
               perform varying ACT-IDX from 1 by 1
                       until ACT-IDX > WS-ACT-COUNT
                   move ACT-WAARDE(ACT-IDX) to DISPLAY-AMT
                   move ACT-AFGESCHREVEN(ACT-IDX) to DISPLAY-AMT-2
                   move ACT-JAARDOTATIE(ACT-IDX) to DISPLAY-AMT-3
                   move ACT-LOOPTIJD(ACT-IDX) to DISPLAY-LOOPTIJD
                   move ACT-OPBRENGST(ACT-IDX) to DISPLAY-TOT
                   move spaces to REGISTER-REGEL
                   string
                       ACT-NR(ACT-IDX) delimited by size
                       "," delimited by size
                       function trim(ACT-OMSCHRIJVING(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(ACT-CATEGORIE(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       ACT-DATUM(ACT-IDX) delimited by size
                       "," delimited by size
                       function trim(DISPLAY-AMT) delimited by size
                       "," delimited by size
                       function trim(DISPLAY-LOOPTIJD)
                           delimited by size
                       "," delimited by size
                       ACT-METHODE(ACT-IDX) delimited by size
                       "," delimited by size
                       function trim(ACT-REK-ACTIEF(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(ACT-REK-AFSCHR(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-AMT-2) delimited by size
                       "," delimited by size
                       function trim(DISPLAY-AMT-3) delimited by size
                       "," delimited by size
                       function trim(ACT-LAATSTE(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(ACT-STATUS(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(ACT-BRON(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(ACT-UITDATUM(ACT-IDX))
                           delimited by size
                       "," delimited by size
                       function trim(DISPLAY-TOT) delimited by size
                       into REGISTER-REGEL
                   end-string
                   write REGISTER-REGEL
               end-perform
               close REGISTER-FILE.
           7000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8000-WRITE-JOURNAL: the lines built in JRN-TABLE as a
      *> GL-Journal.csv-layout file with its TOTAAL trailer and run
      *> ID. Debits must equal credits to the cent or the file is
      *> removed, same rule as the export.
      *>----------------------------------------------------------------
           8000-WRITE-JOURNAL.
               move 0 to WS-TOT-DEBET
               move 0 to WS-TOT-CREDIT
               open output JOURNAL-FILE
               if WS-JOURNAL-STATUS not = "00"
                   display "Error opening GL-Activa-Journal.csv: "
                       WS-JOURNAL-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 8000-EXIT
               end-if
               move "Journaal,Rekening,Omschrijving,Debet,Credit"
                   to JOURNAL-REGEL
               write JOURNAL-REGEL
               perform 9100-DRAW-RUN-ID thru 9100-EXIT
               perform varying JRN-IDX from 1 by 1
                       until JRN-IDX > WS-JRN-COUNT
                   move spaces to JOURNAL-REGEL
                   if JRN-DEBET(JRN-IDX) not = 0
                       move JRN-DEBET(JRN-IDX) to DISPLAY-AMT
                       string
                           function trim(WS-JRN-NAAM) delimited by size
                           "," delimited by size
                           function trim(JRN-REKENING(JRN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(JRN-OMSCHRIJVING(JRN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(DISPLAY-AMT) delimited by size
                           "," delimited by size
                           into JOURNAL-REGEL
                       end-string
                       add JRN-DEBET(JRN-IDX) to WS-TOT-DEBET
                   else
                       move JRN-CREDIT(JRN-IDX) to DISPLAY-AMT
                       string
                           function trim(WS-JRN-NAAM) delimited by size
                           "," delimited by size
                           function trim(JRN-REKENING(JRN-IDX))
                               delimited by size
                           "," delimited by size
                           function trim(JRN-OMSCHRIJVING(JRN-IDX))
                               delimited by size
                           ",," delimited by size
                           function trim(DISPLAY-AMT) delimited by size
                           into JOURNAL-REGEL
                       end-string
                       add JRN-CREDIT(JRN-IDX) to WS-TOT-CREDIT
                   end-if
                   write JOURNAL-REGEL
                   add 1 to WS-LINES-WRITTEN
               end-perform
               move WS-TOT-DEBET to DISPLAY-AMT
               move WS-TOT-CREDIT to DISPLAY-AMT-2
               move spaces to JOURNAL-REGEL
               string "TOTAAL,,," delimited by size
                      function trim(DISPLAY-AMT) delimited by size
                      "," delimited by size
                      function trim(DISPLAY-AMT-2) delimited by size
                      "," delimited by size
                      function trim(WS-RUN-ID) delimited by size
                   into JOURNAL-REGEL
               end-string
               write JOURNAL-REGEL
               close JOURNAL-FILE
               if WS-TOT-DEBET not = WS-TOT-CREDIT
                   display "JOURNAL REFUSED: debet <> credit."
                   call "SYSTEM" using "rm -f GL-Activa-Journal.csv"
                   move 1 to WS-RETURN-CODE
               else
                   display "Journaal geschreven: GL-Activa-Journal.csv"
               end-if.
           8000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 8100-ADD-JOURNAL-LINE: WS-JRN-REKENING/-OMSCHRIJVING/-DEBET/
      *> -CREDIT into the table -- a credit on an account that already
      *> carries one adds to it, so a month with fifty assets on one
      *> depreciation account is still one line.
      *>----------------------------------------------------------------
           8100-ADD-JOURNAL-LINE.
               if WS-JRN-CREDIT not = 0
                   perform varying JRN-IDX from 1 by 1
                           until JRN-IDX > WS-JRN-COUNT
                       if JRN-REKENING(JRN-IDX) = WS-JRN-REKENING
                           and JRN-CREDIT(JRN-IDX) not = 0
                           add WS-JRN-CREDIT to JRN-CREDIT(JRN-IDX)
                           go to 8100-EXIT
                       end-if
                   end-perform
               end-if
               if WS-JRN-COUNT >= 100
                   display "Journaaltabel vol -- lijn overgeslagen: "
                       WS-JRN-REKENING
                   go to 8100-EXIT
               end-if
               add 1 to WS-JRN-COUNT
               move WS-JRN-REKENING to JRN-REKENING(WS-JRN-COUNT)
               move WS-JRN-OMSCHRIJVING
                   to JRN-OMSCHRIJVING(WS-JRN-COUNT)
               move WS-JRN-DEBET to JRN-DEBET(WS-JRN-COUNT)
               move WS-JRN-CREDIT to JRN-CREDIT(WS-JRN-COUNT).
           8100-EXIT.
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
               move "FixedAssets" to LOG-PROGRAM-NAME
               move LINK-OPERATOR-ID to LOG-OPERATOR-ID
               move "Activa-Register.csv" to LOG-INPUT-FILE
               if WS-ACTIE = "LIJST"
                   move DYNAMIC-LIJSTFILE to LOG-OUTPUT-FILE
               else
                   move "GL-Activa-Journal.csv" to LOG-OUTPUT-FILE
               end-if
               move WS-ROWS-READ to LOG-RECORDS-IN
               move WS-LINES-WRITTEN to LOG-RECORDS-OUT
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

      *>----------------------------------------------------------------
      *> 9100-DRAW-RUN-ID: the shared sequence, same convention as
      *> the calculation programs.
      *>----------------------------------------------------------------
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
