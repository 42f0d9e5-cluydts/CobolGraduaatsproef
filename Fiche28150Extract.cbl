      *>----------------------------------------------------------------
      *> Fiche28150Extract -- the annual 281.50 fiches and the 325.50
      *> samenvattende opgave for the fees, commissions and the like
      *> paid to suppliers. A supplier flagged J in the Fiche28150
      *> column of Leveranciers.csv gets a fiche in the category of
      *> its FicheCategorie column: COMMISSIE (commissies,
      *> makelaarslonen), ERELOON (erelonen, vacatiegelden), VAA
      *> (voordelen van alle aard) or KOSTEN (kosten voor rekening van
      *> de verkrijger). The amount is what was actually paid in the
      *> calendar year -- the Ap-Betaald.csv rows ApPaymentRun records,
      *> by their BetaaldOp date, not the invoice date. A beneficiary
      *> under the 125.00 a year the fiche starts at is left out.
      *> Output, for inkomstenjaar <year>:
      *>   Fiches-28150-<year>.txt    the printed fiches plus the
      *>                              325.50 summary page
      *>   Belcotax-28150-<year>.xml  the Belcotax-on-web submission
      *>   Fiche28150-Controle-<year>.csv  beneficiaries missing their
      *>                              identification (name, address,
      *>                              postcode, town, and a BTW number
      *>                              or Rijksregisternummer) or with
      *>                              an unknown category
      *> The submission file is only written once the control list is
      *> empty; until then the run ends in rc 1 with the list on
      *> screen. The debtor's own identification comes from
      *> Intervat-Config.csv (NAAM, BTWNUMMER, ADRES, POSTCODE,
      *> GEMEENTE).
      *> A supplier merged into another by DuplicateParties gets one
      *> fiche, under the surviving number (RelatieAlias), for what
      *> was paid under both.
      *>----------------------------------------------------------------
       identification division.
       program-id. Fiche28150Extract.
       environment division.
       input-output section.
       file-control.
             select SUPPLIER-FILE assign to "Leveranciers.csv"
                 organization is line sequential
                 file status is WS-SUPPLIER-STATUS.
             select BETAALD-FILE assign to "Ap-Betaald.csv"
                 organization is line sequential
                 file status is WS-BETAALD-STATUS.
             select CONFIG-FILE assign to "Intervat-Config.csv"
                 organization is line sequential
                 file status is WS-CONFIG-STATUS.
             select FICHE-FILE assign dynamic DYNAMIC-FICHEFILE
                 organization is line sequential
                 file status is WS-FICHE-STATUS.
             select XML-FILE assign dynamic DYNAMIC-XMLFILE
                 organization is line sequential
                 file status is WS-XML-STATUS.
             select CONTROLE-FILE assign dynamic DYNAMIC-CONTROLEFILE
                 organization is line sequential
                 file status is WS-CONTROLE-STATUS.
             select RUNLOG-FILE assign to "RUNLOG.TXT"
                 organization is line sequential
                 file status is WS-RUNLOG-STATUS.

       data division.

       file section.
           fd SUPPLIER-FILE.
           01 SUPPLIER-REGEL pic x(250).

           fd BETAALD-FILE.
           01 BETAALD-REGEL pic x(80).

           fd CONFIG-FILE.
           01 CONFIG-REGEL pic x(80).

           fd FICHE-FILE.
           01 FICHE-REGEL pic x(80).

           fd XML-FILE.
           01 XML-REGEL pic x(120).

           fd CONTROLE-FILE.
           01 CONTROLE-REGEL pic x(150).

           fd RUNLOG-FILE.
           01 RUNLOG-REGEL pic x(200).

       working-storage section.

           01 WS-SUPPLIER-STATUS pic xx.
           01 WS-BETAALD-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-FICHE-STATUS pic xx.
           01 WS-XML-STATUS pic xx.
           01 WS-CONTROLE-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 DYNAMIC-FICHEFILE pic x(30).
           01 DYNAMIC-XMLFILE pic x(30).
           01 DYNAMIC-CONTROLEFILE pic x(40).
           01 EOF-FLAG pic x(01).
           01 WS-RETURN-CODE pic 9 value 0.
           01 WS-ROWS-READ pic 9(7) value 0.

      *>    the minimum a year per beneficiary a fiche starts at
           01 WS-FICHE-DREMPEL pic 9(5)V99 value 125.00.

      *>    the debtor, from Intervat-Config.csv
           01 WS-CONFIG-LEESREGEL pic x(80).
           01 WS-CONFIG-SLEUTEL pic x(20).
           01 WS-CONFIG-WAARDE pic x(60).
           01 WS-SCH-NAAM pic x(60) value spaces.
           01 WS-SCH-BTWNUMMER pic x(14) value spaces.
           01 WS-SCH-KBO pic x(10) value spaces.
           01 WS-SCH-ADRES pic x(60) value spaces.
           01 WS-SCH-POSTCODE pic x(10) value spaces.
           01 WS-SCH-GEMEENTE pic x(40) value spaces.

      *>    the supplier master -- Leveranciersnummer,Naam,Adres,
      *>    Postcode,Plaats,BTWNummer,IBAN,BetalingstermijnDagen,
      *>    GroepFirma,Fiche28150,FicheCategorie,Rijksregisternummer
           01 WS-SUPPLIER-LEESREGEL pic x(250).
           01 WS-SKIP pic x(40).
           01 WS-SUPPLIER-COUNT pic 9(03) value 0.
           01 SUPPLIER-TABLE.
               05 SUPPLIER-ENTRY OCCURS 300 TIMES
                       INDEXED BY SUPPLIER-IDX.
                   10 LEV-NUMMER pic x(10).
                   10 LEV-NAAM pic x(40).
                   10 LEV-ADRES pic x(40).
                   10 LEV-POSTCODE pic x(10).
                   10 LEV-PLAATS pic x(30).
                   10 LEV-BTWNUMMER pic x(14).
                   10 LEV-FICHE pic x(01).
                   10 LEV-CATEGORIE pic x(10).
                   10 LEV-RIJKSREG pic x(15).
                   10 LEV-BETAALD pic S9(9)V99.
           01 WS-SUPPLIER-FOUND-IDX pic 9(03).

      *>    one Ap-Betaald.csv row -- Leveranciersnummer,Factuurdatum,
      *>    Bedrag,BetaaldOp,Status
           01 WS-BETAALD-LEESREGEL pic x(80).
           01 B-LEVNR-S pic x(10).
           01 B-DATUM-S pic x(10).
           01 B-BEDRAG-S pic x(14).
           01 B-BETAALDOP-S pic x(10).
           01 B-STATUS-S pic x(12).

      *>    the surviving number of a merged supplier, see RelatieAlias
           01 WS-ALIAS-SOORT pic x(03) value "LEV".
           01 WS-ALIAS-NUMMER pic x(12).

      *>    per fiche, and the 325.50 totals over them -- categories
      *>    1 COMMISSIE, 2 ERELOON, 3 VAA, 4 KOSTEN
           01 WS-CAT-IDX pic 9(01).
           01 WS-CAT-TOTALEN.
               05 WS-CAT-TOTAAL pic S9(11)V99 OCCURS 4 TIMES.
           01 WS-FICHE-BEDRAGEN.
               05 WS-FICHE-BEDRAG pic S9(9)V99 OCCURS 4 TIMES.
           01 WS-TOT-ALLE pic S9(11)V99 value 0.
           01 WS-FICHE-COUNT pic 9(05) value 0.
           01 WS-ONDER-DREMPEL pic 9(05) value 0.
           01 WS-CONTROLE-COUNT pic 9(05) value 0.
           01 WS-ONTBREEKT pic x(100).
           01 WS-ONTBREEKT-PTR pic 9(03).

           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-AANMAAKDATUM pic x(10).
           01 DISPLAY-AMT pic -(10)9.99.
           01 DISPLAY-COUNT pic Z(4)9.
           01 DISPLAY-VOLGNR pic Z(4)9.
           01 WS-PRINT-LABEL pic x(40).
           01 WS-XML-TAG pic x(40).
           copy "RUNLOG.cpy".

       linkage section.
           01 LINK-YEAR pic x(04).
           01 LINK-OPERATOR-ID pic x(12).

       procedure division using LINK-YEAR LINK-OPERATOR-ID.

           move function current-date to WS-CURRENT-DATETIME
           if LINK-YEAR not numeric
               display "Ongeldig inkomstenjaar (YYYY verwacht): "
                   LINK-YEAR
               move 1 to return-code
               goback
           end-if
           move spaces to WS-AANMAAKDATUM
           string WS-CURRENT-DATETIME(7:2) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(1:4)
               delimited by size
               into WS-AANMAAKDATUM
           end-string
           string "Fiches-28150-" LINK-YEAR ".txt" delimited by size
               into DYNAMIC-FICHEFILE
           end-string
           string "Belcotax-28150-" LINK-YEAR ".xml" delimited by size
               into DYNAMIC-XMLFILE
           end-string
           string "Fiche28150-Controle-" LINK-YEAR ".csv"
               delimited by size
               into DYNAMIC-CONTROLEFILE
           end-string
           initialize WS-CAT-TOTALEN

           perform 1000-LOAD-CONFIG thru 1000-EXIT
           perform 1100-LOAD-SUPPLIERS thru 1100-EXIT
           if WS-SUPPLIER-COUNT = 0
               display "Leveranciers.csv not found or empty -- no"
                   " 281.50 fiches."
               move 1 to WS-RETURN-CODE
               go to 0900-WRITE-RUNLOG
           end-if
           perform 1200-LOAD-BETAALD thru 1200-EXIT

           perform 2000-WRITE-FICHES thru 2000-EXIT

           move WS-FICHE-COUNT to DISPLAY-COUNT
           move WS-TOT-ALLE to DISPLAY-AMT
           display function trim(DISPLAY-COUNT)
               " fiche(s) 281.50 voor inkomstenjaar " LINK-YEAR
               ", totaal " function trim(DISPLAY-AMT)
               " in " function trim(DYNAMIC-FICHEFILE)
           if WS-ONDER-DREMPEL > 0
               move WS-ONDER-DREMPEL to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " verkrijger(s) onder de drempel van 125.00 --"
                   " geen fiche."
           end-if

           if WS-CONTROLE-COUNT > 0
               move WS-CONTROLE-COUNT to DISPLAY-COUNT
               display function trim(DISPLAY-COUNT)
                   " verkrijger(s) met ontbrekende identificatie --"
                   " -- Belcotax-bestand niet aangemaakt."
               display "Zie " function trim(DYNAMIC-CONTROLEFILE)
               move 1 to WS-RETURN-CODE
           else
               perform 3000-WRITE-BELCOTAX thru 3000-EXIT
           end-if.

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
           move "Fiche28150Extract" to LOG-PROGRAM-NAME
           move LINK-OPERATOR-ID to LOG-OPERATOR-ID
           move "Ap-Betaald.csv" to LOG-INPUT-FILE
           move DYNAMIC-FICHEFILE to LOG-OUTPUT-FILE
           move WS-ROWS-READ to LOG-RECORDS-IN
           move WS-FICHE-COUNT to LOG-RECORDS-OUT
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

           cancel "RelatieAlias"
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-CONFIG: the debtor's identification. The KBO number
      *> is the BTW number without its BE prefix.
      *>----------------------------------------------------------------
           1000-LOAD-CONFIG.
               open input CONFIG-FILE
               if WS-CONFIG-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read CONFIG-FILE into WS-CONFIG-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read CONFIG-FILE into WS-CONFIG-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           move spaces to WS-CONFIG-SLEUTEL
                           move spaces to WS-CONFIG-WAARDE
                           unstring function trim(WS-CONFIG-LEESREGEL)
                               delimited by ","
                               into WS-CONFIG-SLEUTEL
                                    WS-CONFIG-WAARDE
                           end-unstring
                           evaluate function trim(WS-CONFIG-SLEUTEL)
                               when "NAAM"
                                   move WS-CONFIG-WAARDE to WS-SCH-NAAM
                               when "BTWNUMMER"
                                   move WS-CONFIG-WAARDE
                                       to WS-SCH-BTWNUMMER
                               when "ADRES"
                                   move WS-CONFIG-WAARDE
                                       to WS-SCH-ADRES
                               when "POSTCODE"
                                   move WS-CONFIG-WAARDE
                                       to WS-SCH-POSTCODE
                               when "GEMEENTE"
                                   move WS-CONFIG-WAARDE
                                       to WS-SCH-GEMEENTE
                           end-evaluate
                   end-read
               end-perform
               close CONFIG-FILE
               if WS-SCH-BTWNUMMER(1:2) = "BE"
                   move WS-SCH-BTWNUMMER(3:10) to WS-SCH-KBO
               else
                   move WS-SCH-BTWNUMMER to WS-SCH-KBO
               end-if.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1100-LOAD-SUPPLIERS: the supplier master with the 281.50
      *> columns. A row without them is simply not flagged.
      *>----------------------------------------------------------------
           1100-LOAD-SUPPLIERS.
               open input SUPPLIER-FILE
               if WS-SUPPLIER-STATUS not = "00"
                   go to 1100-EXIT
               end-if
               read SUPPLIER-FILE into WS-SUPPLIER-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SUPPLIER-FILE into WS-SUPPLIER-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-SUPPLIER-COUNT >= 300
                               display "Supplier table full, skipping: "
                                   function trim(WS-SUPPLIER-LEESREGEL)
                           else
                               add 1 to WS-SUPPLIER-COUNT
                               set SUPPLIER-IDX to WS-SUPPLIER-COUNT
                               move spaces to SUPPLIER-ENTRY(
                                   SUPPLIER-IDX)
                               unstring function trim(
                                       WS-SUPPLIER-LEESREGEL)
                                   delimited by ","
                                   into LEV-NUMMER(SUPPLIER-IDX)
                                        LEV-NAAM(SUPPLIER-IDX)
                                        LEV-ADRES(SUPPLIER-IDX)
                                        LEV-POSTCODE(SUPPLIER-IDX)
                                        LEV-PLAATS(SUPPLIER-IDX)
                                        LEV-BTWNUMMER(SUPPLIER-IDX)
                                        WS-SKIP WS-SKIP WS-SKIP
                                        LEV-FICHE(SUPPLIER-IDX)
                                        LEV-CATEGORIE(SUPPLIER-IDX)
                                        LEV-RIJKSREG(SUPPLIER-IDX)
                               end-unstring
                               move function upper-case(
                                   LEV-FICHE(SUPPLIER-IDX))
                                   to LEV-FICHE(SUPPLIER-IDX)
                               move function upper-case(
                                   LEV-CATEGORIE(SUPPLIER-IDX))
                                   to LEV-CATEGORIE(SUPPLIER-IDX)
                               move 0 to LEV-BETAALD(SUPPLIER-IDX)
                           end-if
                   end-read
               end-perform
               close SUPPLIER-FILE.
           1100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 1200-LOAD-BETAALD: every payment of the calendar year to a
      *> flagged supplier, by BetaaldOp.
      *>----------------------------------------------------------------
           1200-LOAD-BETAALD.
               open input BETAALD-FILE
               if WS-BETAALD-STATUS not = "00"
                   display "Ap-Betaald.csv not found -- no payments"
                       " to report."
                   go to 1200-EXIT
               end-if
               read BETAALD-FILE into WS-BETAALD-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read BETAALD-FILE into WS-BETAALD-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           add 1 to WS-ROWS-READ
                           perform 1210-FOLD-BETAALD thru 1210-EXIT
                   end-read
               end-perform
               close BETAALD-FILE.
           1200-EXIT.
               exit.

           1210-FOLD-BETAALD.
               move spaces to B-LEVNR-S
               move spaces to B-BEDRAG-S
               move spaces to B-BETAALDOP-S
               unstring function trim(WS-BETAALD-LEESREGEL)
                   delimited by ","
                   into B-LEVNR-S B-DATUM-S B-BEDRAG-S B-BETAALDOP-S
                        B-STATUS-S
               end-unstring
               if B-BETAALDOP-S(1:4) not = LINK-YEAR
                   go to 1210-EXIT
               end-if
               if function test-numval-c(function trim(B-BEDRAG-S))
                       not = 0
                   display "Skipping unparsable Ap-Betaald row: "
                       function trim(WS-BETAALD-LEESREGEL)
                   go to 1210-EXIT
               end-if
               move B-LEVNR-S to WS-ALIAS-NUMMER
               call "RelatieAlias" using WS-ALIAS-SOORT WS-ALIAS-NUMMER
               move WS-ALIAS-NUMMER to B-LEVNR-S
               move 0 to WS-SUPPLIER-FOUND-IDX
               perform varying SUPPLIER-IDX from 1 by 1
                       until SUPPLIER-IDX > WS-SUPPLIER-COUNT
                   if LEV-NUMMER(SUPPLIER-IDX) = B-LEVNR-S
                       set WS-SUPPLIER-FOUND-IDX to SUPPLIER-IDX
                       exit perform
                   end-if
               end-perform
               if WS-SUPPLIER-FOUND-IDX = 0
                   go to 1210-EXIT
               end-if
               if LEV-FICHE(WS-SUPPLIER-FOUND-IDX) not = "J"
                   go to 1210-EXIT
               end-if
               add function numval-c(function trim(B-BEDRAG-S))
                   to LEV-BETAALD(WS-SUPPLIER-FOUND-IDX).
           1210-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-WRITE-FICHES: a printed fiche per flagged beneficiary
      *> over the threshold, the control list of those who cannot be
      *> submitted yet, and the 325.50 summary page.
      *>----------------------------------------------------------------
           2000-WRITE-FICHES.
               open output FICHE-FILE
               if WS-FICHE-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-FICHEFILE) ": "
                       WS-FICHE-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 2000-EXIT
               end-if
               open output CONTROLE-FILE
               if WS-CONTROLE-STATUS = "00"
                   move "Leveranciersnummer,Naam,Ontbreekt"
                       to CONTROLE-REGEL
                   write CONTROLE-REGEL
               end-if
               perform varying SUPPLIER-IDX from 1 by 1
                       until SUPPLIER-IDX > WS-SUPPLIER-COUNT
                   if LEV-FICHE(SUPPLIER-IDX) = "J"
                           and LEV-BETAALD(SUPPLIER-IDX) > 0
                       if LEV-BETAALD(SUPPLIER-IDX) < WS-FICHE-DREMPEL
                           add 1 to WS-ONDER-DREMPEL
                       else
                           perform 2100-CHECK-IDENTIFICATIE
                               thru 2100-EXIT
                           perform 2200-PRINT-FICHE thru 2200-EXIT
                       end-if
                   end-if
               end-perform
               perform 2300-PRINT-SAMENVATTING thru 2300-EXIT
               close FICHE-FILE
               if WS-CONTROLE-STATUS = "00"
                   close CONTROLE-FILE
               end-if.
           2000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2100-CHECK-IDENTIFICATIE: what Belcotax needs to accept the
      *> fiche; anything missing goes on the control list.
      *>----------------------------------------------------------------
           2100-CHECK-IDENTIFICATIE.
               move spaces to WS-ONTBREEKT
               move 1 to WS-ONTBREEKT-PTR
               if LEV-NAAM(SUPPLIER-IDX) = spaces
                   string "naam " delimited by size
                       into WS-ONTBREEKT with pointer WS-ONTBREEKT-PTR
                   end-string
               end-if
               if LEV-ADRES(SUPPLIER-IDX) = spaces
                   string "adres " delimited by size
                       into WS-ONTBREEKT with pointer WS-ONTBREEKT-PTR
                   end-string
               end-if
               if LEV-POSTCODE(SUPPLIER-IDX) = spaces
                   string "postcode " delimited by size
                       into WS-ONTBREEKT with pointer WS-ONTBREEKT-PTR
                   end-string
               end-if
               if LEV-PLAATS(SUPPLIER-IDX) = spaces
                   string "gemeente " delimited by size
                       into WS-ONTBREEKT with pointer WS-ONTBREEKT-PTR
                   end-string
               end-if
               if LEV-BTWNUMMER(SUPPLIER-IDX) = spaces
                       and LEV-RIJKSREG(SUPPLIER-IDX) = spaces
                   string "BTW-nummer-of-rijksregisternummer "
                           delimited by size
                       into WS-ONTBREEKT with pointer WS-ONTBREEKT-PTR
                   end-string
               end-if
               evaluate LEV-CATEGORIE(SUPPLIER-IDX)
                   when "COMMISSIE" move 1 to WS-CAT-IDX
                   when "ERELOON"   move 2 to WS-CAT-IDX
                   when "VAA"       move 3 to WS-CAT-IDX
                   when "KOSTEN"    move 4 to WS-CAT-IDX
                   when other
                       move 0 to WS-CAT-IDX
                       string "categorie " delimited by size
                           into WS-ONTBREEKT
                           with pointer WS-ONTBREEKT-PTR
                       end-string
               end-evaluate
               if WS-ONTBREEKT = spaces
                   go to 2100-EXIT
               end-if
               add 1 to WS-CONTROLE-COUNT
               display "281.50 ONVOLLEDIG: leverancier "
                   function trim(LEV-NUMMER(SUPPLIER-IDX)) " "
                   function trim(LEV-NAAM(SUPPLIER-IDX))
                   " -- ontbreekt: " function trim(WS-ONTBREEKT)
               if WS-CONTROLE-STATUS = "00"
                   move spaces to CONTROLE-REGEL
                   string function trim(LEV-NUMMER(SUPPLIER-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(LEV-NAAM(SUPPLIER-IDX))
                              delimited by size
                          "," delimited by size
                          function trim(WS-ONTBREEKT)
                              delimited by size
                       into CONTROLE-REGEL
                   end-string
                   write CONTROLE-REGEL
               end-if.
           2100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2200-PRINT-FICHE: one fiche block. An unknown category still
      *> prints, under no box, so the control list can be worked.
      *>----------------------------------------------------------------
           2200-PRINT-FICHE.
               add 1 to WS-FICHE-COUNT
               initialize WS-FICHE-BEDRAGEN
               if WS-CAT-IDX > 0
                   move LEV-BETAALD(SUPPLIER-IDX)
                       to WS-FICHE-BEDRAG(WS-CAT-IDX)
                   add LEV-BETAALD(SUPPLIER-IDX)
                       to WS-CAT-TOTAAL(WS-CAT-IDX)
               end-if
               add LEV-BETAALD(SUPPLIER-IDX) to WS-TOT-ALLE

               move all "=" to FICHE-REGEL
               write FICHE-REGEL
               move WS-FICHE-COUNT to DISPLAY-VOLGNR
               move spaces to FICHE-REGEL
               string "FICHE 281.50 - INKOMSTENJAAR " delimited by size
                      LINK-YEAR delimited by size
                      "          Volgnummer: " delimited by size
                      function trim(DISPLAY-VOLGNR) delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move all "-" to FICHE-REGEL
               write FICHE-REGEL
               move spaces to FICHE-REGEL
               string "Schuldenaar : " delimited by size
                      function trim(WS-SCH-NAAM) delimited by size
                      "  " delimited by size
                      function trim(WS-SCH-BTWNUMMER) delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move spaces to FICHE-REGEL
               string "              " delimited by size
                      function trim(WS-SCH-ADRES) delimited by size
                      ", " delimited by size
                      function trim(WS-SCH-POSTCODE) delimited by size
                      " " delimited by size
                      function trim(WS-SCH-GEMEENTE) delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move spaces to FICHE-REGEL
               string "Verkrijger  : " delimited by size
                      function trim(LEV-NAAM(SUPPLIER-IDX))
                          delimited by size
                      "  (leverancier " delimited by size
                      function trim(LEV-NUMMER(SUPPLIER-IDX))
                          delimited by size
                      ")" delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move spaces to FICHE-REGEL
               string "              " delimited by size
                      function trim(LEV-ADRES(SUPPLIER-IDX))
                          delimited by size
                      ", " delimited by size
                      function trim(LEV-POSTCODE(SUPPLIER-IDX))
                          delimited by size
                      " " delimited by size
                      function trim(LEV-PLAATS(SUPPLIER-IDX))
                          delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move spaces to FICHE-REGEL
               string "Identificatie: " delimited by size
                      function trim(LEV-BTWNUMMER(SUPPLIER-IDX))
                          delimited by size
                      " " delimited by size
                   into FICHE-REGEL
               end-string
               if LEV-BTWNUMMER(SUPPLIER-IDX) = spaces
                   move LEV-RIJKSREG(SUPPLIER-IDX) to FICHE-REGEL(16:15)
               else
                   move LEV-RIJKSREG(SUPPLIER-IDX) to FICHE-REGEL(30:15)
               end-if
               write FICHE-REGEL
               move all "-" to FICHE-REGEL
               write FICHE-REGEL
               perform varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > 4
                   move WS-FICHE-BEDRAG(WS-CAT-IDX) to DISPLAY-AMT
                   perform 2400-PRINT-VAKREGEL thru 2400-EXIT
               end-perform
               move LEV-BETAALD(SUPPLIER-IDX) to DISPLAY-AMT
               move "e) Totaal" to WS-PRINT-LABEL
               perform 2410-PRINT-BEDRAGREGEL thru 2410-EXIT
               move spaces to FICHE-REGEL
               write FICHE-REGEL.
           2200-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2300-PRINT-SAMENVATTING: the 325.50 samenvattende opgave.
      *>----------------------------------------------------------------
           2300-PRINT-SAMENVATTING.
               move all "=" to FICHE-REGEL
               write FICHE-REGEL
               move spaces to FICHE-REGEL
               string "325.50 SAMENVATTENDE OPGAVE - INKOMSTENJAAR "
                          delimited by size
                      LINK-YEAR delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move all "-" to FICHE-REGEL
               write FICHE-REGEL
               move spaces to FICHE-REGEL
               string "Schuldenaar : " delimited by size
                      function trim(WS-SCH-NAAM) delimited by size
                      "  " delimited by size
                      function trim(WS-SCH-BTWNUMMER) delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move WS-FICHE-COUNT to DISPLAY-COUNT
               move spaces to FICHE-REGEL
               string "Aantal fiches 281.50       : " delimited by size
                      function trim(DISPLAY-COUNT) delimited by size
                   into FICHE-REGEL
               end-string
               write FICHE-REGEL
               move all "-" to FICHE-REGEL
               write FICHE-REGEL
               perform varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > 4
                   move WS-CAT-TOTAAL(WS-CAT-IDX) to DISPLAY-AMT
                   perform 2400-PRINT-VAKREGEL thru 2400-EXIT
               end-perform
               move WS-TOT-ALLE to DISPLAY-AMT
               move "e) Totaal" to WS-PRINT-LABEL
               perform 2410-PRINT-BEDRAGREGEL thru 2410-EXIT.
           2300-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2400-PRINT-VAKREGEL: box WS-CAT-IDX's label and DISPLAY-AMT.
      *>----------------------------------------------------------------
           2400-PRINT-VAKREGEL.
               evaluate WS-CAT-IDX
                   when 1
                       move "a) Commissies, makelaarslonen"
                           to WS-PRINT-LABEL
                   when 2
                       move "b) Erelonen of vacatiegelden"
                           to WS-PRINT-LABEL
                   when 3
                       move "c) Voordelen van alle aard"
                           to WS-PRINT-LABEL
                   when 4
                       move "d) Kosten voor de verkrijger"
                           to WS-PRINT-LABEL
               end-evaluate
               perform 2410-PRINT-BEDRAGREGEL thru 2410-EXIT.
           2400-EXIT.
               exit.

           2410-PRINT-BEDRAGREGEL.
               move spaces to FICHE-REGEL
               move WS-PRINT-LABEL to FICHE-REGEL(1:40)
               move ":" to FICHE-REGEL(41:1)
               move DISPLAY-AMT to FICHE-REGEL(43:14)
               write FICHE-REGEL.
           2410-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3000-WRITE-BELCOTAX: the Belcotax-on-web submission -- one
      *> verzending, one aangifte (the 325.50) holding the fiches. The
      *> beneficiaries are walked in the same order and under the same
      *> threshold as the printed fiches, so the volgnummers agree.
      *>----------------------------------------------------------------
           3000-WRITE-BELCOTAX.
               if WS-SCH-KBO = spaces or WS-SCH-NAAM = spaces
                       or WS-SCH-ADRES = spaces
                       or WS-SCH-POSTCODE = spaces
                       or WS-SCH-GEMEENTE = spaces
                   display "Intervat-Config.csv mist NAAM, BTWNUMMER,"
                       " ADRES, POSTCODE of GEMEENTE van de"
                       " schuldenaar -- Belcotax-bestand niet"
                       " aangemaakt."
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               open output XML-FILE
               if WS-XML-STATUS not = "00"
                   display "Error opening "
                       function trim(DYNAMIC-XMLFILE) ": "
                       WS-XML-STATUS
                   move 1 to WS-RETURN-CODE
                   go to 3000-EXIT
               end-if
               move "<?xml version=""1.0"" encoding=""UTF-8""?>"
                   to XML-REGEL
               write XML-REGEL
               move "<Verzendingen>" to XML-REGEL
               write XML-REGEL
               move "  <Verzending>" to XML-REGEL
               write XML-REGEL
               move "v0002_inkomstenjaar" to WS-XML-TAG
               move LINK-YEAR to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "v0010_bestandtype" to WS-XML-TAG
               move "BELCOTAX" to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "v0011_aanmaakdatum" to WS-XML-TAG
               move WS-AANMAAKDATUM to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "v0014_naam" to WS-XML-TAG
               move WS-SCH-NAAM to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "v0015_adres" to WS-XML-TAG
               move WS-SCH-ADRES to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "v0016_postcode" to WS-XML-TAG
               move WS-SCH-POSTCODE to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "v0017_gemeente" to WS-XML-TAG
               move WS-SCH-GEMEENTE to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "v0024_nationaalnr" to WS-XML-TAG
               move WS-SCH-KBO to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "    <Aangiften>" to XML-REGEL
               write XML-REGEL
               move "      <Aangifte>" to XML-REGEL
               write XML-REGEL
               move "a1002_inkomstenjaar" to WS-XML-TAG
               move LINK-YEAR to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "a1005_registratienummer" to WS-XML-TAG
               move WS-SCH-KBO to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "        <Opgave32550>" to XML-REGEL
               write XML-REGEL
               move WS-TOT-ALLE to DISPLAY-AMT
               move "o50_totaalbedrag" to WS-XML-TAG
               move function trim(DISPLAY-AMT) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move WS-FICHE-COUNT to DISPLAY-COUNT
               move "o50_aantalfiches" to WS-XML-TAG
               move function trim(DISPLAY-COUNT) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT

               move 0 to WS-FICHE-COUNT
               perform varying SUPPLIER-IDX from 1 by 1
                       until SUPPLIER-IDX > WS-SUPPLIER-COUNT
                   if LEV-FICHE(SUPPLIER-IDX) = "J"
                           and LEV-BETAALD(SUPPLIER-IDX)
                               >= WS-FICHE-DREMPEL
                       perform 3200-WRITE-XML-FICHE thru 3200-EXIT
                   end-if
               end-perform

               move "        </Opgave32550>" to XML-REGEL
               write XML-REGEL
               move "      </Aangifte>" to XML-REGEL
               write XML-REGEL
               move "    </Aangiften>" to XML-REGEL
               write XML-REGEL
               move "  </Verzending>" to XML-REGEL
               write XML-REGEL
               move "</Verzendingen>" to XML-REGEL
               write XML-REGEL
               close XML-FILE
               display "Belcotax-on-web bestand: "
                   function trim(DYNAMIC-XMLFILE).
           3000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3100-WRITE-XML-VELD: <WS-XML-TAG>WS-CONFIG-WAARDE</WS-XML-TAG>
      *>----------------------------------------------------------------
           3100-WRITE-XML-VELD.
               move spaces to XML-REGEL
               string "          <" delimited by size
                      function trim(WS-XML-TAG) delimited by size
                      ">" delimited by size
                      function trim(WS-CONFIG-WAARDE) delimited by size
                      "</" delimited by size
                      function trim(WS-XML-TAG) delimited by size
                      ">" delimited by size
                   into XML-REGEL
               end-string
               write XML-REGEL.
           3100-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 3200-WRITE-XML-FICHE: one <Fiche28150> for SUPPLIER-IDX.
      *>----------------------------------------------------------------
           3200-WRITE-XML-FICHE.
               add 1 to WS-FICHE-COUNT
               evaluate LEV-CATEGORIE(SUPPLIER-IDX)
                   when "COMMISSIE" move 1 to WS-CAT-IDX
                   when "ERELOON"   move 2 to WS-CAT-IDX
                   when "VAA"       move 3 to WS-CAT-IDX
                   when other       move 4 to WS-CAT-IDX
               end-evaluate
               initialize WS-FICHE-BEDRAGEN
               move LEV-BETAALD(SUPPLIER-IDX)
                   to WS-FICHE-BEDRAG(WS-CAT-IDX)

               move "          <Fiche28150>" to XML-REGEL
               write XML-REGEL
               move "f2002_inkomstenjaar" to WS-XML-TAG
               move LINK-YEAR to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "f2005_registratienummer" to WS-XML-TAG
               move WS-SCH-KBO to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "f2008_typefiche" to WS-XML-TAG
               move "28150" to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move WS-FICHE-COUNT to DISPLAY-VOLGNR
               move "f2009_volgnummer" to WS-XML-TAG
               move function trim(DISPLAY-VOLGNR) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               if LEV-RIJKSREG(SUPPLIER-IDX) not = spaces
                   move "f2011_nationaalnr" to WS-XML-TAG
                   move LEV-RIJKSREG(SUPPLIER-IDX) to WS-CONFIG-WAARDE
                   perform 3100-WRITE-XML-VELD thru 3100-EXIT
               end-if
               if LEV-BTWNUMMER(SUPPLIER-IDX) not = spaces
                   move "f2028_ondernemingsnr" to WS-XML-TAG
                   if LEV-BTWNUMMER(SUPPLIER-IDX)(1:2) = "BE"
                       move LEV-BTWNUMMER(SUPPLIER-IDX)(3:12)
                           to WS-CONFIG-WAARDE
                   else
                       move LEV-BTWNUMMER(SUPPLIER-IDX)
                           to WS-CONFIG-WAARDE
                   end-if
                   perform 3100-WRITE-XML-VELD thru 3100-EXIT
               end-if
               move "f2013_naam" to WS-XML-TAG
               move LEV-NAAM(SUPPLIER-IDX) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "f2015_adres" to WS-XML-TAG
               move LEV-ADRES(SUPPLIER-IDX) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "f2016_postcode" to WS-XML-TAG
               move LEV-POSTCODE(SUPPLIER-IDX) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "f2017_gemeente" to WS-XML-TAG
               move LEV-PLAATS(SUPPLIER-IDX) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               perform varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > 4
                   evaluate WS-CAT-IDX
                       when 1 move "f50_2060_commissies" to WS-XML-TAG
                       when 2 move "f50_2061_erelonen" to WS-XML-TAG
                       when 3 move "f50_2062_voordelen" to WS-XML-TAG
                       when 4 move "f50_2063_kosten" to WS-XML-TAG
                   end-evaluate
                   move WS-FICHE-BEDRAG(WS-CAT-IDX) to DISPLAY-AMT
                   move function trim(DISPLAY-AMT) to WS-CONFIG-WAARDE
                   perform 3100-WRITE-XML-VELD thru 3100-EXIT
               end-perform
               move LEV-BETAALD(SUPPLIER-IDX) to DISPLAY-AMT
               move "f50_2064_totaal" to WS-XML-TAG
               move function trim(DISPLAY-AMT) to WS-CONFIG-WAARDE
               perform 3100-WRITE-XML-VELD thru 3100-EXIT
               move "          </Fiche28150>" to XML-REGEL
               write XML-REGEL.
           3200-EXIT.
               exit.
