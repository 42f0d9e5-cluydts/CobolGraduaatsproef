      *> invoices in Ap-Betaald.csv. The SEPA reference is
      *> LEV-<leveranciersnummer>, which CodaImport matches the debit
      *> movements against to mark the rows AFGEPUNT.
      *> Once PurchaseOrders keeps the three-way match register
      *> Ap-Matching.csv, only an invoice it has GEMATCHT or
      *> VRIJGEGEVEN is proposed or paid -- a blocked one, or one the
      *> MATCH has not seen yet, is left out and counted.
      *> A supplier whose IBAN is not the one last paid is held by
      *> IbanHold: its invoices stay open, counted and listed, until
      *> a second operator has confirmed the new account.
      *>----------------------------------------------------------------
       identification division.
       program-id. ApPaymentRun.
             select BETAALD-FILE assign to "Ap-Betaald.csv"
                 organization is line sequential
                 file status is WS-BETAALD-STATUS.
             select MATCH-FILE assign to "Ap-Matching.csv"
                 organization is line sequential
                 file status is WS-MATCH-STATUS.
             select PROPOSAL-FILE assign to "Ap-Voorstel.csv"
                 organization is line sequential
                 file status is WS-PROPOSAL-STATUS.
           fd BETAALD-FILE.
           01 BETAALD-REGEL pic x(80).

           fd MATCH-FILE.
           01 MATCH-REGEL pic x(200).

           fd PROPOSAL-FILE.
           01 PROPOSAL-REGEL pic x(100).

           01 WS-SUPPLIER-STATUS pic xx.
           01 WS-BETAALD-STATUS pic xx.
           01 WS-PROPOSAL-STATUS pic xx.
           01 WS-MATCH-STATUS pic xx.
           01 WS-CONFIG-STATUS pic xx.
           01 WS-XML-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
                   10 LEV-BTWNUMMER pic x(14).
                   10 LEV-IBAN pic x(20).
                   10 LEV-TERMIJN pic 9(03).
      *>            IbanHold's answer, asked once per run: space not
      *>            asked yet, H held, B payable
                   10 LEV-HOUD pic x(01).
           01 WS-SUPPLIER-FOUND-IDX pic 9(03).

      *>    freshly changed IBANs -- see IbanHold
           01 WS-HOLD-ACTIE pic x(11).
           01 WS-HOLD-SOORT pic x(03) value "LEV".
           01 WS-HOLD-NUMMER pic x(12).
           01 WS-HOLD-IBAN pic x(34).
           01 WS-HOLD-NAAM pic x(30).
           01 WS-HOLD-BEDRAG pic 9(7)V99.
           01 WS-HOLD-REFERENTIE pic x(40).
           01 WS-HOLD-RESULTAAT pic x(12).
           01 WS-IBAN-GEHOUDEN pic 9(4) value 0.

      *>    the already-paid register -- loaded to keep paid invoices
      *>    out of the selection, appended to after a clean batch.
           01 WS-BETAALD-EOF pic x(01).
           01 WS-BETAALD-COUNT pic 9(4) value 0.
           01 WS-BETAALD-LEESREGEL pic x(80).
           01 WS-BET-BEDRAG-S pic x(12).
           01 WS-BET-BETAALDOP pic x(10).
           01 WS-BET-STATE pic x(10).
           01 BETAALD-TABLE.
               05 BETAALD-ENTRY OCCURS 1000 TIMES
                       INDEXED BY BETAALD-IDX.
                   10 BET-BEDRAG pic 9(7)V99.
           01 WS-BETAALD-FOUND pic x(01).

      *>    the three-way match register -- only loaded when the
      *>    file exists; without it every invoice is payable as
      *>    before.
           01 WS-MATCH-ACTIEF pic x(01) value "N".
           01 WS-MATCH-EOF pic x(01).
           01 WS-MATCH-COUNT pic 9(4) value 0.
           01 WS-MATCH-LEESREGEL pic x(200).
           01 WS-MATCH-BEDRAG-S pic x(14).
           01 WS-MATCH-BB-S pic x(12).
           01 MATCH-TABLE.
               05 MATCH-ENTRY OCCURS 2000 TIMES
                       INDEXED BY MATCH-IDX.
                   10 MT-LEVNR pic x(10).
                   10 MT-DATUM pic x(10).
                   10 MT-BEDRAG pic s9(7)V99.
                   10 MT-STATUS pic x(12).
           01 WS-MATCH-OK pic x(01).
           01 WS-NIET-GEMATCHT pic 9(4) value 0.

      *>    the selection this run proposes / pays
           01 WS-SELECT-COUNT pic 9(4) value 0.
           01 SELECT-TABLE.
                               move spaces to BETAALD-ENTRY(
                                   WS-BETAALD-COUNT)
                               move spaces to WS-BET-BEDRAG-S
                               move spaces to WS-BET-BETAALDOP
                               move spaces to WS-BET-STATE
                               unstring function trim(
                                       WS-BETAALD-LEESREGEL)
                                   delimited by ","
                                   into BET-LEVNR(WS-BETAALD-COUNT)
                                        BET-DATUM(WS-BETAALD-COUNT)
                                        WS-BET-BEDRAG-S
                                        WS-BET-BETAALDOP
                                        WS-BET-STATE
                               end-unstring
                               move function numval-c(function trim(
                                   WS-BET-BEDRAG-S))
                                   to BET-BEDRAG(WS-BETAALD-COUNT)
      *>                        a payment the bank rejected or returned
      *>                        (SepaStatusImport) paid nothing -- the
      *>                        invoice is open again
                               if function trim(WS-BET-STATE)
                                       = "GEWEIGERD"
                                   subtract 1 from WS-BETAALD-COUNT
                               end-if
                           end-if
               end-perform
               close BETAALD-FILE
           end-if

      *>    the three-way match verdicts
           move 0 to WS-MATCH-COUNT
           open input MATCH-FILE
           if WS-MATCH-STATUS = "00"
               move "Y" to WS-MATCH-ACTIEF
               read MATCH-FILE into WS-MATCH-LEESREGEL *> header
               move "0" to WS-MATCH-EOF
               perform until WS-MATCH-EOF = "1"
                   read MATCH-FILE into WS-MATCH-LEESREGEL
                       at end
                           move "1" to WS-MATCH-EOF
                       not at end
                           if WS-MATCH-COUNT >= 2000
                               display "Match table full, skipping: "
                                   WS-MATCH-LEESREGEL
                           else
                               add 1 to WS-MATCH-COUNT
                               move spaces to MATCH-ENTRY(
                                   WS-MATCH-COUNT)
                               move spaces to WS-MATCH-BEDRAG-S
                               unstring function trim(
                                       WS-MATCH-LEESREGEL)
                                   delimited by ","
                                   into MT-LEVNR(WS-MATCH-COUNT)
                                        MT-DATUM(WS-MATCH-COUNT)
                                        WS-MATCH-BEDRAG-S
                                        WS-MATCH-BB-S
                                        MT-STATUS(WS-MATCH-COUNT)
                               end-unstring
                               move function numval-c(function trim(
                                   WS-MATCH-BEDRAG-S))
                                   to MT-BEDRAG(WS-MATCH-COUNT)
                           end-if
               end-perform
               close MATCH-FILE
           end-if

      *>    firm name for the debtor block
           open input CONFIG-FILE
           if WS-CONFIG-STATUS = "00"

           perform 2000-WRITE-PROPOSAL thru 2000-EXIT

           if WS-NIET-GEMATCHT > 0
               display WS-NIET-GEMATCHT " factu(u)r(en) achtergehouden"
                   " -- niet gematcht of geblokkeerd, zie"
                   " Ap-Matching.csv."
           end-if
           if WS-IBAN-GEHOUDEN > 0
               display WS-IBAN-GEHOUDEN " factu(u)r(en) achtergehouden"
                   " -- IBAN gewijzigd sinds de laatste betaling, zie"
                   " IBAN-Verificatie.csv."
           end-if

           if WS-SELECT-COUNT = 0
               display "Geen vervallen leveranciersfacturen voor "
                   function trim(LINK-CUTOFF) "."
                   go to 1100-EXIT
               end-if

      *>        three-way match: not GEMATCHT or VRIJGEGEVEN on
      *>        Ap-Matching.csv, not payable.
               if WS-MATCH-ACTIEF = "Y"
                   move "N" to WS-MATCH-OK
                   perform varying MATCH-IDX from 1 by 1
                           until MATCH-IDX > WS-MATCH-COUNT
                       if function trim(MT-LEVNR(MATCH-IDX))
                               = function trim(R-KLANTNR-S)
                           and MT-DATUM(MATCH-IDX) = R-DATUM-S
                           and MT-BEDRAG(MATCH-IDX)
                               = function numval-c(function trim(
                                   R-TOTAAL-S))
                           if MT-STATUS(MATCH-IDX) = "GEMATCHT"
                               or MT-STATUS(MATCH-IDX) = "VRIJGEGEVEN"
                               move "Y" to WS-MATCH-OK
                           end-if
                           exit perform
                       end-if
                   end-perform
                   if WS-MATCH-OK not = "Y"
                       add 1 to WS-NIET-GEMATCHT
                       display "Niet gematcht / geblokkeerd, "
                           "overgeslagen: " function trim(R-KLANTNR-S)
                           " " R-DATUM-S " " function trim(R-TOTAAL-S)
                       go to 1100-EXIT
                   end-if
               end-if

      *>        due by the cut-off? Factuurdatum plus the supplier's
      *>        terms, via the day-number intrinsic.
               if R-DATUM-S(5:1) not = "-"
                   go to 1100-EXIT
               end-if

      *>        the IBAN on the master not the one last paid? The
      *>        invoice waits for a second operator's confirmation.
               if LEV-HOUD(WS-SUPPLIER-FOUND-IDX) = space
                   and LEV-IBAN(WS-SUPPLIER-FOUND-IDX) not = spaces
                   move "CONTROLE" to WS-HOLD-ACTIE
                   move LEV-NUMMER(WS-SUPPLIER-FOUND-IDX)
                       to WS-HOLD-NUMMER
                   move LEV-IBAN(WS-SUPPLIER-FOUND-IDX) to WS-HOLD-IBAN
                   move LEV-NAAM(WS-SUPPLIER-FOUND-IDX) to WS-HOLD-NAAM
                   move function numval-c(function trim(R-TOTAAL-S))
                       to WS-HOLD-BEDRAG
                   move spaces to WS-HOLD-REFERENTIE
                   call "IbanHold" using WS-HOLD-ACTIE WS-HOLD-SOORT
                       WS-HOLD-NUMMER WS-HOLD-IBAN WS-HOLD-NAAM
                       WS-HOLD-BEDRAG WS-HOLD-REFERENTIE
                       WS-HOLD-RESULTAAT LINK-OPERATOR-ID
                   if WS-HOLD-RESULTAAT = "HOUD"
                       move "H" to LEV-HOUD(WS-SUPPLIER-FOUND-IDX)
                   else
                       move "B" to LEV-HOUD(WS-SUPPLIER-FOUND-IDX)
                   end-if
               end-if
               if LEV-HOUD(WS-SUPPLIER-FOUND-IDX) = "H"
                   add 1 to WS-IBAN-GEHOUDEN
                   display "IBAN niet bevestigd, overgeslagen: "
                       function trim(R-KLANTNR-S)
                       " " R-DATUM-S " " function trim(R-TOTAAL-S)
                   go to 1100-EXIT
               end-if

               if WS-SELECT-COUNT >= 500
                   display "Selection table full, skipping: "
                       R-KLANTNR-S
               move "  <CstmrCdtTrfInitn>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "    <GrpHdr><MsgId>" delimited by size
                      DYNAMIC-XMLFILE delimited by ".xml"
                      "</MsgId><InitgPty><Nm>"
                          delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></InitgPty></GrpHdr>" delimited by size
                   end-string
                   write BETAALD-REGEL
               end-perform
               close BETAALD-FILE

      *>        the IBANs just paid are the known ones from now on
               move "BETAALD" to WS-HOLD-ACTIE
               move DYNAMIC-XMLFILE to WS-HOLD-REFERENTIE
               perform varying SUPPLIER-IDX from 1 by 1
                       until SUPPLIER-IDX > WS-SUPPLIER-COUNT
                   if LEV-HOUD(SUPPLIER-IDX) = "B"
                       move LEV-NUMMER(SUPPLIER-IDX) to WS-HOLD-NUMMER
                       move LEV-IBAN(SUPPLIER-IDX) to WS-HOLD-IBAN
                       call "IbanHold" using WS-HOLD-ACTIE
                           WS-HOLD-SOORT WS-HOLD-NUMMER WS-HOLD-IBAN
                           WS-HOLD-NAAM WS-HOLD-BEDRAG
                           WS-HOLD-REFERENTIE WS-HOLD-RESULTAAT
                           LINK-OPERATOR-ID
                   end-if
               end-perform.
           3200-EXIT.
               exit.

