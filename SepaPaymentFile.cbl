      *> (or an employee without an IBAN) fails the run loudly and
      *> removes the half-built file, because a wrong payment batch
      *> is worse than no payment batch. Output: Sepa-<file>.xml.
      *> An employee whose IBAN differs from the one last paid is
      *> held out of the batch (IbanHold) until a second operator
      *> confirms it; the control sum plus the held amounts must
      *> then reconcile with the Summary.
      *>----------------------------------------------------------------
       identification division.
       program-id. SepaPaymentFile.
           01 WS-KAL-WERKDAG pic x(01).
           01 WS-EXEC-DATUM pic x(10).
           01 WS-MISSING-IBAN pic x(01) value "N".
      *>    freshly changed IBANs -- IbanHold decides per employee;
      *>    the ones paid are recorded only once the batch stands
           01 WS-HOLD-ACTIE pic x(11).
           01 WS-HOLD-SOORT pic x(03) value "WN".
           01 WS-HOLD-NUMMER pic x(12).
           01 WS-HOLD-IBAN pic x(34).
           01 WS-HOLD-NAAM pic x(30).
           01 WS-HOLD-BEDRAG pic 9(7)V99.
           01 WS-HOLD-REFERENTIE pic x(40).
           01 WS-HOLD-RESULTAAT pic x(12).
           01 WS-HELD-COUNT pic 9(05) value 0.
           01 WS-HELD-SUM pic 9(9)V99 value 0.
           01 WS-RECONCILE-SUM pic 9(9)V99 value 0.
           01 WS-PAID-COUNT pic 9(03) value 0.
           01 PAID-TABLE.
               05 PAID-ENTRY occurs 300 times indexed by PAID-IDX.
                   10 PAID-NUMMER pic x(12).
                   10 PAID-IBAN pic x(34).
           01 WS-PENDING-STATUS pic xx.
           01 DYNAMIC-PENDFILE pic x(32).


      *>    the hard reconciliation -- the batch leaves here only
      *>    when its control sum equals the Summary total to the
      *>    cent and every employee had an IBAN. A held amount
      *>    counts as accounted for: it is paid after confirmation.
           compute WS-RECONCILE-SUM = WS-CTRL-SUM + WS-HELD-SUM
           if WS-RECONCILE-SUM not = WS-SUMMARY-NETTO
                   or WS-MISSING-IBAN = "Y"
               move WS-CTRL-SUM to DISPLAY-AMT
               display "PAYMENT FILE REFUSED: control sum "
                   function trim(DISPLAY-AMT)
                   " EUR written to "
                   function trim(DYNAMIC-XMLFILE)
               if WS-HELD-COUNT > 0
                   move WS-HELD-COUNT to DISPLAY-TX-COUNT
                   move WS-HELD-SUM to DISPLAY-AMT
                   display function trim(DISPLAY-TX-COUNT)
                       " betaling(en), totaal "
                       function trim(DISPLAY-AMT)
                       " EUR, GEHOUDEN wegens gewijzigd IBAN --"
                       " zie IBAN-Verificatie.csv."
               end-if
               move "BETAALD" to WS-HOLD-ACTIE
               move DYNAMIC-INFILE to WS-HOLD-REFERENTIE
               perform varying PAID-IDX from 1 by 1
                       until PAID-IDX > WS-PAID-COUNT
                   move PAID-NUMMER(PAID-IDX) to WS-HOLD-NUMMER
                   move PAID-IBAN(PAID-IDX) to WS-HOLD-IBAN
                   call "IbanHold" using WS-HOLD-ACTIE WS-HOLD-SOORT
                       WS-HOLD-NUMMER WS-HOLD-IBAN WS-HOLD-NAAM
                       WS-HOLD-BEDRAG WS-HOLD-REFERENTIE
                       WS-HOLD-RESULTAAT LINK-OPERATOR-ID
               end-perform
           end-if

      *>    shared audit trail -- one line per run, see RUNLOG.cpy.
                   go to 1000-EXIT
               end-if

      *>        an IBAN not the one this employee was last paid on
      *>        waits for a second operator's confirmation
               if function trim(R-PERSNR-S) not = spaces
                   move R-PERSNR-S to WS-HOLD-NUMMER
               else
                   move R-NAAM to WS-HOLD-NUMMER
               end-if
               move "CONTROLE" to WS-HOLD-ACTIE
               move WS-IBAN to WS-HOLD-IBAN
               move R-NAAM to WS-HOLD-NAAM
               move R-NETTO to WS-HOLD-BEDRAG
               move DYNAMIC-INFILE to WS-HOLD-REFERENTIE
               inspect WS-HOLD-REFERENTIE replacing all X"00" by " "
               call "IbanHold" using WS-HOLD-ACTIE WS-HOLD-SOORT
                   WS-HOLD-NUMMER WS-HOLD-IBAN WS-HOLD-NAAM
                   WS-HOLD-BEDRAG WS-HOLD-REFERENTIE
                   WS-HOLD-RESULTAAT LINK-OPERATOR-ID
               if WS-HOLD-RESULTAAT = "HOUD"
                   add 1 to WS-HELD-COUNT
                   add R-NETTO to WS-HELD-SUM
                   go to 1000-EXIT
               end-if
               if WS-PAID-COUNT < 300
                   add 1 to WS-PAID-COUNT
                   move WS-HOLD-NUMMER to PAID-NUMMER(WS-PAID-COUNT)
                   move WS-HOLD-IBAN to PAID-IBAN(WS-PAID-COUNT)
               end-if

               add 1 to WS-TX-COUNT
               add R-NETTO to WS-CTRL-SUM
               move R-NETTO to DISPLAY-AMT
               move "  <CstmrCdtTrfInitn>" to XML-REGEL
               write XML-REGEL
               move spaces to XML-REGEL
               string "    <GrpHdr><MsgId>" delimited by size
                      DYNAMIC-XMLFILE delimited by ".xml"
                      "</MsgId><InitgPty><Nm>"
                          delimited by size
                      function trim(WS-FIRM-NAAM) delimited by size
                      "</Nm></InitgPty></GrpHdr>" delimited by size
