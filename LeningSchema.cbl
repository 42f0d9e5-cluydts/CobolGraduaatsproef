      *>----------------------------------------------------------------
      *> LeningSchema -- once a loan is restructured (LoanServicing
      *> HERSCHIK) its installments no longer follow the annuity
      *> arithmetic on the master row: a payment holiday, a longer
      *> term or another installment all change what is due and how
      *> it splits. LoanServicing keeps the original schedule and
      *> every revision in Lening-Schema.csv (LeningNr,Versie,Maand,
      *> Termijn,Rente,Aflossing,Saldo), each version with its
      *> effective month in Lening-Herschikkingen.csv. This is the
      *> one shared answer to "what is due on this loan this month":
      *>     call "LeningSchema" using LSC-VRAAG LSC-ANTWOORD
      *> (LENSCHEMA.cpy). The version in force for a month is the
      *> latest one that took effect on or before it; a later
      *> version replaces everything of the earlier ones from its
      *> effective month on. Both files are read on the first call
      *> and kept -- a caller that rewrites them cancels this
      *> program so the next call reads them afresh.
      *>----------------------------------------------------------------
       identification division.
       program-id. LeningSchema.
       environment division.
       input-output section.
       file-control.
           select SCHEMA-FILE assign to "Lening-Schema.csv"
               organization is line sequential
               file status is WS-SCHEMA-STATUS.
           select HERSCH-FILE assign to "Lening-Herschikkingen.csv"
               organization is line sequential
               file status is WS-HERSCH-STATUS.

       data division.

       file section.
           fd SCHEMA-FILE.
           01 SCHEMA-REGEL pic x(100).

           fd HERSCH-FILE.
           01 HERSCH-REGEL pic x(160).

       working-storage section.

           01 WS-SCHEMA-STATUS pic xx.
           01 WS-HERSCH-STATUS pic xx.
           01 EOF-FLAG pic x(01).
           01 WS-GELADEN pic x(01) value "N".

      *>    the versions: loan, version, effective month
           01 WS-VRS-COUNT pic 9(04) value 0.
           01 WS-VRS-LEESREGEL pic x(160).
           01 WS-VRS-VERSIE-S pic x(05).
           01 VERSIE-TABLE.
               05 VERSIE-ENTRY occurs 1000 times
                       indexed by VRS-IDX.
                   10 VRS-NR pic x(08).
                   10 VRS-VERSIE pic 9(03).
                   10 VRS-INGANG pic x(07).

      *>    the schedule rows of every version
           01 WS-RIJ-COUNT pic 9(05) value 0.
           01 WS-RIJ-LEESREGEL pic x(100).
           01 WS-RIJ-VERSIE-S pic x(05).
           01 WS-RIJ-TERMIJN-S pic x(14).
           01 WS-RIJ-RENTE-S pic x(14).
           01 WS-RIJ-AFLOSSING-S pic x(14).
           01 WS-RIJ-SALDO-S pic x(14).
           01 RIJ-TABLE.
               05 RIJ-ENTRY occurs 9000 times
                       indexed by RIJ-IDX.
                   10 RIJ-NR pic x(08).
                   10 RIJ-VERSIE pic 9(03).
                   10 RIJ-MAAND pic x(07).
                   10 RIJ-TERMIJN pic 9(07)V99.
                   10 RIJ-RENTE pic 9(07)V99.
                   10 RIJ-AFLOSSING pic 9(09)V99.
                   10 RIJ-SALDO pic 9(09)V99.

           01 WS-IN-KRACHT pic 9(03).
           01 WS-HEEFT-VERSIE pic x(01).

       linkage section.
           copy "LENSCHEMA.cpy".

       procedure division using LSC-VRAAG LSC-ANTWOORD.

           if WS-GELADEN not = "J"
               perform 0100-LOAD-VERSIES thru 0100-EXIT
               perform 0200-LOAD-RIJEN thru 0200-EXIT
               move "J" to WS-GELADEN
           end-if
           move "N" to LSC-GEVONDEN
           move 0 to LSC-VERSIE
           move spaces to LSC-BEGIN
           move 0 to LSC-TERMIJN
           move 0 to LSC-RENTE
           move 0 to LSC-AFLOSSING
           move 0 to LSC-SALDO

      *>    the loan's latest version and the one in force
           move "N" to WS-HEEFT-VERSIE
           move 0 to WS-IN-KRACHT
           perform varying VRS-IDX from 1 by 1
                   until VRS-IDX > WS-VRS-COUNT
               if VRS-NR(VRS-IDX) = LSC-LENING
                   move "J" to WS-HEEFT-VERSIE
                   if VRS-VERSIE(VRS-IDX) >= LSC-VERSIE
                       move VRS-VERSIE(VRS-IDX) to LSC-VERSIE
                   end-if
                   if VRS-VERSIE(VRS-IDX) = 0
                       move VRS-INGANG(VRS-IDX) to LSC-BEGIN
                   end-if
                   if VRS-INGANG(VRS-IDX) <= LSC-MAAND
                       and VRS-VERSIE(VRS-IDX) >= WS-IN-KRACHT
                       move VRS-VERSIE(VRS-IDX) to WS-IN-KRACHT
                   end-if
               end-if
           end-perform
           if WS-HEEFT-VERSIE = "N"
               goback
           end-if
           if LSC-MAAND < LSC-BEGIN
               move "V" to LSC-GEVONDEN
               goback
           end-if

           move "E" to LSC-GEVONDEN
           perform varying RIJ-IDX from 1 by 1
                   until RIJ-IDX > WS-RIJ-COUNT
               if RIJ-NR(RIJ-IDX) = LSC-LENING
                   and RIJ-VERSIE(RIJ-IDX) = WS-IN-KRACHT
                   and RIJ-MAAND(RIJ-IDX) = LSC-MAAND
                   move "J" to LSC-GEVONDEN
                   move RIJ-TERMIJN(RIJ-IDX) to LSC-TERMIJN
                   move RIJ-RENTE(RIJ-IDX) to LSC-RENTE
                   move RIJ-AFLOSSING(RIJ-IDX) to LSC-AFLOSSING
                   move RIJ-SALDO(RIJ-IDX) to LSC-SALDO
                   exit perform
               end-if
           end-perform
           goback.

      *>----------------------------------------------------------------
      *> 0100-LOAD-VERSIES / 0200-LOAD-RIJEN: both registers once;
      *> absent files mean no loan was ever restructured.
      *>----------------------------------------------------------------
           0100-LOAD-VERSIES.
               move 0 to WS-VRS-COUNT
               open input HERSCH-FILE
               if WS-HERSCH-STATUS not = "00"
                   go to 0100-EXIT
               end-if
               read HERSCH-FILE into WS-VRS-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read HERSCH-FILE into WS-VRS-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-VRS-LEESREGEL = spaces
                               continue
                           else
                               if WS-VRS-COUNT >= 1000
                                   display "Herschikkingsregister vol"
                                       " -- rij genegeerd."
                               else
                                   add 1 to WS-VRS-COUNT
                                   move spaces
                                       to VERSIE-ENTRY(WS-VRS-COUNT)
                                   move spaces to WS-VRS-VERSIE-S
                                   unstring function trim(
                                           WS-VRS-LEESREGEL)
                                       delimited by ","
                                       into VRS-NR(WS-VRS-COUNT)
                                            WS-VRS-VERSIE-S
                                            VRS-INGANG(WS-VRS-COUNT)
                                   end-unstring
                                   move function numval(function trim(
                                       WS-VRS-VERSIE-S))
                                       to VRS-VERSIE(WS-VRS-COUNT)
                               end-if
                           end-if
                   end-read
               end-perform
               close HERSCH-FILE.
           0100-EXIT.
               exit.

           0200-LOAD-RIJEN.
               move 0 to WS-RIJ-COUNT
               open input SCHEMA-FILE
               if WS-SCHEMA-STATUS not = "00"
                   go to 0200-EXIT
               end-if
               read SCHEMA-FILE into WS-RIJ-LEESREGEL *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read SCHEMA-FILE into WS-RIJ-LEESREGEL
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-RIJ-LEESREGEL not = spaces
                               perform 0210-ONE-RIJ thru 0210-EXIT
                           end-if
                   end-read
               end-perform
               close SCHEMA-FILE.
           0200-EXIT.
               exit.

           0210-ONE-RIJ.
               if WS-RIJ-COUNT >= 9000
                   display "Leningschema's vol -- rij genegeerd."
                   go to 0210-EXIT
               end-if
               add 1 to WS-RIJ-COUNT
               move spaces to RIJ-ENTRY(WS-RIJ-COUNT)
               move spaces to WS-RIJ-VERSIE-S WS-RIJ-TERMIJN-S
                   WS-RIJ-RENTE-S WS-RIJ-AFLOSSING-S WS-RIJ-SALDO-S
               unstring function trim(WS-RIJ-LEESREGEL)
                   delimited by ","
                   into RIJ-NR(WS-RIJ-COUNT)
                        WS-RIJ-VERSIE-S
                        RIJ-MAAND(WS-RIJ-COUNT)
                        WS-RIJ-TERMIJN-S
                        WS-RIJ-RENTE-S
                        WS-RIJ-AFLOSSING-S
                        WS-RIJ-SALDO-S
               end-unstring
               move function numval(function trim(WS-RIJ-VERSIE-S))
                   to RIJ-VERSIE(WS-RIJ-COUNT)
               move function numval-c(function trim(WS-RIJ-TERMIJN-S))
                   to RIJ-TERMIJN(WS-RIJ-COUNT)
               move function numval-c(function trim(WS-RIJ-RENTE-S))
                   to RIJ-RENTE(WS-RIJ-COUNT)
               move function numval-c(function trim(
                   WS-RIJ-AFLOSSING-S))
                   to RIJ-AFLOSSING(WS-RIJ-COUNT)
               move function numval-c(function trim(WS-RIJ-SALDO-S))
                   to RIJ-SALDO(WS-RIJ-COUNT).
           0210-EXIT.
               exit.
