      *> not silently double-pay a day, and a missing one will
      *> surface in the payroll run itself. Accepted rows append to
      *> Klokuren.csv.
      *> A fifth, optional column carries the project code the hours
      *> were worked on ("PersNr,Datum,Uren,ShiftCode,Project"); a
      *> code that is not on Projecten.csv, or is no longer active
      *> there, rejects the row. The code travels into Klokuren.csv
      *> ("PersNr,Datum,Uren,Shift,Project,Gefactureerd") where
      *> ProjectBilling bills the hours to the project's customer
      *> and stamps Gefactureerd with the billed period.
      *>----------------------------------------------------------------
       identification division.
       program-id. TijdImport.
           select KLOK-FILE assign to "Klokuren.csv"
               organization is line sequential
               file status is WS-KLOK-STATUS.
           select PROJECT-FILE assign to "Projecten.csv"
               organization is line sequential
               file status is WS-PROJECT-STATUS.
           select REJECT-FILE assign to "Reject-Klok.csv"
               organization is line sequential
               file status is WS-REJECT-STATUS.
           01 PREMIE-REGEL pic x(20).

           fd KLOK-FILE.
           01 KLOK-REGEL pic x(60).

           fd PROJECT-FILE.
           01 PROJECT-REGEL pic x(120).

           fd REJECT-FILE.
           01 REJECT-REGEL pic x(120).
           01 WS-EMPLOYEE-STATUS pic xx.
           01 WS-PREMIE-STATUS pic xx.
           01 WS-KLOK-STATUS pic xx.
           01 WS-PROJECT-STATUS pic xx.
           01 WS-REJECT-STATUS pic xx.
           01 WS-RUNLOG-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 K-DATUM-S pic x(12).
           01 K-UREN-S pic x(08).
           01 K-SHIFT-S pic x(04).
           01 K-PROJECT-S pic x(10).
           01 WS-UREN pic 9(2)V99.
           01 WS-ROW-OK pic x(01).
           01 WS-REJECT-REASON pic x(40).
      *>    the double/overlap check
           01 WS-KLOK-EOF pic x(01).
           01 WS-KLOK-COUNT pic 9(04) value 0.
           01 WS-KLOK-LEESREGEL pic x(60).
           01 KLOK-TABLE.
               05 KLOK-ENTRY OCCURS 5000 TIMES
                       INDEXED BY KLOK-IDX.
           01 WS-KLOK-F3 pic x(08).
           01 WS-KLOK-F4 pic x(04).

      *>    the project register -- code and whether it still takes
      *>    hours
           01 WS-PROJECT-EOF pic x(01).
           01 WS-PROJECT-COUNT pic 9(03) value 0.
           01 WS-PROJECT-LEESREGEL pic x(120).
           01 WS-PRJ-SKIP pic x(30).
           01 PROJECT-TABLE.
               05 PROJECT-ENTRY OCCURS 300 TIMES
                       INDEXED BY PROJECT-IDX.
                   10 PRJ-CODE pic x(10).
                   10 PRJ-ACTIEF pic x(01).
           01 WS-PRJ-GEVONDEN pic x(01).

           01 WS-CURRENT-DATETIME pic x(21).
           copy "RUNLOG.cpy".

               goback
           end-if

      *>    the project codes, when there is a register at all --
      *>    Projectcode,Klantnummer,Omschrijving,Uurtarief,Tarief,
      *>    Actief
           move 0 to WS-PROJECT-COUNT
           open input PROJECT-FILE
           if WS-PROJECT-STATUS = "00"
               read PROJECT-FILE into WS-PROJECT-LEESREGEL *> header
               move "0" to WS-PROJECT-EOF
               perform until WS-PROJECT-EOF = "1"
                   read PROJECT-FILE into WS-PROJECT-LEESREGEL
                       at end
                           move "1" to WS-PROJECT-EOF
                       not at end
                           if WS-PROJECT-COUNT < 300
                               add 1 to WS-PROJECT-COUNT
                               move spaces to PROJECT-ENTRY(
                                   WS-PROJECT-COUNT)
                               unstring function trim(
                                       WS-PROJECT-LEESREGEL)
                                   delimited by ","
                                   into PRJ-CODE(WS-PROJECT-COUNT)
                                        WS-PRJ-SKIP WS-PRJ-SKIP
                                        WS-PRJ-SKIP WS-PRJ-SKIP
                                        PRJ-ACTIEF(WS-PROJECT-COUNT)
                               end-unstring
                               move function upper-case(PRJ-CODE(
                                   WS-PROJECT-COUNT))
                                   to PRJ-CODE(WS-PROJECT-COUNT)
                           end-if
               end-perform
               close PROJECT-FILE
           end-if

      *>    already-clocked PersNr/Datum keys off the register
           move 0 to WS-KLOK-COUNT
           open input KLOK-FILE
           if WS-KLOK-STATUS not = "00"
               open output KLOK-FILE
               if WS-KLOK-STATUS = "00"
                   move "PersNr,Datum,Uren,Shift,Project,Gefactureerd"
                       to KLOK-REGEL
                   write KLOK-REGEL
               end-if
           end-if
               move spaces to K-DATUM-S
               move spaces to K-UREN-S
               move spaces to K-SHIFT-S
               move spaces to K-PROJECT-S
               unstring function trim(INPUT-REGEL)
                   delimited by ","
                   into K-PERSNR-S K-DATUM-S K-UREN-S K-SHIFT-S
                        K-PROJECT-S
               end-unstring
               move function upper-case(function trim(K-PROJECT-S))
                   to K-PROJECT-S

      *>        the personnel number must exist
               move "N" to WS-EMP-GEVONDEN
                       end-string
                   end-if
               end-if
      *>        a project code, when given, must be a live project
               if WS-ROW-OK = "Y" and K-PROJECT-S not = spaces
                   move "N" to WS-PRJ-GEVONDEN
                   perform varying PROJECT-IDX from 1 by 1
                           until PROJECT-IDX > WS-PROJECT-COUNT
                       if PRJ-CODE(PROJECT-IDX) = K-PROJECT-S
                           move "Y" to WS-PRJ-GEVONDEN
                           if function upper-case(PRJ-ACTIEF(
                                   PROJECT-IDX)) = "N"
                               move "A" to WS-PRJ-GEVONDEN
                           end-if
                           exit perform
                       end-if
                   end-perform
                   if WS-PRJ-GEVONDEN not = "Y"
                       move "N" to WS-ROW-OK
                       if WS-PRJ-GEVONDEN = "A"
                           string "Project afgesloten: "
                                   delimited by size
                                  K-PROJECT-S delimited by size
                               into WS-REJECT-REASON
                           end-string
                       else
                           string "Onbekend project: "
                                   delimited by size
                                  K-PROJECT-S delimited by size
                               into WS-REJECT-REASON
                           end-string
                       end-if
                   end-if
               end-if
      *>        not already clocked -- register or earlier this file
               if WS-ROW-OK = "Y"
                   move spaces to WS-KLOK-SLEUTEL
                       "," delimited by size
                       function upper-case(function trim(K-SHIFT-S))
                           delimited by size
                       "," delimited by size
                       function trim(K-PROJECT-S) delimited by size
                       into KLOK-REGEL
                   end-string
                   write KLOK-REGEL
