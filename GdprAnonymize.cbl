           01 KLANT-REGEL pic x(200).

           fd HISTORY-FILE.
           01 HISTORY-REGEL pic x(400).

           fd HISTIDX-FILE.
           01 HISTIDX-REGEL pic x(60).
           01 YTD-REGEL pic x(130).

           fd WERK-FILE.
           01 WERK-REGEL pic x(400).

           fd FILE-LIST-FILE.
           01 FILE-LIST-REGEL pic x(80).
           01 WS-NIEUWE-NAAM pic x(30).

      *>    one history / ytd row -- split into the FULL column
      *>    layouts (31 resp. 7), so a rebuilt row keeps every
      *>    amount; only the name changes. See the HistorySelect
      *>    banner for the history header.
           01 H-VELD-TABLE.
               05 H-VELD occurs 31 times pic x(30).
           01 Y-VELD-TABLE.
               05 Y-VELD occurs 7 times pic x(30).

                        F-VELD(9) F-VELD(10) F-VELD(11) F-VELD(12)
                        F-VELD(13) F-VELD(14) F-VELD(15) F-VELD(16)
                        F-VELD(17) F-VELD(18) F-VELD(19) F-VELD(20)
                        F-VELD(21) F-VELD(22) F-VELD(23) F-VELD(24)
                        F-VELD(25)
               end-unstring
      *>        already anonymized rows are done; in-service or
      *>        recently-left rows pass through untouched
           1100-EXIT.
               exit.

      *>    the split fields back into one comma row -- 25 columns,
      *>    exactly the master's width
           1200-REBUILD-ROW.
               move spaces to EMPLOYEE-REGEL
                   function trim(F-VELD(19)) ","
                   function trim(F-VELD(20)) ","
                   function trim(F-VELD(21)) ","
                   function trim(F-VELD(22)) ","
                   function trim(F-VELD(23)) ","
                   function trim(F-VELD(24)) ","
                   function trim(F-VELD(25))
                   delimited by size
                   into EMPLOYEE-REGEL
               end-string.
                   delimited by ","
                   into F-VELD(1) F-VELD(2) F-VELD(3) F-VELD(4)
                        F-VELD(5) F-VELD(6) F-VELD(7) F-VELD(8)
                        F-VELD(9) F-VELD(10) F-VELD(11) F-VELD(12)
                        F-VELD(13) F-VELD(14) F-VELD(15)
               end-unstring
               if F-VELD(2)(1:14) = "GEANONIMISEERD"
                   if WS-MODE = "ANONIMISEER"
                   function trim(F-VELD(8)) ","
                   function trim(F-VELD(9)) ","
                   function trim(F-VELD(10)) ","
                   function trim(F-VELD(11)) ","
                   function trim(F-VELD(12)) ","
                   function trim(F-VELD(13)) ","
                   function trim(F-VELD(14)) ","
                   function trim(F-VELD(15))
                   delimited by size
                   into KLANT-REGEL
               end-string

           3100-ONE-HISTORY-ROW.
               perform varying WS-VELD-IDX from 1 by 1
                       until WS-VELD-IDX > 31
                   move spaces to H-VELD(WS-VELD-IDX)
               end-perform
               unstring function trim(HISTORY-REGEL)
                   into H-VELD(1) H-VELD(2) H-VELD(3) H-VELD(4)
                        H-VELD(5) H-VELD(6) H-VELD(7) H-VELD(8)
                        H-VELD(9) H-VELD(10) H-VELD(11) H-VELD(12)
                        H-VELD(13) H-VELD(14) H-VELD(15) H-VELD(16)
                        H-VELD(17) H-VELD(18) H-VELD(19) H-VELD(20)
                        H-VELD(21) H-VELD(22) H-VELD(23) H-VELD(24)
                        H-VELD(25) H-VELD(26) H-VELD(27) H-VELD(28)
                        H-VELD(29) H-VELD(30) H-VELD(31)
               end-unstring
               move "N" to WS-EMP-GEVONDEN
               perform varying EMP-IDX from 1 by 1
                       function trim(H-VELD(10)) ","
                       function trim(H-VELD(11)) ","
                       function trim(H-VELD(12)) ","
                       function trim(H-VELD(13)) ","
                       function trim(H-VELD(14)) ","
                       function trim(H-VELD(15)) ","
                       function trim(H-VELD(16)) ","
                       function trim(H-VELD(17)) ","
                       function trim(H-VELD(18)) ","
                       function trim(H-VELD(19)) ","
                       function trim(H-VELD(20)) ","
                       function trim(H-VELD(21)) ","
                       function trim(H-VELD(22)) ","
                       function trim(H-VELD(23)) ","
                       function trim(H-VELD(24)) ","
                       function trim(H-VELD(25)) ","
                       function trim(H-VELD(26)) ","
                       function trim(H-VELD(27)) ","
                       function trim(H-VELD(28)) ","
                       function trim(H-VELD(29)) ","
                       function trim(H-VELD(30)) ","
                       function trim(H-VELD(31))
                       delimited by size
                       into HISTORY-REGEL
                   end-string
