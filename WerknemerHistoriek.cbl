      *>----------------------------------------------------------------
      *> WerknemerHistoriek answers "what did this employee earn, and
      *> since when" from the dated change register WerknemerOnderhoud
      *> keeps, Werknemer-Wijzigingen.csv: every registered change of
      *> one employee (or of everyone), optionally of one field only
      *> (MAANDLOON, FUNCTIEKLASSE, FTE, BURGERLIJKESTAAT, KINDEREN),
      *> with its effective date, the value before and after, and who
      *> recorded it when. Changes not yet in force are marked. Every
      *> filter is optional; blank (or "-") means any. Matches are
      *> shown and also written to Werknemer-Historiek.csv, the same
      *> way TabelJournaalInquiry reports over Tabel-Journaal.csv.
      *>----------------------------------------------------------------
       identification division.
       program-id. WerknemerHistoriek.
       environment division.
       input-output section.
       file-control.
           select REGISTER-FILE assign to "Werknemer-Wijzigingen.csv"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select RESULT-FILE assign to "Werknemer-Historiek.csv"
               organization is line sequential
               file status is WS-RESULT-STATUS.

       data division.

       file section.
           fd REGISTER-FILE.
           01 REGISTER-REGEL pic x(200).

           fd RESULT-FILE.
           01 RESULT-REGEL pic x(200).

       working-storage section.

           01 WS-REGISTER-STATUS pic xx.
           01 WS-RESULT-STATUS pic xx.
           01 WS-RETURN-CODE pic 9 value 0.
           01 EOF-FLAG pic x(01).
           01 WS-CURRENT-DATETIME pic x(21).
           01 WS-VANDAAG pic x(10).

      *>    one register line, the layout WerknemerOnderhoud writes
           01 R-PERSNR pic x(06).
           01 R-VELD pic x(16).
           01 R-OUD pic x(20).
           01 R-NIEUW pic x(20).
           01 R-INGANG pic x(10).
           01 R-OPERATOR pic x(12).
           01 R-VASTGELEGD pic x(19).

           01 WS-MATCHES pic 9(06) value 0.
           01 WS-KEEP pic x(01).
           01 WS-F-PERSNR pic x(06).
           01 WS-F-VELD pic x(16).
           01 WS-STAND pic x(10).
           01 DISPLAY-MATCHES pic Z(5)9.

       linkage section.
           01 LINK-PERSNR pic x(06).
           01 LINK-VELD pic x(16).

       procedure division using LINK-PERSNR LINK-VELD.

           move 0 to WS-MATCHES
           move spaces to WS-F-PERSNR
           if function trim(LINK-PERSNR) not = spaces
               and function trim(LINK-PERSNR) not = "-"
               move function trim(LINK-PERSNR) to WS-F-PERSNR
           end-if
           move spaces to WS-F-VELD
           if function trim(LINK-VELD) not = spaces
               and function trim(LINK-VELD) not = "-"
               move function upper-case(function trim(LINK-VELD))
                   to WS-F-VELD
           end-if
           move function current-date to WS-CURRENT-DATETIME
           move spaces to WS-VANDAAG
           string WS-CURRENT-DATETIME(1:4) "-"
                  WS-CURRENT-DATETIME(5:2) "-"
                  WS-CURRENT-DATETIME(7:2) delimited by size
               into WS-VANDAAG
           end-string

           open input REGISTER-FILE
           if WS-REGISTER-STATUS not = "00"
               display "Werknemer-Wijzigingen.csv not found -- er is"
                   " nog nooit een gedateerde wijziging vastgelegd."
               move 1 to return-code
               goback
           end-if
           open output RESULT-FILE
           string "PersNr,Veld,OudeWaarde,NieuweWaarde,Ingang,"
                  "Operator,Vastgelegd,Stand" delimited by size
               into RESULT-REGEL
           end-string
           write RESULT-REGEL

           read REGISTER-FILE into REGISTER-REGEL *> header
           move "0" to EOF-FLAG
           perform until EOF-FLAG = "1"
               read REGISTER-FILE into REGISTER-REGEL
                   at end
                       move "1" to EOF-FLAG
                   not at end
                       if REGISTER-REGEL not = spaces
                           perform 1000-ONE-LINE thru 1000-EXIT
                       end-if
               end-read
           end-perform
           close REGISTER-FILE
           close RESULT-FILE

           move WS-MATCHES to DISPLAY-MATCHES
           display function trim(DISPLAY-MATCHES)
               " wijziging(en) gevonden, ook in"
               " Werknemer-Historiek.csv."
           move WS-RETURN-CODE to return-code
           goback.

      *>----------------------------------------------------------------
      *> 1000-ONE-LINE: filter on employee and field, show the match
      *> with its before and after value.
      *>----------------------------------------------------------------
           1000-ONE-LINE.
               move spaces to R-PERSNR R-VELD R-OUD R-NIEUW R-INGANG
                   R-OPERATOR R-VASTGELEGD
               unstring function trim(REGISTER-REGEL)
                   delimited by ","
                   into R-PERSNR R-VELD R-OUD R-NIEUW R-INGANG
                        R-OPERATOR R-VASTGELEGD
               end-unstring
               move function upper-case(R-VELD) to R-VELD
               move "Y" to WS-KEEP
               if WS-F-PERSNR not = spaces
                   and function trim(R-PERSNR) not = WS-F-PERSNR
                   move "N" to WS-KEEP
               end-if
               if WS-F-VELD not = spaces
                   and R-VELD not = WS-F-VELD
                   move "N" to WS-KEEP
               end-if
               if WS-KEEP not = "Y"
                   go to 1000-EXIT
               end-if
               add 1 to WS-MATCHES
               if R-INGANG > WS-VANDAAG
                   move "TOEKOMST" to WS-STAND
               else
                   move "VAN KRACHT" to WS-STAND
               end-if
               display R-INGANG " "
                   function trim(R-PERSNR) " "
                   function trim(R-VELD) " "
                   function trim(R-OUD) " -> "
                   function trim(R-NIEUW)
               display "    vastgelegd " function trim(R-VASTGELEGD)
                   " door " function trim(R-OPERATOR) " -- "
                   function trim(WS-STAND)
               move spaces to RESULT-REGEL
               string function trim(REGISTER-REGEL) ","
                      function trim(WS-STAND) delimited by size
                   into RESULT-REGEL
               end-string
               write RESULT-REGEL.
           1000-EXIT.
               exit.
