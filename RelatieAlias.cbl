      *>----------------------------------------------------------------
      *> RelatieAlias -- a customer or supplier keyed twice and merged
      *> by DuplicateParties lives on under one number; the retired
      *> number stays on Relatie-Aliassen.csv (Soort,OudNummer,
      *> NieuwNummer,SamengevoegdOp,Operator) so the documents and
      *> archived files that still carry it resolve to the survivor:
      *>     call "RelatieAlias" using <soort> <nummer>
      *> soort KL or LEV; nummer pic x(12), replaced in place by the
      *> surviving number when it was merged away -- followed through
      *> a chain of merges -- and left alone otherwise. The file is
      *> read on the first call; the caller CANCELs at the end of its
      *> run so the next run sees a merge made in between. An absent
      *> file means nothing was ever merged.
      *>----------------------------------------------------------------
       identification division.
       program-id. RelatieAlias.
       environment division.
       input-output section.
       file-control.
           select ALIAS-FILE assign to "Relatie-Aliassen.csv"
               organization is line sequential
               file status is WS-ALIAS-STATUS.

       data division.

       file section.
           fd ALIAS-FILE.
           01 ALIAS-REGEL pic x(100).

       working-storage section.

           01 WS-ALIAS-STATUS pic xx.
           01 EOF-FLAG pic x(01).

           01 WS-GELADEN pic x(01) value "N".
           01 WS-ALIAS-COUNT pic 9(03) value 0.
           01 ALIAS-TABLE.
               05 ALIAS-ENTRY occurs 500 times indexed by ALIAS-IDX.
                   10 AL-SOORT pic x(03).
                   10 AL-OUD pic x(12).
                   10 AL-NIEUW pic x(12).
           01 WS-AL-SOORT-S pic x(03).
           01 WS-AL-OUD-S pic x(12).
           01 WS-AL-NIEUW-S pic x(12).
           01 WS-AL-REST pic x(60).

           01 WS-SOORT pic x(03).
           01 WS-NUMMER pic x(12).
           01 WS-STAP pic 9(02).
           01 WS-GEVONDEN pic x(01).

       linkage section.
           01 LINK-SOORT pic x(03).
           01 LINK-NUMMER pic x(12).

       procedure division using LINK-SOORT LINK-NUMMER.

           if WS-GELADEN not = "Y"
               perform 1000-LOAD-ALIASSEN thru 1000-EXIT
               move "Y" to WS-GELADEN
           end-if
           if WS-ALIAS-COUNT = 0 or LINK-NUMMER = spaces
               goback
           end-if

           move function upper-case(function trim(LINK-SOORT))
               to WS-SOORT
           move function trim(LINK-NUMMER) to WS-NUMMER
      *>    a chain (A into B, later B into C) resolves to C; the
      *>    step limit keeps a looped file from hanging the caller
           move 0 to WS-STAP
           move "Y" to WS-GEVONDEN
           perform until WS-GEVONDEN = "N" or WS-STAP > 20
               add 1 to WS-STAP
               perform 2000-ONE-STEP thru 2000-EXIT
           end-perform
           move WS-NUMMER to LINK-NUMMER
           goback.

      *>----------------------------------------------------------------
      *> 1000-LOAD-ALIASSEN: the merged-away numbers, once per run.
      *>----------------------------------------------------------------
           1000-LOAD-ALIASSEN.
               move 0 to WS-ALIAS-COUNT
               open input ALIAS-FILE
               if WS-ALIAS-STATUS not = "00"
                   go to 1000-EXIT
               end-if
               read ALIAS-FILE *> header
               move "0" to EOF-FLAG
               perform until EOF-FLAG = "1"
                   read ALIAS-FILE
                       at end
                           move "1" to EOF-FLAG
                       not at end
                           if WS-ALIAS-COUNT < 500
                               move spaces to WS-AL-SOORT-S
                               move spaces to WS-AL-OUD-S
                               move spaces to WS-AL-NIEUW-S
                               unstring function trim(ALIAS-REGEL)
                                   delimited by ","
                                   into WS-AL-SOORT-S WS-AL-OUD-S
                                        WS-AL-NIEUW-S WS-AL-REST
                               end-unstring
                               if WS-AL-OUD-S not = spaces
                                   and WS-AL-NIEUW-S not = spaces
                                   add 1 to WS-ALIAS-COUNT
                                   move function upper-case(function
                                       trim(WS-AL-SOORT-S))
                                       to AL-SOORT(WS-ALIAS-COUNT)
                                   move function trim(WS-AL-OUD-S)
                                       to AL-OUD(WS-ALIAS-COUNT)
                                   move function trim(WS-AL-NIEUW-S)
                                       to AL-NIEUW(WS-ALIAS-COUNT)
                               end-if
                           end-if
                   end-read
               end-perform
               close ALIAS-FILE.
           1000-EXIT.
               exit.

      *>----------------------------------------------------------------
      *> 2000-ONE-STEP: WS-NUMMER one merge further, if it was merged.
      *>----------------------------------------------------------------
           2000-ONE-STEP.
               move "N" to WS-GEVONDEN
               perform varying ALIAS-IDX from 1 by 1
                       until ALIAS-IDX > WS-ALIAS-COUNT
                   if AL-SOORT(ALIAS-IDX) = WS-SOORT
                       and AL-OUD(ALIAS-IDX) = WS-NUMMER
                       move AL-NIEUW(ALIAS-IDX) to WS-NUMMER
                       move "Y" to WS-GEVONDEN
                       go to 2000-EXIT
                   end-if
               end-perform.
           2000-EXIT.
               exit.
