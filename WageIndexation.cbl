      *> Indexation-Report.csv so management sees what the index jump
      *> costs. Logged to RUNLOG.TXT like any other run. Employees
      *> without a Maandloon in the master pass through untouched.
      *> Only the Maandloon column is ours: the eighteen columns the
      *> master grew after it (PC through Risico) ride through the
      *> rewrite verbatim -- an indexation run may never cost anyone
      *> their barema, commuting, Dimona or delivery data.
      *>----------------------------------------------------------------
                   10 EMP-KINDEREN-S pic x(04).
                   10 EMP-IBAN pic x(20).
                   10 EMP-LOON-S pic x(12).
      *>            columns 8-25 of the master, untouched cargo
                   10 EMP-REST-VELD occurs 18 times pic x(40).
                   10 EMP-OUD-LOON pic 9(05)V99.
                   10 EMP-NIEUW-LOON pic 9(05)V99.
                   10 EMP-HEEFT-LOON pic x(01).
                                        WS-EMPLOYEE-COUNT 14)
                                    EMP-REST-VELD(
                                        WS-EMPLOYEE-COUNT 15)
                                    EMP-REST-VELD(
                                        WS-EMPLOYEE-COUNT 16)
                                    EMP-REST-VELD(
                                        WS-EMPLOYEE-COUNT 17)
                                    EMP-REST-VELD(
                                        WS-EMPLOYEE-COUNT 18)
                           end-unstring
                       end-if
               end-read
                  "FunctieKlasse,WoonWerkKm,VervoerMiddel,"
                  "DagenPerWeek,Uurloon,InDienst,UitDienst,"
                  "RedenEinde,Geslacht,ContractType,FTE,Taal,"
                  "Bezorging,Email,Kostenplaats,GVPlan,Risico"
                      delimited by size
               into EMPLOYEE-REGEL
           end-string
                   function trim(
                       EMP-REST-VELD(EMPLOYEE-IDX 14)) ","
                   function trim(
                       EMP-REST-VELD(EMPLOYEE-IDX 15)) ","
                   function trim(
                       EMP-REST-VELD(EMPLOYEE-IDX 16)) ","
                   function trim(
                       EMP-REST-VELD(EMPLOYEE-IDX 17)) ","
                   function trim(
                       EMP-REST-VELD(EMPLOYEE-IDX 18))
                       delimited by size
                   into EMPLOYEE-REGEL
               end-string
