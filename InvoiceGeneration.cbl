                       at end
                           move "1" to WS-TEKSTEN-EOF
                       not at end
                           if WS-TEKST-COUNT >= 300
                               display "Tekstentabel vol, rij"
                                   " genegeerd."
                           else
