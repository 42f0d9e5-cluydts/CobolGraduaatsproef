       01  WS-TEKST-COUNT              pic 9(03) value 0.
       01  WS-TEKST-LEESREGEL          pic x(60).
       01  TEKST-TABLE.
           05 TEKST-ENTRY occurs 300 times indexed by TEKST-IDX.
              10 TXT-TAAL              pic x(02).
              10 TXT-SLEUTEL           pic x(14).
              10 TXT-TEKST             pic x(30).
