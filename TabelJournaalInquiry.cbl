           01 J-OPERATOR pic x(12).
           01 J-TABEL pic x(30).
           01 J-ACTIE pic x(10).
           01 J-SLEUTEL pic x(30).
           01 J-OUD pic x(80).
           01 J-NIEUW pic x(80).

