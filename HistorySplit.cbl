
       file section.
           fd FLAT-FILE.
           01 FLAT-REGEL pic x(400).

           fd SEGMENT-FILE.
           01 SEGMENT-REGEL pic x(400).

           fd INDEX-FILE.
           01 INDEX-REGEL pic x(60).
           01 EOF-FLAG pic x(01).
           01 DYNAMIC-SEGFILE pic x(44).

           01 WS-HEADER-REGEL pic x(400).
           01 H-PERIODE pic x(10).
           01 WS-SEG-PERIODE pic x(07).

