           01 INDEX-REGEL pic x(60).

           fd SEGMENT-FILE.
           01 SEGMENT-REGEL pic x(400).

           fd FLAT-FILE.
           01 FLAT-REGEL pic x(400).

           fd WERK-FILE.
           01 WERK-REGEL pic x(400).

       working-storage section.

           01 WS-IDX-BESTAND pic x(44).
           01 WS-HEADER-GESCHREVEN pic x(01).
           01 WS-EERSTE pic x(01).
           01 WS-HISTORY-HEADER pic x(329) value
               "Periode,PersNr,Naam,Type,Bruto,RSZ,Voorheffing,Netto,Wer
      -        "kgeverRSZ,Werkbonus,VervoerVrij,VervoerBelast,TWDagen,Ko
      -        "stenplaats,MCAantal,MCNominaal,MCWerkgever,MCWerknemer,A
      -        "fwCode,AfwDagen,GVPlan,GVWerknemer,GVWerkgever,GVBijzond
      -        "er,VermStructureel,VermDoelgroepCode,VermDoelgroep,Retro
      -        "Bruto,RetroRSZ,RetroVoorheffing,RetroWerkgeverRSZ".

       linkage section.
           01 LINK-VAN pic x(07).
