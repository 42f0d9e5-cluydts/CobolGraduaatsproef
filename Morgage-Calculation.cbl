       01 REFRATE-REGEL pic x(40).

           FD CATALOG-FILE.
       01 CATALOG-REGEL pic x(400).

           FD RUNID-FILE.
       01 RUNID-REGEL pic x(10).
       01  WS-RUNID-SEQ-S pic x(10).
       01  WS-RUNID-ROWBUF pic x(200).
       01  WS-RUNID-ROWBUF-IN pic x(200).
      *>    the reference tables this run loads -- their versions
      *>    go onto Run-Configuratie.csv, see TableFingerprint
       01  FP-TABELLEN.
           05 filler pic x(30) value "ReferenceRates.csv".
           05 filler pic x(30) value "CurrencyRates.csv".
       01  filler redefines FP-TABELLEN.
           05 FP-TABEL pic x(30) occurs 2 times.
       01  FP-TABEL-COUNT pic 9(02) value 2.
       01  FP-IDX pic 9(02).
       01  FP-ACTIE pic x(01) value "R".
       01  FP-PROGRAMMA pic x(20) value "MorgageCalculation".
       01  FP-TABEL-NAAM pic x(40).
       01  FP-CHECKSUM pic x(10).
       01  WS-SCEN-F1 pic x(10).
       01  WS-SCEN-MAAND-S pic x(06).
       01  WS-SCEN-BEDRAG-S pic x(12).
       01  WS-ARCHIVE-CMD pic x(200).
      *>    archive catalog -- see ArchiveRetrieve.
       01  WS-CATALOG-STATUS pic xx.
       01  WS-SEAL-ACTIE pic x(01) value "S".
       01  WS-SEAL-REGEL pic x(400).
       01  WS-SEAL-BESTANDEN pic x(200).
       01  WS-SEAL-STATUS pic x(12).
       01  WS-CATALOG-RECOUT pic z(7)9.

       linkage section.
           call "SYSTEM" using WS-ARCHIVE-CMD

      *>    catalog the archived run -- see ArchiveRetrieve.
           move WS-RUNLOG-RECORDS-IN to LOG-RECORDS-IN
           move WS-RUNLOG-RECORDS-OUT to LOG-RECORDS-OUT
           move WS-RUNLOG-RECORDS-OUT to WS-CATALOG-RECOUT
           move spaces to WS-SEAL-REGEL
           string
               WS-ARCHIVE-DATE delimited by size
               ",MorgageCalculation," delimited by size
               function trim(LOG-INPUT-FILE) delimited by size
               "," delimited by size
               function trim(LOG-RECORDS-IN) delimited by size
               "," delimited by size
               function trim(LOG-RECORDS-OUT) delimited by size
               "," delimited by size
               function trim(WS-CATALOG-RECOUT)
                   delimited by size
               ",Archive/" delimited by size
               WS-ARCHIVE-DATE delimited by size
               into WS-SEAL-REGEL
           end-string
      *>    seal the row -- the checksum of every archived file,
      *>    chained to the catalog row before it (see ArchiveSeal).
           move spaces to WS-SEAL-BESTANDEN
           string function trim(LOG-INPUT-FILE) " "
                  function trim(LOG-OUTPUT-FILE)
               delimited by size into WS-SEAL-BESTANDEN
           end-string
           call "ArchiveSeal" using WS-SEAL-ACTIE WS-SEAL-REGEL
               WS-SEAL-BESTANDEN WS-SEAL-STATUS LINK-OPERATOR-ID
           end-call
           cancel "ArchiveSeal"
           move 0 to return-code
           open extend CATALOG-FILE
           if WS-CATALOG-STATUS not = "00"
               open output CATALOG-FILE
               if WS-CATALOG-STATUS = "00"
                   move spaces to CATALOG-REGEL
                   string "RunDatum,Programma,InputFile,RecordsIn,"
                          "RecordsOut,BatchTotaal,ArchiefPad,"
                          "Bestanden,Keten"
                              delimited by size
                       into CATALOG-REGEL
                   end-string
               end-if
           end-if
           if WS-CATALOG-STATUS = "00"
               move WS-SEAL-REGEL to CATALOG-REGEL
               write CATALOG-REGEL
               close CATALOG-FILE
           end-if
                      WS-RUNID-SEQ delimited by size
                   into WS-RUN-ID
               end-string
               display "Run-ID: " WS-RUN-ID
               perform 9150-RECORD-TABLE-VERSIONS thru 9150-EXIT.
           9100-EXIT.
               exit.

      *>    the checksum of every reference table this run loads,
      *>    against its run-ID -- which version was in force
           9150-RECORD-TABLE-VERSIONS.
               perform varying FP-IDX from 1 by 1
                       until FP-IDX > FP-TABEL-COUNT
                   move FP-TABEL(FP-IDX) to FP-TABEL-NAAM
                   move spaces to FP-CHECKSUM
                   call "TableFingerprint" using FP-ACTIE WS-RUN-ID
                       FP-PROGRAMMA FP-TABEL-NAAM FP-CHECKSUM
                       LINK-OPERATOR-ID
                   end-call
               end-perform
               cancel "TableFingerprint"
               move 0 to return-code.
           9150-EXIT.
               exit.

           9200-APPEND-RUNID.
               move spaces to WS-RUNID-ROWBUF
               string function trim(WS-RUNID-ROWBUF-IN)
