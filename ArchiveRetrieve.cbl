      *> copies of each match are brought back as
      *> Reprint-<rundate>-<name> so "show me the March payroll
      *> detail" is one call instead of half a morning in dated
      *> folders. A sealed run's files are checked against the
      *> checksums ArchiveSeal recorded in the catalog first, and a
      *> reprint of an altered or missing file is announced with a
      *> warning -- the copy is made, but it is not the filed run.
      *>----------------------------------------------------------------
       identification division.
       program-id. ArchiveRetrieve.

       file section.
           fd CATALOG-FILE.
           01 CATALOG-REGEL pic x(400).

       working-storage section.

           01 WS-INFILE-REV pic x(30).
           01 WS-BASE-REV pic x(30).

      *>    the seal check of a matching row -- see ArchiveSeal
           01 WS-SEAL-ACTIE pic x(01) value "V".
           01 WS-SEAL-REGEL pic x(400).
           01 WS-SEAL-BESTAND pic x(200).
           01 WS-SEAL-STATUS pic x(12).
           01 WS-SEAL-OPERATOR pic x(12) value spaces.

       linkage section.
           01 LINK-PROGRAM pic x(20).
           01 LINK-INFILE pic x(30).
      *> its archived output copies back as Reprint- files. The
      *> archive holds the run's input and Output- file; the printable
      *> Report-/Loonfiche- companions are copied too when the
      *> archive has them, and a catalogued document itself (a
      *> CreditOffer Kredietaanbod-) is copied back under its name.
      *>----------------------------------------------------------------
           1000-MATCH-ONE-ENTRY.
               move spaces to C-DATUM
                   function trim(C-TOTAAL) "  "
                   function trim(C-PAD)

      *>        the filed copies as they were sealed, or a warning
               move CATALOG-REGEL to WS-SEAL-REGEL
               move spaces to WS-SEAL-BESTAND WS-SEAL-STATUS
               call "ArchiveSeal" using WS-SEAL-ACTIE WS-SEAL-REGEL
                   WS-SEAL-BESTAND WS-SEAL-STATUS WS-SEAL-OPERATOR
               end-call
               cancel "ArchiveSeal"
               move 0 to return-code
               evaluate WS-SEAL-STATUS
                   when "OK"
                       continue
                   when "ONVERZEGELD"
                       display "    (gearchiveerd voor de verzegeling"
                           " -- niet te controleren)"
                   when other
                       display "    WAARSCHUWING: "
                           function trim(C-PAD) "/"
                           function trim(WS-SEAL-BESTAND) " "
                           function trim(WS-SEAL-STATUS)
                           " sinds de archivering -- de herdruk is"
                           " niet de gearchiveerde run"
               end-evaluate

      *>        base file name, path stripped the usual way
               move function reverse(function trim(C-INFILE))
                   to WS-INFILE-REV
                   "-`basename $f`; done; true" delimited by size
                   into WS-CP-CMD
               end-string
               call "SYSTEM" using WS-CP-CMD

      *>        a filed document (CreditOffer's Kredietaanbod-) is
      *>        catalogued under its own name and comes back as is
               if function trim(C-PROGRAM) = "CreditOffer"
                   move spaces to WS-CP-CMD
                   string
                       "f=" delimited by size
                       function trim(C-PAD) delimited by size
                       "/" delimited by size
                       function trim(WS-INFILE-BASE) delimited by size
                       "; [ -f $f ] && cp -p $f Reprint-"
                           delimited by size
                       C-DATUM delimited by size
                       "-`basename $f`; true" delimited by size
                       into WS-CP-CMD
                   end-string
                   call "SYSTEM" using WS-CP-CMD
               end-if.
           1000-EXIT.
               exit.
