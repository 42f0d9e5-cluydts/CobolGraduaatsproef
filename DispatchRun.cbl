      *> Werknemers.csv and Klanten.csv (EMAIL / PRINT / PORTAAL):
      *>   QUEUE     sweep the generated documents (Loonfiche-,
      *>             Faktuur-, C4-, RenteAttest-, Verlofsaldo-,
      *>             Rekeningoverzicht-, Kredietaanbod- and the
      *>             vertrek files) and
      *>             register every one not yet queued. A per-person
      *>             file (C4-<nr>, Loonfiche-Vertrek-<nr>) resolves
      *>             its recipient and preference off the employee
      *>             master; a per-customer Rekeningoverzicht-<nr>
      *>             or Indexatiebrief-<YYYY-MM>-<nr> or
      *>             Kredietaanbod-<KAnnnnnn>-<nr> off the customer
      *>             master; the bulk files queue as PRINT.
      *>   VERZEND   hand every WACHTEND EMAIL document to the
      *>             site's mail command (Dispatch-Config.csv,
      *>             MAILCMD) and mark it VERZONDEN with timestamp
               move spaces to WS-CMD
               string "ls -1 Loonfiche-* Faktuur-* C4-*"
                      " RenteAttest-* Verlofsaldo-*"
                      " Rekeningoverzicht-* Indexatiebrief-*"
                      " Kredietaanbod-*"
                      " Output-Vertrek-* 2>/dev/null"
                      " > DSP-FILELIST.TMP" delimited by size
                   into WS-CMD
      *>        a per-customer statement names its Klantnummer and
      *>        takes THAT master's preference
               if WS-DOCNAAM(1:18) = "Rekeningoverzicht-"
                       or WS-DOCNAAM(1:15) = "Indexatiebrief-"
                       or WS-DOCNAAM(1:14) = "Kredietaanbod-"
                   move spaces to WS-DOC-PERSNR
                   if WS-DOCNAAM(1:15) = "Indexatiebrief-"
                       or WS-DOCNAAM(1:14) = "Kredietaanbod-"
                       unstring WS-DOCNAAM(24:10) delimited by "."
                           into WS-DOC-PERSNR
                       end-unstring
                   else
                       unstring WS-DOCNAAM(19:10) delimited by "."
                           into WS-DOC-PERSNR
                       end-unstring
                   end-if
                   if function trim(WS-DOC-PERSNR) not = spaces
                       move "KLANT" to RG-SOORT(WS-REG-COUNT)
                       move WS-DOC-PERSNR to RG-NR(WS-REG-COUNT)
