      *                 the run-type marker LEDGREC grew at its
      *                 tail, so the master holds the whole line
      *                 the flat log holds.
      *   15 Oct 2026 - Body widened from X(72) to X(83) for the
      *                 chained checksum LEDGREC now ends in, for the
      *                 same reason. The layout version registry
      *                 (layout-versions.dat) lists all three widths;
      *                 a master built at an older width is rebuilt
      *                 with LEDGCNV.
      ******************************************************************
       01  ledger-master-record.
           05  ledger-master-key.
               10  ledger-master-date      pic X(10).
               10  filler                  pic X.
               10  ledger-master-time      pic X(8).
           05  ledger-master-body          pic X(83).
