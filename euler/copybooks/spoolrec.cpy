      *          file, and read back by the SPOOLBRW browser. Kept as
      *          a copybook, the same way RUNLOGREC is, so the writer
      *          and the browser agree on the same field widths.
      * Modifications:
      *   15 Oct 2026 - The step's resolved command - the control
      *                 card with its &BUSDATE / &RUNNO style symbols
      *                 filled in - is cataloged beside the spool it
      *                 produced.
      ******************************************************************
       01  spool-record.
           05  spool-job-name          pic X(12).
           05  spool-run-date          pic X(10).
           05  filler                  pic X value space.
           05  spool-filename          pic X(40).
           05  filler                  pic X value space.
           05  spool-command           pic X(100).
