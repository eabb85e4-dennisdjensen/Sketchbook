      *   01 Sep 2026 - Record area widened with LEDGMREC to carry
      *                 the run-type marker at the tail of the
      *                 grown LEDGREC line.
      *   15 Oct 2026 - Record area widened with LEDGMREC again to
      *                 carry the chained checksum at the tail of the
      *                 LEDGREC line.
      ******************************************************************
       identification division.
       program-id. ledgmst.
       01  reclock-verdict             pic X.

       linkage section.
       01  lk-ledger-line              pic X(115).
      ******************************************************************
       procedure division using lk-ledger-line.
       post-to-master.
