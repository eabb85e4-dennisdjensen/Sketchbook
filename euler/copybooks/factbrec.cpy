      *          the old free-form "n: f1 f2 ..." line. Kept as a
      *          copybook, the same way LEDGREC is, for whatever
      *          reads the file back.
      * Modifications:
      *   15 Oct 2026 - Proof column on the end: PROVEN, PROBABLE
      *                 (a factor only a probable prime, marked "?"
      *                 in the list), or INCOMPLETE (the time cap
      *                 cut the factoring short; the unsplit cofactor
      *                 ends the list in brackets and the class is
      *                 UNKNOWN).
      ******************************************************************
       01  factors-batch-record.
           05  fb-number               pic 9(20).
           05  fb-totient              pic 9(20).
           05  filler                  pic X value space.
           05  fb-factor-list          pic X(120).
           05  filler                  pic X value space.
           05  fb-proof                pic X(10).
