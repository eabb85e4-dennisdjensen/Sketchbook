      *          answer is a grep, not a shrug. Kept as a copybook,
      *          the same way ERRJREC is, so writer and any audit
      *          report agree on the field widths.
      * Modifications:
      *   15 Oct 2026 - Chained checksum added at the end of the
      *                 record (see chainreq.cpy): SECAUDIT stamps
      *                 each line through CHAINSUM and CHAINVFY
      *                 walks the chain nightly. A CHAIN-ANCHOR
      *                 action marks a legitimate trim, its detail
      *                 read through the anchor view. Lines from
      *                 before the chain carry spaces.
      ******************************************************************
       01  security-journal-record.
           05  secj-run-date           pic X(10).
           05  secj-action             pic X(16).
           05  filler                  pic X value space.
           05  secj-detail             pic X(80).
           05  secj-anchor-view redefines secj-detail.
               10  secj-anchor-resume      pic 9(10).
               10  filler                  pic X.
               10  secj-anchor-count       pic 9(7).
               10  filler                  pic X.
               10  secj-anchor-text        pic X(61).
           05  filler                  pic X value space.
           05  secj-chain-hash         pic 9(10).
