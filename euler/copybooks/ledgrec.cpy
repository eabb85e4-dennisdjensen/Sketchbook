      *                 analyst's sanctioned rerun is first-class in
      *                 the ledger instead of a reconciliation
      *                 exception. Spaces on ordinary lines.
      *   15 Oct 2026 - Chained checksum added at the end of the
      *                 record (see chainreq.cpy): LEDGER stamps
      *                 each line through CHAINSUM and CHAINVFY
      *                 walks the chain nightly. A chain-anchor line
      *                 - program-id *CHAINANCHOR, no run date, the
      *                 answer field read through the anchor view -
      *                 marks a legitimate trim; readers that tally
      *                 answers pass it by. Lines from before the
      *                 chain carry spaces.
      ******************************************************************
       01  ledger-record.
           05  ledger-program-id       pic X(12).
               88  ledger-chain-anchor value "*CHAINANCHOR".
           05  filler                  pic X value space.
           05  ledger-run-date         pic X(10).
           05  filler                  pic X value space.
           05  ledger-elapsed-seconds  pic ZZZZ9.99.
           05  filler                  pic X value space.
           05  ledger-answer           pic X(40).
           05  ledger-anchor-view redefines ledger-answer.
               10  ledger-anchor-resume    pic 9(10).
               10  filler                  pic X.
               10  ledger-anchor-program   pic X(12).
               10  filler                  pic X.
               10  ledger-anchor-date      pic 9(8).
               10  filler                  pic X.
               10  ledger-anchor-count     pic 9(7).
           05  filler                  pic X value space.
           05  ledger-run-number       pic 9(6).
           05  filler                  pic X value space.
           05  ledger-run-user         pic X(8).
           05  filler                  pic X value space.
           05  ledger-run-type         pic X(5).
           05  filler                  pic X value space.
           05  ledger-chain-hash       pic 9(10).
