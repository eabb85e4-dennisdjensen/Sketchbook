      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the CHAINSUM hash-chain module over
      *          the two audit files, results-ledger.log (FILE "L")
      *          and security-journal.log (FILE "J"). Every line of
      *          either carries, at the end of its record, a chained
      *          checksum: the line's text hashed on top of the
      *          checksum before it, keyed with the shop's chain key
      *          (chain-key.dat), so an edited, inserted or deleted
      *          line breaks the chain from there on. A chain-anchor
      *          line marks a legitimate trim - it names the program
      *          that moved lines out, how many, and the checksum
      *          the chain resumes from, and is itself keyed so it
      *          cannot be forged without the key. Operations:
      *            STAMP   append side: put the chained checksum
      *                    into LINE, chained off the file's last
      *                    line (LEDGER and SECAUDIT, just before
      *                    they write)
      *            START   reset the walk for FILE
      *            WALK    prove LINE against the walk so far;
      *                    VERDICT comes back C (chained), A
      *                    (anchor), U (unchained - a line from
      *                    before the chain began) or B (broken)
      *            KEEP    a rewrite keeps the line just walked; if
      *                    ANCHOR-WANTED, write ANCHOR-LINE ahead of
      *                    it
      *            DROP    a rewrite drops the line just walked
      *                    (an old anchor is always dropped: it is
      *                    written back as it stands if the line
      *                    after it survives with nothing removed
      *                    in between, or replaced by one that
      *                    counts what was)
      *            CLOSE   end of a rewrite; if ANCHOR-WANTED,
      *                    write ANCHOR-LINE last
      *            ANCHOR  append an anchor marking a checkpoint
      *                    (COUNT lines, by PROGRAM) to the file
      *          START through CLOSE leave the file itself alone:
      *          the caller reads and writes, the module keeps the
      *          books. LINES counts the lines walked.
      ******************************************************************
       01  chain-request.
           05  chain-req-op            pic X(6).
           05  chain-req-file          pic X.
               88  chain-file-ledger   value "L".
               88  chain-file-journal  value "J".
           05  chain-req-program       pic X(12).
           05  chain-req-count         pic 9(7).
           05  chain-req-line          pic X(200).
           05  chain-req-verdict       pic X.
               88  chain-line-chained  value "C".
               88  chain-line-anchor   value "A".
               88  chain-line-unchained value "U".
               88  chain-line-broken   value "B".
           05  chain-req-anchor-wanted pic X.
               88  chain-anchor-wanted value "Y".
           05  chain-req-anchor-line   pic X(200).
           05  chain-req-lines         pic 9(9).
           05  chain-req-state.
               10  chain-req-previous  pic 9(10).
               10  chain-req-started   pic X.
               10  chain-req-line-previous pic 9(10).
               10  chain-req-emit-previous pic 9(10).
               10  chain-req-removed   pic 9(7).
               10  chain-req-pending   pic X.
               10  chain-req-pending-resume pic 9(10).
               10  chain-req-pending-line pic X(200).
