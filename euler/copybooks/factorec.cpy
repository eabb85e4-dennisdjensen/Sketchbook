      *                 classify a number without multiplying the
      *                 flat list out again. All zero in
      *                 largest-only mode.
      *   15 Oct 2026 - Proof flag per listed factor and a result
      *                 status. A factor past the deterministic
      *                 reach of the strong probable-prime test is
      *                 flagged "?" (probable prime); a call cut off
      *                 by the time cap ends its list with the
      *                 unsplit cofactor, flagged "U", and returns
      *                 status "I" (incomplete) - its canonical form
      *                 is then all zero. Status "0" is a fully
      *                 proven factorization, "P" a complete one
      *                 holding at least one probable prime.
      ******************************************************************
       01  factorize-n                 pic 9(20).
       01  factorize-mode              pic X.
       01  factorize-list-count        pic 9(4) comp.
       01  factorize-list.
           05  factorize-value         pic 9(20) occurs 100 times.
           05  factorize-value-proof   pic X occurs 100 times.
               88  factorize-value-proven      value space.
               88  factorize-value-probable    value "?".
               88  factorize-value-unsplit     value "U".
           05  factorize-status        pic X.
               88  factorize-complete          value "0" "P".
               88  factorize-has-probable      value "P".
               88  factorize-incomplete        value "I".
       01  factorize-prime-count       pic 9(4) comp.
       01  factorize-canonical.
           05  factorize-canon occurs 20 times.
