      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one line of the odd-composite
      *          decomposition file (oddcomp-decomp.out), written by
      *          ODDCOMP: the odd composite, and its smallest
      *          decomposition as a prime plus twice a square - the
      *          prime and the root of the square, the smallest root
      *          that works - with the verdict OK, or NONE for a
      *          counterexample (prime and root then zero). Kept as
      *          a copybook, the same way ARRVREC is, so the writer
      *          and the DQSCAN sweep agree on the field widths.
      ******************************************************************
       01  odd-decomp-record.
           05  odd-number              pic 9(10).
           05  filler                  pic X value space.
           05  odd-prime               pic 9(10).
           05  filler                  pic X value space.
           05  odd-root                pic 9(7).
           05  filler                  pic X value space.
           05  odd-verdict             pic X(4).
               88  odd-decomposed      value "OK".
               88  odd-counterexample  value "NONE".
