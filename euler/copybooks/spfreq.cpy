      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the SPFTAB smallest-prime-factor
      *          table, for the range jobs that factor every n from
      *          1 up to a limit. Set the operation and CALL "spftab"
      *          USING SPFTAB-REQUEST and the FACTOREC result fields
      *          (FACTORIZE-N, FACTORIZE-MODE, FACTORIZE-LARGEST,
      *          FACTORIZE-LIST, FACTORIZE-LIST-COUNT,
      *          FACTORIZE-CANONICAL, FACTORIZE-PRIME-COUNT,
      *          FACTORIZE-DIVISOR-COUNT, FACTORIZE-DIVISOR-SUM,
      *          FACTORIZE-TOTIENT):
      *            BUILD   one sieve pass records the smallest prime
      *                    factor of every n up to LIMIT; STATUS "R"
      *                    when LIMIT is past the table's 2,000,000
      *                    and nothing is built; BUILT says
      *                    whether a table stands, for the caller
      *                    to test before it asks for a FACTOR
      *            FACTOR  FACTORIZE-N taken apart by table lookups
      *                    into the same results a FACTORIZE call
      *                    gives in FACTORIZE-MODE; STATUS "O" when
      *                    the number is past the table built (or
      *                    none was), the caller's cue to call
      *                    FACTORIZE instead
      *          STATUS "0" when all is well.
      ******************************************************************
       01  spftab-request.
           05  spftab-op               pic X(6).
               88  spftab-op-build     value "BUILD".
               88  spftab-op-factor    value "FACTOR".
           05  spftab-limit            pic 9(9).
           05  spftab-status           pic X.
               88  spftab-ok           value "0".
               88  spftab-too-large    value "R".
               88  spftab-outside      value "O".
           05  spftab-built            pic X value "N".
               88  spftab-table-built  value "Y".
