      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the MODARITH modular-arithmetic
      *          module, for work whose true values run past every
      *          field we have but whose answer is wanted only
      *          modulo some M - the last ten digits of a sum of
      *          powers, a residue, an inverse. A, B and MODULUS
      *          are whole numbers below 10**20; set the operation
      *          and CALL "modarith" USING MODARITH-REQUEST:
      *            ADD     (A + B) mod MODULUS
      *            MULT    (A * B) mod MODULUS, the product taken in
      *                    halves so it never overflows
      *            POWER   A ** B mod MODULUS by square and multiply
      *            GCD     greatest common divisor of A and B (no
      *                    modulus needed)
      *            INVERSE the X with A * X = 1 mod MODULUS, by the
      *                    extended Euclid; STATUS "N" when A and
      *                    MODULUS share a factor and there is none
      *          RESULT holds the answer, below MODULUS. STATUS "0"
      *          when all is well, "Z" for a zero MODULUS (nothing
      *          computed), "?" for an unknown operation.
      ******************************************************************
       01  modarith-request.
           05  modarith-op             pic X(7).
               88  modarith-op-add     value "ADD".
               88  modarith-op-mult    value "MULT".
               88  modarith-op-power   value "POWER".
               88  modarith-op-gcd     value "GCD".
               88  modarith-op-inverse value "INVERSE".
           05  modarith-a              pic 9(20).
           05  modarith-b              pic 9(20).
           05  modarith-modulus        pic 9(20).
           05  modarith-result         pic 9(20).
           05  modarith-status         pic X.
               88  modarith-ok         value "0".
               88  modarith-no-inverse value "N".
               88  modarith-zero-modulus value "Z".
