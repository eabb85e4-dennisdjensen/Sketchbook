      *                 register, and "K" compares it against the
      *                 register, answering "<", "=", or ">" in
      *                 BIGNUM-COMPARE at the end of the CALL list.
      *   15 Oct 2026 - Square root: op "T" replaces the running
      *                 array by its integer square root (floor).
      *   15 Oct 2026 - Palindromes: op "X" adds the running array to
      *                 its digit reversal, op "Y" compares it with
      *                 the reversal ("=" in BIGNUM-COMPARE means a
      *                 palindrome).
      ******************************************************************
       01  bignum-op                   pic X.
           88  bignum-op-power         value "P".
           88  bignum-op-load-reg      value "L".
           88  bignum-op-modulus       value "O".
           88  bignum-op-compare       value "K".
           88  bignum-op-square-root   value "T".
           88  bignum-op-reverse-add   value "X".
           88  bignum-op-mirror-compare value "Y".
       01  bignum-n                    pic 9(5) comp.
       01  bignum-digit-sum            pic 9(7) comp.
       01  bignum-overflow             pic X value "N".
