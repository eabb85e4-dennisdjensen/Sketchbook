      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared modular arithmetic on whole numbers below
      *          10**20: add, multiply, power, GCD and inverse
      *          modulo a caller's modulus, so a job whose true
      *          values would overflow every field it has - the last
      *          digits of a sum of self-powers, a residue chain -
      *          carries only residues and never needs BIGNUM's
      *          digit arrays for an answer it wants mod M. The
      *          product of two residues is taken with the
      *          multiplier in ten-digit halves, so no intermediate
      *          runs past thirty-one digits. Driven by the MODREQ
      *          request area; see modreq.cpy.
      * Tectonics: cobc -m modarith.cob
      ******************************************************************
       identification division.
       program-id. modarith.
      ******************************************************************
       data division.
       working-storage section.
       01  mm-a                        pic 9(20).
       01  mm-b                        pic 9(20).
       01  mm-result                   pic 9(20).
       01  mm-high                     pic 9(10).
       01  mm-low                      pic 9(10).
       01  mm-wide                     pic 9(31).
       01  mm-quotient                 pic 9(31).
       01  pm-base                     pic 9(20).
       01  pm-exponent                 pic 9(20).
       01  pm-result                   pic 9(20).
       01  halved                      pic 9(20).
       01  parity                      pic 9.
       01  gcd-a                       pic 9(20).
       01  gcd-b                       pic 9(20).
       01  gcd-quotient                pic 9(20).
       01  gcd-rem                     pic 9(20).
       01  euclid-r                    pic 9(20).
       01  euclid-new-r                pic 9(20).
       01  euclid-next-r               pic 9(20).
       01  euclid-t                    pic S9(21).
       01  euclid-new-t                pic S9(21).
       01  euclid-next-t               pic S9(21).
       01  euclid-quotient             pic 9(20).

       linkage section.
           copy modreq.
      ******************************************************************
       procedure division using modarith-request.
       handle-request.
           move zero to modarith-result
           move "0" to modarith-status
           if modarith-op-gcd
               perform take-gcd
               goback
           end-if
           if modarith-modulus = zero
               move "Z" to modarith-status
               goback
           end-if
           evaluate true
               when modarith-op-add
                   perform add-mod
               when modarith-op-mult
                   perform mult-mod
               when modarith-op-power
                   perform power-mod
               when modarith-op-inverse
                   perform inverse-mod
               when other
                   display "modarith: unknown operation "
                       modarith-op upon syserr
                   move "?" to modarith-status
           end-evaluate
           goback.

       add-mod.
           compute mm-wide = modarith-a + modarith-b
           divide mm-wide by modarith-modulus
               giving mm-quotient remainder modarith-result.

       mult-mod.
           move modarith-a to mm-a
           move modarith-b to mm-b
           perform multiply-mod
           move mm-result to modarith-result.

      * A ** B, square and multiply from the low bit of B up; any
      * number to the power zero is one, reduced (so zero mod 1).
       power-mod.
           divide modarith-a by modarith-modulus
               giving mm-quotient remainder pm-base
           move modarith-b to pm-exponent
           divide 1 by modarith-modulus
               giving mm-quotient remainder pm-result
           perform until pm-exponent = zero
               divide pm-exponent by 2
                   giving halved remainder parity
               move halved to pm-exponent
               if parity = 1
                   move pm-result to mm-a
                   move pm-base to mm-b
                   perform multiply-mod
                   move mm-result to pm-result
               end-if
               if pm-exponent > zero
                   move pm-base to mm-a
                   move pm-base to mm-b
                   perform multiply-mod
                   move mm-result to pm-base
               end-if
           end-perform
           move pm-result to modarith-result.

       take-gcd.
           move modarith-a to gcd-a
           move modarith-b to gcd-b
           perform until gcd-b = zero
               divide gcd-a by gcd-b
                   giving gcd-quotient remainder gcd-rem
               move gcd-b to gcd-a
               move gcd-rem to gcd-b
           end-perform
           move gcd-a to modarith-result.

      * Extended Euclid carrying only the coefficient of A: the
      * remainders fall from the modulus to the GCD, and when that
      * is one the coefficient beside it is the inverse, brought
      * back into 0 to modulus - 1.
       inverse-mod.
           move modarith-modulus to euclid-r
           divide modarith-a by modarith-modulus
               giving mm-quotient remainder euclid-new-r
           move zero to euclid-t
           move 1 to euclid-new-t
           perform until euclid-new-r = zero
               divide euclid-r by euclid-new-r
                   giving euclid-quotient remainder euclid-next-r
               compute euclid-next-t =
                   euclid-t - euclid-quotient * euclid-new-t
               move euclid-new-t to euclid-t
               move euclid-next-t to euclid-new-t
               move euclid-new-r to euclid-r
               move euclid-next-r to euclid-new-r
           end-perform
           if euclid-r not = 1
               move "N" to modarith-status
               exit paragraph
           end-if
           if euclid-t < zero
               add modarith-modulus to euclid-t
           end-if
           move euclid-t to modarith-result.

      * mm-a * mm-b modulo the modulus: both are first reduced,
      * then the multiplier is taken in two ten-digit halves so
      * that no product runs past thirty-one digits.
       multiply-mod.
           divide mm-a by modarith-modulus
               giving mm-quotient remainder mm-result
           move mm-result to mm-a
           divide mm-b by modarith-modulus
               giving mm-quotient remainder mm-result
           move mm-result to mm-b
           divide mm-b by 10000000000
               giving mm-high remainder mm-low
           compute mm-wide = mm-a * mm-high
           divide mm-wide by modarith-modulus
               giving mm-quotient remainder mm-result
           compute mm-wide = mm-result * 10000000000
           divide mm-wide by modarith-modulus
               giving mm-quotient remainder mm-result
           compute mm-wide = mm-a * mm-low + mm-result
           divide mm-wide by modarith-modulus
               giving mm-quotient remainder mm-result.
       end program modarith.
