      *                 "=", or ">" against the register in the new
      *                 BIGNUM-COMPARE field at the end of the CALL
      *                 list.
      *   15 Oct 2026 - Square root: op "T" replaces the running
      *                 array by its integer square root (the
      *                 floor), worked digit pair by digit pair the
      *                 way it is done by hand, so a caller gets N
      *                 decimal digits of the root of k by scaling k
      *                 up by 100, N times, first. The register is
      *                 left as it was.
      *   15 Oct 2026 - Palindrome work: op "X" adds the running
      *                 array to its own digit reversal (one
      *                 reverse-and-add step) and op "Y" compares it
      *                 against its reversal, answering "=" in
      *                 BIGNUM-COMPARE for a palindrome.
       identification division.
       program-id. bignum.
      ******************************************************************
       01  borrow                 pic 9 comp.
       01  take-away              pic s9(3) comp.
       01  compare-result         pic X.
       01  root-number.
           05  root-digit         pic 9 occurs 10000 times.
       01  root-count             pic 9(5) comp.
       01  root-rem-number.
           05  root-rem-digit     pic 9 occurs 10000 times.
       01  root-rem-count         pic 9(5) comp.
       01  root-trial-number.
           05  root-trial-digit   pic 9 occurs 10000 times.
       01  root-trial-count       pic 9(5) comp.
       01  root-x                 pic 9 comp.
       01  pair-count             pic 9(5) comp.
       01  pair-index             pic 9(5) comp.
       01  subtract-small         pic 9(9) comp.

       linkage section.
               when bignum-op-compare
                   perform compare-against-register
                   move compare-result to bignum-compare
               when bignum-op-square-root
                   perform square-root-big-number
               when bignum-op-reverse-add
                   perform reverse-and-add
               when bignum-op-mirror-compare
                   perform compare-against-reversal
                   move compare-result to bignum-compare
               when other
                   move "Y" to bignum-overflow
           end-evaluate
           move zero to shift-offset
           perform compare-shifted-register.

      * Digit-by-digit square root: the array is taken two digits
      * at a time from the top, each pair brought down beside the
      * remainder, and the next root digit is the largest x for
      * which (20 * root + x) * x still fits under it; that much
      * comes off the remainder and x goes on the end of the root.
       square-root-big-number.
           move 1 to root-count
           move zero to root-digit(1)
           move 1 to root-rem-count
           move zero to root-rem-digit(1)
           compute pair-count = (digit-count + 1) / 2
           perform varying pair-index from pair-count by -1
                   until pair-index < 1
               perform bring-down-next-pair
               perform find-next-root-digit
               perform take-trial-off-remainder
               perform append-root-digit
           end-perform
           perform varying digit-index from 1 by 1
                   until digit-index > digit-count
               move zero to big-digit(digit-index)
           end-perform
           perform varying digit-index from 1 by 1
                   until digit-index > root-count
               move root-digit(digit-index) to big-digit(digit-index)
           end-perform
           move root-count to digit-count.

       bring-down-next-pair.
           perform varying digit-index from root-rem-count by -1
                   until digit-index < 1
               move root-rem-digit(digit-index)
                   to root-rem-digit(digit-index + 2)
           end-perform
           add 2 to root-rem-count
           compute cell-index = pair-index * 2
           if cell-index > digit-count
               move zero to root-rem-digit(2)
           else
               move big-digit(cell-index) to root-rem-digit(2)
           end-if
           subtract 1 from cell-index
           move big-digit(cell-index) to root-rem-digit(1)
           perform varying digit-index from root-rem-count by -1
                   until digit-index < 2
                       or root-rem-digit(digit-index) > zero
               continue
           end-perform
           move digit-index to root-rem-count.

       find-next-root-digit.
           move 9 to root-x
           perform build-root-trial
           perform compare-trial-with-remainder
           perform until compare-result not = ">"
               subtract 1 from root-x
               perform build-root-trial
               perform compare-trial-with-remainder
           end-perform.

      * (20 * root + x) * x: the root doubled one place up, x in
      * the units place the shift left empty, all times x.
       build-root-trial.
           move root-x to root-trial-digit(1)
           move zero to carry
           perform varying digit-index from 1 by 1
                   until digit-index > root-count
               compute doubled-digit =
                   root-digit(digit-index) * 2 + carry
               if doubled-digit > 9
                   subtract 10 from doubled-digit
                   move 1 to carry
               else
                   move zero to carry
               end-if
               move doubled-digit
                   to root-trial-digit(digit-index + 1)
           end-perform
           compute root-trial-count = root-count + 1
           if carry > zero
               add 1 to root-trial-count
               move carry to root-trial-digit(root-trial-count)
           end-if
           move zero to carry
           perform varying digit-index from 1 by 1
                   until digit-index > root-trial-count
               compute product =
                   root-trial-digit(digit-index) * root-x + carry
               divide product by 10
                   giving carry remainder digit-result
               move digit-result to root-trial-digit(digit-index)
           end-perform
           if carry > zero
               add 1 to root-trial-count
               move carry to root-trial-digit(root-trial-count)
           end-if
           perform varying digit-index from root-trial-count by -1
                   until digit-index < 2
                       or root-trial-digit(digit-index) > zero
               continue
           end-perform
           move digit-index to root-trial-count.

      * ">" when the trial is past the remainder.
       compare-trial-with-remainder.
           if root-trial-count > root-rem-count
               move ">" to compare-result
               exit paragraph
           end-if
           if root-trial-count < root-rem-count
               move "<" to compare-result
               exit paragraph
           end-if
           move "=" to compare-result
           perform varying digit-index from root-rem-count by -1
                   until digit-index < 1
               if root-trial-digit(digit-index)
                       > root-rem-digit(digit-index)
                   move ">" to compare-result
                   exit paragraph
               end-if
               if root-trial-digit(digit-index)
                       < root-rem-digit(digit-index)
                   move "<" to compare-result
                   exit paragraph
               end-if
           end-perform.

       take-trial-off-remainder.
           move zero to borrow
           perform varying digit-index from 1 by 1
                   until digit-index > root-rem-count
               if digit-index > root-trial-count
                   compute take-away =
                       root-rem-digit(digit-index) - borrow
               else
                   compute take-away =
                       root-rem-digit(digit-index)
                       - root-trial-digit(digit-index) - borrow
               end-if
               if take-away < zero
                   add 10 to take-away
                   move 1 to borrow
               else
                   move zero to borrow
               end-if
               move take-away to root-rem-digit(digit-index)
           end-perform
           perform varying digit-index from root-rem-count by -1
                   until digit-index < 2
                       or root-rem-digit(digit-index) > zero
               continue
           end-perform
           move digit-index to root-rem-count.

       append-root-digit.
           if root-count = 1 and root-digit(1) = zero
               move root-x to root-digit(1)
               exit paragraph
           end-if
           perform varying digit-index from root-count by -1
                   until digit-index < 1
               move root-digit(digit-index)
                   to root-digit(digit-index + 1)
           end-perform
           add 1 to root-count
           move root-x to root-digit(1).

      * The reversal of digit i is digit count - i + 1; the sum
      * goes through the square work array so neither operand is
      * overwritten while it is still being read.
       reverse-and-add.
           move zero to carry
           perform varying digit-index from 1 by 1
                   until digit-index > digit-count
               compute cell-index = digit-count - digit-index + 1
               compute add-digit-value =
                   big-digit(digit-index) + big-digit(cell-index)
                   + carry
               divide add-digit-value by 10
                   giving carry remainder digit-result
               move digit-result to square-digit(digit-index)
           end-perform
           perform varying digit-index from 1 by 1
                   until digit-index > digit-count
               move square-digit(digit-index)
                   to big-digit(digit-index)
           end-perform
           if carry > zero
               if digit-count >= max-digits
                   move "Y" to bignum-overflow
               else
                   add 1 to digit-count
                   move carry to big-digit(digit-count)
               end-if
           end-if.

      * Most significant digit against least, working inward; the
      * first pair that differs decides which way the number and
      * its reversal compare.
       compare-against-reversal.
           move "=" to compare-result
           perform varying digit-index from digit-count by -1
                   until digit-index * 2 <= digit-count
               compute cell-index = digit-count - digit-index + 1
               if big-digit(digit-index) > big-digit(cell-index)
                   move ">" to compare-result
                   exit paragraph
               end-if
               if big-digit(digit-index) < big-digit(cell-index)
                   move "<" to compare-result
                   exit paragraph
               end-if
           end-perform.

       sum-digits.
           move zero to bignum-digit-sum
           perform varying digit-index from 1 by 1
