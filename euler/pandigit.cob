      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Pandigital products and pandigital primes, the two
      *          digit-pattern questions from the analysts:
      *            - every identity a x b = c whose multiplicand,
      *              multiplier and product together use the digits
      *              1 to 9 once each, and the sum of the distinct
      *              products
      *            - the largest n-digit pandigital prime (digits 1
      *              to n once each), and the largest per length
      *          Both are generated as permutation walks, not a scan
      *          of every integer. The products walk the 362880
      *          arrangements of 1-9 in order, each cut as 1 + 4 + 4
      *          and 2 + 3 + 4 digits - the only cuts where the
      *          product can have the digits left over. The primes
      *          walk each length's arrangements from the largest
      *          down, so the first prime met is that length's
      *          largest; a length whose digits add up to a multiple
      *          of three has every arrangement divisible by three
      *          and is passed over. Each candidate is a keyed
      *          PRIMSRV read; on a build without the module, trial
      *          division by the shared SIEVE table stands in, which
      *          reaches past the square root of any nine digits.
      *          The report goes through RPTWRT and both answers go
      *          to the shared ledger as one line, so BASECERT holds
      *          the pair to its certified baseline.
      * Tectonics: cobc -x pandigit.cob primsrv.cob sievewin.cob
      *            sieve.cob rptwrt.cob ledger.cob
      ******************************************************************
       identification division.
       program-id. pandigit.
      ******************************************************************
       data division.
       working-storage section.
           copy sieverec.
           copy primreq.
           copy rptreq.
       01  primsrv-state               pic X value "U".
           88  primsrv-on-hand         value "Y".
           88  primsrv-absent          value "N".
           88  primsrv-untried         value "U".
       01  permutation.
           05  perm-digit              pic 9 occurs 9 times.
       01  perm-length                 pic 9 comp.
       01  perm-walk                   pic X.
           88  perm-walk-ended         value "Y".
       01  pivot-index                 pic 99 comp.
       01  swap-index                  pic 99 comp.
       01  low-index                   pic 99 comp.
       01  high-index                  pic 99 comp.
       01  swap-digit                  pic 9.
       01  digit-index                 pic 99 comp.
       01  slice-from                  pic 99 comp.
       01  slice-to                    pic 99 comp.
       01  slice-value                 pic 9(9) comp.
       01  cut-length                  pic 9 comp.
       01  multiplicand                pic 9(9) comp.
       01  multiplier                  pic 9(9) comp.
       01  product                     pic 9(9) comp.
       01  identity-count              pic 9(4) comp value zero.
       01  product-table.
           05  product-kept            pic 9(4) comp
                                       occurs 100 times.
       01  product-count               pic 9(4) comp value zero.
       01  product-index               pic 9(4) comp.
       01  product-repeat              pic X.
           88  product-is-repeat       value "Y".
       01  product-sum                 pic 9(9) comp value zero.
       01  digit-total                 pic 99 comp.
       01  candidate                   pic 9(9) comp.
       01  candidate-verdict           pic X.
           88  candidate-is-prime      value "Y".
       01  divisor-index               pic 9(7) comp.
       01  divisor-square              pic 9(15) comp.
       01  candidates-tested           pic 9(9) comp value zero.
       01  length-prime                pic 9(9) comp.
       01  largest-prime               pic 9(9) comp value zero.
       01  largest-length              pic 9 comp value zero.
       01  number-display              pic Z(8)9.
       01  second-display              pic Z(8)9.
       01  third-display               pic Z(8)9.
       01  count-display               pic Z(8)9.
       01  length-display              pic 9.
       01  product-text                pic X(9).
       01  prime-text                  pic X(9).
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform try-primes-master
           if primsrv-absent
               call "sieve" using sieve-limit sieve-table sieve-count
           end-if
           move "pandigit" to rptwrt-name
           set rptwrt-op-init to true
           move "Pandigital products and pandigital primes"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "multiplicand x multiplier = product" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform walk-the-products
           perform report-the-product-sum
           set rptwrt-op-head to true
           move "digits  largest pandigital prime" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying perm-length from 9 by -1
                   until perm-length < 1
               perform walk-one-length
           end-perform
           perform report-the-largest-prime
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move product-sum to number-display
           move function trim(number-display leading)
               to product-text
           if largest-prime = zero
               move "none" to prime-text
           else
               move largest-prime to number-display
               move function trim(number-display leading)
                   to prime-text
           end-if
           move spaces to ledger-answer-text
           string "sum=" function trim(product-text)
               " prime=" function trim(prime-text)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "pandigit    " ledger-answer-text
               ledger-start-time
           move zero to return-code
           stop run.

      * One probe settles whether the primes master is on this
      * build; without it the candidates are trial-divided.
       try-primes-master.
           set primsrv-op-isprime to true
           move 2 to primsrv-number
           call "primsrv" using primsrv-request
               on exception
                   set primsrv-absent to true
           end-call
           if primsrv-untried
               if primsrv-ok
                   set primsrv-on-hand to true
               else
                   set primsrv-absent to true
               end-if
           end-if.

      ******************************************************************
      * Pandigital products
      ******************************************************************
      * Every arrangement of 1-9 in increasing order; the product is
      * always the last four digits, so a 1-digit multiplicand has a
      * 4-digit multiplier and a 2-digit one a 3-digit multiplier.
      * The larger factor is never taken first, so each identity
      * turns up exactly once.
       walk-the-products.
           move 9 to perm-length
           perform varying digit-index from 1 by 1
                   until digit-index > 9
               move digit-index to perm-digit(digit-index)
           end-perform
           move "N" to perm-walk
           perform until perm-walk-ended
               move 6 to slice-from
               move 9 to slice-to
               perform take-slice-value
               move slice-value to product
               perform varying cut-length from 1 by 1
                       until cut-length > 2
                   perform try-one-cut
               end-perform
               perform step-permutation-up
           end-perform.

       try-one-cut.
           move 1 to slice-from
           move cut-length to slice-to
           perform take-slice-value
           move slice-value to multiplicand
           compute slice-from = cut-length + 1
           move 5 to slice-to
           perform take-slice-value
           move slice-value to multiplier
           if multiplicand * multiplier = product
               perform keep-one-identity
           end-if.

       keep-one-identity.
           add 1 to identity-count
           move "N" to product-repeat
           perform varying product-index from 1 by 1
                   until product-index > product-count
               if product-kept(product-index) = product
                   set product-is-repeat to true
               end-if
           end-perform
           if not product-is-repeat
               add 1 to product-count
               move product to product-kept(product-count)
               add product to product-sum
           end-if
           move multiplicand to number-display
           move multiplier to second-display
           move product to third-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string function trim(number-display leading) " x "
               function trim(second-display leading) " = "
               function trim(third-display leading)
               delimited by size into rptwrt-text
           end-string
           if product-is-repeat
               move "(product already counted)"
                   to rptwrt-text(25:25)
           end-if
           call "rptwrt" using rptwrt-request.

       report-the-product-sum.
           move product-sum to number-display
           move product-count to second-display
           move identity-count to third-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string "distinct-product sum "
               function trim(number-display leading) " ("
               function trim(second-display leading)
               " product(s) of "
               function trim(third-display leading)
               " identities)"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      * The digits from SLICE-FROM to SLICE-TO as one number.
       take-slice-value.
           move zero to slice-value
           perform varying digit-index from slice-from by 1
                   until digit-index > slice-to
               compute slice-value =
                   slice-value * 10 + perm-digit(digit-index)
           end-perform.

      * The next arrangement up: the rightmost digit smaller than
      * its right-hand neighbour changes places with the smallest
      * larger digit to its right, and the tail is turned round.
       step-permutation-up.
           compute pivot-index = perm-length - 1
           perform until pivot-index = zero
                   or perm-digit(pivot-index)
                       < perm-digit(pivot-index + 1)
               subtract 1 from pivot-index
           end-perform
           if pivot-index = zero
               set perm-walk-ended to true
               exit paragraph
           end-if
           move perm-length to swap-index
           perform until perm-digit(swap-index)
                   > perm-digit(pivot-index)
               subtract 1 from swap-index
           end-perform
           perform swap-and-reverse.

      * The next arrangement down, the same with the comparisons
      * turned.
       step-permutation-down.
           compute pivot-index = perm-length - 1
           perform until pivot-index = zero
                   or perm-digit(pivot-index)
                       > perm-digit(pivot-index + 1)
               subtract 1 from pivot-index
           end-perform
           if pivot-index = zero
               set perm-walk-ended to true
               exit paragraph
           end-if
           move perm-length to swap-index
           perform until perm-digit(swap-index)
                   < perm-digit(pivot-index)
               subtract 1 from swap-index
           end-perform
           perform swap-and-reverse.

       swap-and-reverse.
           move perm-digit(pivot-index) to swap-digit
           move perm-digit(swap-index) to perm-digit(pivot-index)
           move swap-digit to perm-digit(swap-index)
           compute low-index = pivot-index + 1
           move perm-length to high-index
           perform until low-index >= high-index
               move perm-digit(low-index) to swap-digit
               move perm-digit(high-index) to perm-digit(low-index)
               move swap-digit to perm-digit(high-index)
               add 1 to low-index
               subtract 1 from high-index
           end-perform.

      ******************************************************************
      * Pandigital primes
      ******************************************************************
      * The arrangements of 1 to PERM-LENGTH from the largest down;
      * the first prime is the largest of that length.
       walk-one-length.
           move zero to length-prime
           compute digit-total = perm-length * (perm-length + 1) / 2
           if function mod(digit-total, 3) not = zero
               perform varying digit-index from 1 by 1
                       until digit-index > perm-length
                   compute perm-digit(digit-index) =
                       perm-length - digit-index + 1
               end-perform
               move "N" to perm-walk
               perform until perm-walk-ended or length-prime > zero
                   move 1 to slice-from
                   move perm-length to slice-to
                   perform take-slice-value
                   move slice-value to candidate
                   perform judge-candidate
                   if candidate-is-prime
                       move candidate to length-prime
                   else
                       perform step-permutation-down
                   end-if
               end-perform
           end-if
           if length-prime > largest-prime
               move length-prime to largest-prime
               move perm-length to largest-length
           end-if
           perform report-one-length.

      * Keyed read against the primes master; on a build without
      * it, trial division by the SIEVE primes up to the root.
       judge-candidate.
           add 1 to candidates-tested
           move "N" to candidate-verdict
           if candidate < 2
               exit paragraph
           end-if
           if primsrv-on-hand
               set primsrv-op-isprime to true
               move candidate to primsrv-number
               call "primsrv" using primsrv-request
               if primsrv-ok
                   if primsrv-is-prime
                       set candidate-is-prime to true
                   end-if
                   exit paragraph
               end-if
               call "sieve" using sieve-limit sieve-table sieve-count
               set primsrv-absent to true
           end-if
           set candidate-is-prime to true
           perform varying divisor-index from 1 by 1
                   until divisor-index > sieve-count
                       or not candidate-is-prime
               compute divisor-square = sieve-prime(divisor-index)
                   * sieve-prime(divisor-index)
               if divisor-square > candidate
                   exit paragraph
               end-if
               if function mod(candidate, sieve-prime(divisor-index))
                       = zero
                   move "N" to candidate-verdict
               end-if
           end-perform.

       report-one-length.
           move perm-length to length-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move length-display to rptwrt-text(6:1)
           if length-prime > zero
               move length-prime to number-display
               move function trim(number-display leading)
                   to rptwrt-text(9:9)
           else
               if function mod(digit-total, 3) = zero
                   move "none (digit sum divisible by 3)"
                       to rptwrt-text(9:31)
               else
                   move "none" to rptwrt-text(9:4)
               end-if
           end-if
           call "rptwrt" using rptwrt-request.

       report-the-largest-prime.
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           if largest-prime = zero
               move "no pandigital prime of any length"
                   to rptwrt-text
           else
               move largest-prime to number-display
               move largest-length to length-display
               move candidates-tested to count-display
               string "largest pandigital prime "
                   function trim(number-display leading) " ("
                   length-display " digits, "
                   function trim(count-display leading)
                   " candidate(s) tested)"
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.
       end program pandigit.
