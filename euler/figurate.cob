      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Figurate-number coincidences. EULER012 walks the
      *          triangle numbers only for their divisor counts; this
      *          job walks the triangular, pentagonal and hexagonal
      *          sequences in step - always advancing whichever is
      *          behind - up to CEILING= (figurate.parm, default
      *          10000000000, at most 100000000000000) and reports
      *          every number that is all three at once with its
      *          three indexes, the first beyond the trivial 40755
      *          as the headline. Each coincidence is proven by the
      *          exact integer inverse tests (x is triangular when
      *          8x+1 is a perfect square, pentagonal when 24x+1 is
      *          a square whose root is 5 mod 6, hexagonal when 8x+1
      *          is a square whose root is 3 mod 4), the square root
      *          settled by integer multiplication, never trusted to
      *          floating point; an index that disagrees with the
      *          walk ends the run with return code 16. Second
      *          question: the pentagonal pair Pj, Pk whose sum and
      *          difference are both pentagonal with the smallest
      *          difference, over the first PAIRS= pentagonals
      *          (default 2500, at most 100000); the report says
      *          when the window was wide enough to prove that
      *          difference the smallest of all. Results through
      *          RPTWRT, the two headline answers to the ledger.
      * Tectonics: cobc -x figurate.cob paramrdr.cob rptwrt.cob
      *            ledger.cob
      ******************************************************************
       identification division.
       program-id. figurate.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "figurate.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy rptreq.
       01  walk-ceiling                pic 9(15) comp
                                       value 10000000000.
       01  pair-window                 pic 9(6) comp value 2500.
      * The three sequences, each at its current index.
       01  tri-index                   pic 9(9) comp.
       01  tri-value                   pic 9(15) comp.
       01  pent-index                  pic 9(9) comp.
       01  pent-value                  pic 9(15) comp.
       01  hex-index                   pic 9(9) comp.
       01  hex-value                   pic 9(15) comp.
       01  coincidence-count           pic 9(4) comp value zero.
       01  first-beyond-trivial        pic 9(15) comp value zero.
       01  proof-failures              pic 9(4) comp value zero.
      * Exact inverse tests: the value in, its index out (zero
      * when it is not of the kind asked).
       01  figurate-value              pic 9(15) comp.
       01  figurate-index              pic 9(9) comp.
       01  proven-tri-index            pic 9(9) comp.
       01  proven-pent-index           pic 9(9) comp.
       01  proven-hex-index            pic 9(9) comp.
       01  isqrt-arg                   pic 9(18) comp.
       01  isqrt-root                  pic 9(9) comp.
       01  isqrt-plus-one              pic 9(9) comp.
       01  isqrt-quotient              pic 9(9) comp.
       01  isqrt-remainder             pic 9 comp.
      * The pentagonal pairs, Pj below Pk.
       01  pair-k                      pic 9(6) comp.
       01  pair-j                      pic 9(6) comp.
       01  pent-k                      pic 9(15) comp.
       01  pent-j                      pic 9(15) comp.
       01  pair-difference             pic 9(15) comp.
       01  best-difference             pic 9(15) comp value zero.
       01  best-j                      pic 9(6) comp value zero.
       01  best-k                      pic 9(6) comp value zero.
       01  pair-settled                pic X value "N".
           88  pair-proven-minimal     value "Y".
       01  value-display               pic Z(14)9.
       01  index-display-1             pic Z(8)9.
       01  index-display-2             pic Z(8)9.
       01  index-display-3             pic Z(8)9.
       01  count-display               pic Z(3)9.
       01  ceiling-display             pic Z(14)9.
       01  difference-display          pic Z(14)9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           move walk-ceiling to ceiling-display
           move "figurate" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Figurate-number coincidences to "
               function trim(ceiling-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "triangular = pentagonal = hexagonal (T P H)"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform walk-the-sequences
           perform report-the-coincidences
           perform search-pentagonal-pairs
           perform report-the-pentagonal-pair
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move spaces to ledger-answer-text
           move first-beyond-trivial to value-display
           move best-difference to difference-display
           if first-beyond-trivial = zero
               string "tph=none d="
                   function trim(difference-display leading)
                   delimited by size into ledger-answer-text
               end-string
           else
               string "tph=" function trim(value-display leading)
                   " d=" function trim(difference-display leading)
                   delimited by size into ledger-answer-text
               end-string
           end-if
           call "ledger" using "figurate    " ledger-answer-text
               ledger-start-time
           if proof-failures > zero
               move 16 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using ceiling 10000000000 and 2500 pairs"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "CEILING"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to walk-ceiling
                       end-if
                   when "PAIRS"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to pair-window
                       end-if
                   when other
                       display "Unknown figurate.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
      * 24x+1 for a value near the ceiling must still fit the
      * eighteen-digit square-root argument.
           if walk-ceiling < 1 or walk-ceiling > 100000000000000
               display "CEILING must be 1 to 100000000000000,"
                   " using 10000000000" upon syserr
               move 10000000000 to walk-ceiling
           end-if
           if pair-window < 2 or pair-window > 100000
               display "PAIRS must be 2 to 100000, using 2500"
                   upon syserr
               move 2500 to pair-window
           end-if.

      ******************************************************************
      * Triangular, pentagonal and hexagonal in step
      ******************************************************************
      * Each sequence grows by its own first difference: T by n+1,
      * P by 3n+1, H by 4n+1. The one behind is moved on until all
      * three meet or the walk passes the ceiling.
       walk-the-sequences.
           move 1 to tri-index pent-index hex-index
           move 1 to tri-value pent-value hex-value
           perform until tri-value > walk-ceiling
                   or pent-value > walk-ceiling
                   or hex-value > walk-ceiling
               evaluate true
                   when tri-value = pent-value
                           and pent-value = hex-value
                       perform prove-one-coincidence
                       perform next-triangular
                       perform next-pentagonal
                       perform next-hexagonal
                   when tri-value <= pent-value
                           and tri-value <= hex-value
                       perform next-triangular
                   when pent-value <= hex-value
                       perform next-pentagonal
                   when other
                       perform next-hexagonal
               end-evaluate
           end-perform.

       next-triangular.
           add 1 to tri-index
           add tri-index to tri-value.

       next-pentagonal.
           compute pent-value = pent-value + 3 * pent-index + 1
           add 1 to pent-index.

       next-hexagonal.
           compute hex-value = hex-value + 4 * hex-index + 1
           add 1 to hex-index.

      * The walk's indexes must be the ones the inverse tests give
      * back for the value, or the walk is not to be trusted.
       prove-one-coincidence.
           add 1 to coincidence-count
           move tri-value to figurate-value
           perform triangular-inverse
           move figurate-index to proven-tri-index
           perform pentagonal-inverse
           move figurate-index to proven-pent-index
           perform hexagonal-inverse
           move figurate-index to proven-hex-index
           if proven-tri-index not = tri-index
                   or proven-pent-index not = pent-index
                   or proven-hex-index not = hex-index
               add 1 to proof-failures
               move tri-value to value-display
               display "*** " function trim(value-display leading)
                   ": the walk's indexes " tri-index " "
                   pent-index " " hex-index
                   " disagree with the inverse tests "
                   proven-tri-index " " proven-pent-index " "
                   proven-hex-index " ***" upon syserr
           end-if
           if tri-value > 40755 and first-beyond-trivial = zero
               move tri-value to first-beyond-trivial
           end-if
           move tri-value to value-display
           move tri-index to index-display-1
           move pent-index to index-display-2
           move hex-index to index-display-3
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string function trim(value-display leading) "  T"
               function trim(index-display-1 leading) " P"
               function trim(index-display-2 leading) " H"
               function trim(index-display-3 leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       report-the-coincidences.
           move coincidence-count to count-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           if first-beyond-trivial = zero
               string function trim(count-display leading)
                   " coincidence(s); none beyond 40755 to "
                   function trim(ceiling-display leading)
                   delimited by size into rptwrt-text
               end-string
           else
               move first-beyond-trivial to value-display
               string function trim(count-display leading)
                   " coincidence(s); the first beyond 40755 is "
                   function trim(value-display leading)
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * Exact inverse tests
      ******************************************************************
      * x = n(n+1)/2 exactly when 8x+1 = (2n+1)^2.
       triangular-inverse.
           move zero to figurate-index
           compute isqrt-arg = 8 * figurate-value + 1
           perform integer-square-root
           if isqrt-root * isqrt-root = isqrt-arg
               compute figurate-index = (isqrt-root - 1) / 2
           end-if.

      * x = n(3n-1)/2 exactly when 24x+1 = (6n-1)^2.
       pentagonal-inverse.
           move zero to figurate-index
           compute isqrt-arg = 24 * figurate-value + 1
           perform integer-square-root
           if isqrt-root * isqrt-root = isqrt-arg
               add 1 to isqrt-root giving isqrt-plus-one
               divide isqrt-plus-one by 6 giving isqrt-quotient
                   remainder isqrt-remainder
               if isqrt-remainder = zero
                   move isqrt-quotient to figurate-index
               end-if
           end-if.

      * x = n(2n-1) exactly when 8x+1 = (4n-1)^2.
       hexagonal-inverse.
           move zero to figurate-index
           compute isqrt-arg = 8 * figurate-value + 1
           perform integer-square-root
           if isqrt-root * isqrt-root = isqrt-arg
               add 1 to isqrt-root giving isqrt-plus-one
               divide isqrt-plus-one by 4 giving isqrt-quotient
                   remainder isqrt-remainder
               if isqrt-remainder = zero
                   move isqrt-quotient to figurate-index
               end-if
           end-if.

      * FUNCTION SQRT gives the neighbourhood; the root is then put
      * right by integer multiplication, so it is the exact floor
      * of the square root whatever the rounding.
       integer-square-root.
           compute isqrt-root = function integer-part(
               function sqrt(isqrt-arg))
           perform until isqrt-root * isqrt-root <= isqrt-arg
               subtract 1 from isqrt-root
           end-perform
           perform until (isqrt-root + 1) * (isqrt-root + 1)
                   > isqrt-arg
               add 1 to isqrt-root
           end-perform.

      ******************************************************************
      * Pentagonal pairs
      ******************************************************************
      * For each Pk the partners Pj are taken nearest first, so the
      * difference only grows; once it reaches the best so far the
      * rest of that Pk's partners cannot beat it. The difference is
      * tested first, being the rarer to hold. Neighbouring
      * pentagonals lie 3k-2 apart, so once that gap reaches the
      * best difference no pair further out can beat it, and the
      * best is the smallest of all.
       search-pentagonal-pairs.
           perform varying pair-k from 2 by 1
                   until pair-k > pair-window
                       or pair-proven-minimal
               if best-difference > zero
                       and 3 * pair-k - 2 >= best-difference
                   set pair-proven-minimal to true
               else
                   compute pent-k = pair-k * (3 * pair-k - 1) / 2
                   perform try-partners-of-k
               end-if
           end-perform.

       try-partners-of-k.
           perform varying pair-j from pair-k by -1
                   until pair-j = 1
               compute pent-j = (pair-j - 1) * (3 * pair-j - 4) / 2
               compute pair-difference = pent-k - pent-j
               if best-difference > zero
                       and pair-difference >= best-difference
                   exit paragraph
               end-if
               move pair-difference to figurate-value
               perform pentagonal-inverse
               if figurate-index > zero
                   compute figurate-value = pent-k + pent-j
                   perform pentagonal-inverse
                   if figurate-index > zero
                       move pair-difference to best-difference
                       compute best-j = pair-j - 1
                       move pair-k to best-k
                       exit paragraph
                   end-if
               end-if
           end-perform.

       report-the-pentagonal-pair.
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move pair-window to index-display-3
           if best-difference = zero
               string "no pentagonal pair with pentagonal sum and"
                   " difference in the first "
                   function trim(index-display-3 leading)
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
               exit paragraph
           end-if
           move best-difference to value-display
           move best-j to index-display-1
           move best-k to index-display-2
           string "minimal pentagonal-pair difference "
               function trim(value-display leading) " (P"
               function trim(index-display-1 leading) ", P"
               function trim(index-display-2 leading) ")"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           if pair-proven-minimal
               move "  proven the smallest of all pairs"
                   to rptwrt-text
           else
               string "  the smallest in the first "
                   function trim(index-display-3 leading)
                   " pentagonals; not proven beyond them"
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.
       end program figurate.
