      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Farey-sequence census of the reduced proper
      *          fractions n/d (0 < n < d, n and d coprime) - the
      *          billing-rate people's follow-up to CYCLEN. Three
      *          answers, parameters in farey.parm:
      *            - how many there are with d up to LIMIT= (default
      *              1000000, at most 2000000): the totients of 2 to
      *              LIMIT summed, the totients from one sieve pass
      *              over the range
      *            - the fraction immediately left of TARGET= (3/7)
      *              among those with d up to LIMIT=, by a mediant
      *              walk down the Stern-Brocot tree to the target
      *              and then along its left neighbours
      *            - how many lie strictly between LOW= (1/3) and
      *              HIGH= (1/2) with d up to COUNTLIMIT= (default
      *              12000, at most 20000), by a mediant walk over
      *              the part of the tree inside the range; the walk
      *              visits each fraction it counts, which is why it
      *              has a bound of its own
      *          The sieved totients are held to FACTORIZE's on a
      *          sample of about a thousand denominators spread over
      *          the range; a disagreement is listed and ends rc 8,
      *          as CYCLEN does with its two methods. The report goes
      *          through RPTWRT, each answer to the shared ledger.
      * Tectonics: cobc -x farey.cob factorize.cob sieve.cob
      *            sievewin.cob nextprime.cob paramrdr.cob
      *            rptwrt.cob ledger.cob
      ******************************************************************
       identification division.
       program-id. farey.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "farey.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy sieverec.
           copy factorec.
           copy rptreq.
       01  fraction-limit              pic 9(7) comp value 1000000.
       01  count-limit                 pic 9(5) comp value 12000.
       01  target-num                  pic 9(7) comp value 3.
       01  target-den                  pic 9(7) comp value 7.
       01  low-num                     pic 9(7) comp value 1.
       01  low-den                     pic 9(7) comp value 3.
       01  high-num                    pic 9(7) comp value 1.
       01  high-den                    pic 9(7) comp value 2.
      * One fraction off a card: "n/d", reduced, 0 <= n/d <= 1.
       01  fraction-text               pic X(40).
       01  fraction-num-text           pic X(20).
       01  fraction-den-text           pic X(20).
       01  fraction-num                pic 9(7) comp.
       01  fraction-den                pic 9(7) comp.
       01  fraction-check              pic X.
           88  fraction-is-good        value "Y".
       01  gcd-a                       pic 9(7) comp.
       01  gcd-b                       pic 9(7) comp.
       01  gcd-r                       pic 9(7) comp.
      * The totient of every d up to LIMIT=.
       01  totient-table.
           05  totient-value           pic 9(7) comp
                                       occurs 2000000 times.
       01  sieve-index                 pic 9(7) comp.
       01  multiple-index              pic 9(7) comp.
       01  fraction-total              pic 9(15) comp value zero.
       01  sample-step                 pic 9(7) comp.
       01  sample-den                  pic 9(7) comp.
       01  samples-checked             pic 9(5) comp value zero.
       01  disagreements               pic 9(5) comp value zero.
      * The mediant walk's bracket: LEFT < TARGET < RIGHT, with
      * RIGHT starting at 1/0.
       01  left-num                    pic 9(9) comp.
       01  left-den                    pic 9(9) comp.
       01  right-num                   pic 9(9) comp.
       01  right-den                   pic 9(9) comp.
       01  mediant-num                 pic 9(9) comp.
       01  mediant-den                 pic 9(9) comp.
       01  walk-state                  pic X.
           88  walk-is-open            value "O".
           88  walk-is-done            value "D".
       01  neighbour-multiple          pic 9(9) comp.
       01  answer-num                  pic 9(9) comp.
       01  answer-den                  pic 9(9) comp.
      * Brackets still to be walked in the range count; a walk
      * goes one level deeper for each denominator, so COUNTLIMIT=
      * bounds the depth.
       01  bracket-stack.
           05  bracket-entry           occurs 20002 times.
               10  bracket-left-num    pic 9(5) comp.
               10  bracket-left-den    pic 9(5) comp.
               10  bracket-right-num   pic 9(5) comp.
               10  bracket-right-den   pic 9(5) comp.
       01  bracket-depth               pic 9(5) comp.
       01  between-count               pic 9(15) comp value zero.
       01  text-pointer                pic 9(3) comp.
       01  number-display              pic Z(14)9.
       01  second-display              pic Z(14)9.
       01  third-display               pic Z(14)9.
       01  fourth-display              pic Z(14)9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           call "sieve" using sieve-limit sieve-table sieve-count
           move fraction-limit to number-display
           move "farey" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Reduced proper fractions with denominators to "
               function trim(number-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "reduced proper fractions" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform sieve-the-totients
           perform cross-check-sample
           perform report-the-census
           set rptwrt-op-head to true
           move "neighbour and range" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform find-left-neighbour
           perform count-between-bounds
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           perform log-the-answers
           if disagreements > zero
               move 8 to return-code
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
                   ", using limit 1000000, target 3/7, 1/3 to 1/2"
                   " to 12000"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "LIMIT"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to fraction-limit
                       end-if
                   when "COUNTLIMIT"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to count-limit
                       end-if
                   when "TARGET"
                       perform take-fraction-value
                       if fraction-is-good and fraction-num > zero
                           move fraction-num to target-num
                           move fraction-den to target-den
                       else
                           display "TARGET must be a reduced fraction"
                               " above 0 and at most 1, using 3/7"
                               upon syserr
                       end-if
                   when "LOW"
                       perform take-fraction-value
                       if fraction-is-good
                           move fraction-num to low-num
                           move fraction-den to low-den
                       else
                           display "LOW must be a reduced fraction"
                               " from 0 to 1, using 1/3" upon syserr
                       end-if
                   when "HIGH"
                       perform take-fraction-value
                       if fraction-is-good
                           move fraction-num to high-num
                           move fraction-den to high-den
                       else
                           display "HIGH must be a reduced fraction"
                               " from 0 to 1, using 1/2" upon syserr
                       end-if
                   when other
                       display "Unknown farey.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
           if fraction-limit < 2 or fraction-limit > 2000000
               display "LIMIT must be 2 to 2000000, using 1000000"
                   upon syserr
               move 1000000 to fraction-limit
           end-if
           if count-limit < 2 or count-limit > 20000
               display "COUNTLIMIT must be 2 to 20000, using 12000"
                   upon syserr
               move 12000 to count-limit
           end-if
           if low-num * high-den >= high-num * low-den
               display "LOW must lie below HIGH, using 1/3 and 1/2"
                   upon syserr
               move 1 to low-num
               move 3 to low-den
               move 1 to high-num
               move 2 to high-den
           end-if.

      * "n/d" off PARAM-VALUE into FRACTION-NUM and FRACTION-DEN;
      * good when both are numbers, d is not zero, n is at most d
      * and the two have no common factor.
       take-fraction-value.
           move "N" to fraction-check
           move spaces to fraction-num-text fraction-den-text
           move param-value to fraction-text
           unstring fraction-text delimited by "/"
               into fraction-num-text fraction-den-text
           end-unstring
           if fraction-num-text = spaces
                   or fraction-den-text = spaces
               exit paragraph
           end-if
           if function test-numval(fraction-num-text) not = 0
                   or function test-numval(fraction-den-text) not = 0
               exit paragraph
           end-if
           if function numval(fraction-den-text) < 1
                   or function numval(fraction-den-text) > 9999999
                   or function numval(fraction-num-text) < 0
                   or function numval(fraction-num-text)
                       > function numval(fraction-den-text)
               exit paragraph
           end-if
           move function numval(fraction-num-text) to fraction-num
           move function numval(fraction-den-text) to fraction-den
           move fraction-num to gcd-a
           move fraction-den to gcd-b
           perform until gcd-b = zero
               move function mod(gcd-a, gcd-b) to gcd-r
               move gcd-b to gcd-a
               move gcd-r to gcd-b
           end-perform
           if gcd-a = 1
               set fraction-is-good to true
           end-if.

      ******************************************************************
      * The census: totients by sieve
      ******************************************************************
      * Every d starts as its own totient; a d still untouched when
      * reached is prime, and takes its share 1/p off every
      * multiple. Denominator d has phi(d) numerators in lowest
      * terms, so the census is phi(2) + ... + phi(LIMIT).
       sieve-the-totients.
           perform varying sieve-index from 1 by 1
                   until sieve-index > fraction-limit
               move sieve-index to totient-value(sieve-index)
           end-perform
           perform varying sieve-index from 2 by 1
                   until sieve-index > fraction-limit
               if totient-value(sieve-index) = sieve-index
                   perform varying multiple-index from sieve-index
                           by sieve-index
                           until multiple-index > fraction-limit
                       compute totient-value(multiple-index) =
                           totient-value(multiple-index)
                           - totient-value(multiple-index)
                             / sieve-index
                   end-perform
               end-if
               add totient-value(sieve-index) to fraction-total
           end-perform.

      * About a thousand denominators, evenly spaced down from
      * LIMIT=, each factored afresh by FACTORIZE.
       cross-check-sample.
           compute sample-step = fraction-limit / 1000
           if sample-step < 1
               move 1 to sample-step
           end-if
           move fraction-limit to sample-den
           perform until sample-den < 2
               perform check-one-sample
               if sample-den <= sample-step
                   move 1 to sample-den
               else
                   subtract sample-step from sample-den
               end-if
           end-perform.

       check-one-sample.
           move sample-den to factorize-n
           set factorize-mode-full-list to true
           call "factorize" using factorize-n factorize-mode
               sieve-table sieve-count
               factorize-largest factorize-list
               factorize-list-count
               factorize-canonical factorize-prime-count
               factorize-divisor-count factorize-divisor-sum
               factorize-totient
           add 1 to samples-checked
           if factorize-totient not = totient-value(sample-den)
               add 1 to disagreements
               move sample-den to number-display
               move totient-value(sample-den) to second-display
               move factorize-totient to third-display
               set rptwrt-op-detail to true
               move spaces to rptwrt-text
               string "phi(" function trim(number-display leading)
                   ") sieved " function trim(second-display leading)
                   ", FACTORIZE "
                   function trim(third-display leading)
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if.

       report-the-census.
           move fraction-limit to number-display
           move fraction-total to second-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "denominators 2 to "
               function trim(number-display leading) ": "
               function trim(second-display leading)
               " reduced proper fraction(s)"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move samples-checked to number-display
           move disagreements to second-display
           string "FACTORIZE sample: "
               function trim(number-display leading)
               " totient(s) checked, "
               function trim(second-display leading)
               " disagreement(s)"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * Mediant walks
      ******************************************************************
      * Down the Stern-Brocot tree towards TARGET=, keeping it
      * bracketed by two neighbours. Every fraction strictly
      * between neighbours has a denominator at least the sum of
      * theirs, so once the next mediant's passes LIMIT= the left
      * bracket is the answer. Met on the way, the target's left
      * neighbour in the tree is the left bracket; the nearer ones
      * under LIMIT= are that plus the target k times over, k as
      * large as the denominator allows.
       find-left-neighbour.
           move zero to left-num
           move 1 to left-den
           move 1 to right-num
           move zero to right-den
           set walk-is-open to true
           perform until walk-is-done
               compute mediant-num = left-num + right-num
               compute mediant-den = left-den + right-den
               evaluate true
                   when mediant-den > fraction-limit
                       move left-num to answer-num
                       move left-den to answer-den
                       set walk-is-done to true
                   when mediant-num = target-num
                           and mediant-den = target-den
                       compute neighbour-multiple =
                           (fraction-limit - left-den) / target-den
                       compute answer-num = left-num
                           + target-num * neighbour-multiple
                       compute answer-den = left-den
                           + target-den * neighbour-multiple
                       set walk-is-done to true
                   when mediant-num * target-den
                           < target-num * mediant-den
                       move mediant-num to left-num
                       move mediant-den to left-den
                   when other
                       move mediant-num to right-num
                       move mediant-den to right-den
               end-evaluate
           end-perform
           move target-num to number-display
           move target-den to second-display
           move answer-num to third-display
           move answer-den to fourth-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "immediately left of "
               function trim(number-display leading) "/"
               function trim(second-display leading) ": "
               function trim(third-display leading) "/"
               function trim(fourth-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      * Every bracket of neighbours that overlaps LOW..HIGH is split
      * at its mediant, counted when strictly inside, while the
      * mediant's denominator is within COUNTLIMIT=. The tree holds
      * each reduced fraction once, so nothing is counted twice.
       count-between-bounds.
           move 1 to bracket-depth
           move zero to bracket-left-num(1)
           move 1 to bracket-left-den(1)
           move 1 to bracket-right-num(1)
           move 1 to bracket-right-den(1)
           perform until bracket-depth = zero
               move bracket-left-num(bracket-depth) to left-num
               move bracket-left-den(bracket-depth) to left-den
               move bracket-right-num(bracket-depth) to right-num
               move bracket-right-den(bracket-depth) to right-den
               subtract 1 from bracket-depth
               perform split-one-bracket
           end-perform
           move low-num to number-display
           move low-den to second-display
           move high-num to third-display
           move high-den to fourth-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move 1 to text-pointer
           string "strictly between "
               function trim(number-display leading) "/"
               function trim(second-display leading) " and "
               function trim(third-display leading) "/"
               function trim(fourth-display leading)
               delimited by size
               into rptwrt-text with pointer text-pointer
           end-string
           move count-limit to number-display
           move between-count to second-display
           string ", denominators to "
               function trim(number-display leading) ": "
               function trim(second-display leading)
               delimited by size
               into rptwrt-text with pointer text-pointer
           end-string
           call "rptwrt" using rptwrt-request.

       split-one-bracket.
           compute mediant-den = left-den + right-den
           if mediant-den > count-limit
               exit paragraph
           end-if
           if left-num * high-den >= high-num * left-den
                   or right-num * low-den <= low-num * right-den
               exit paragraph
           end-if
           compute mediant-num = left-num + right-num
           if mediant-num * low-den > low-num * mediant-den
                   and mediant-num * high-den < high-num * mediant-den
               add 1 to between-count
           end-if
           add 1 to bracket-depth
           move mediant-num to bracket-left-num(bracket-depth)
           move mediant-den to bracket-left-den(bracket-depth)
           move right-num to bracket-right-num(bracket-depth)
           move right-den to bracket-right-den(bracket-depth)
           add 1 to bracket-depth
           move left-num to bracket-left-num(bracket-depth)
           move left-den to bracket-left-den(bracket-depth)
           move mediant-num to bracket-right-num(bracket-depth)
           move mediant-den to bracket-right-den(bracket-depth).

       log-the-answers.
           move fraction-total to number-display
           move fraction-limit to second-display
           move spaces to ledger-answer-text
           string "reduced=" function trim(number-display leading)
               " limit=" function trim(second-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "farey       " ledger-answer-text
               ledger-start-time
           move answer-num to number-display
           move answer-den to second-display
           move target-num to third-display
           move target-den to fourth-display
           move spaces to ledger-answer-text
           string "left=" function trim(number-display leading)
               "/" function trim(second-display leading)
               " of=" function trim(third-display leading)
               "/" function trim(fourth-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "farey       " ledger-answer-text
               ledger-start-time
           move between-count to number-display
           move count-limit to second-display
           move spaces to ledger-answer-text
           string "between=" function trim(number-display leading)
               " to=" function trim(second-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "farey       " ledger-answer-text
               ledger-start-time.
       end program farey.
