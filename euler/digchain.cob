      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Digit-factorial chains and curious numbers, the
      *          analysts' recurring digit-sum questions, parameters
      *          in digchain.parm:
      *            - the curious numbers: those equal to the sum of
      *              the factorials of their digits, and those equal
      *              to the sum of the POWER-th powers of their
      *              digits (POWER= 2 to 6, default 5); a single
      *              digit is not a sum and does not count
      *            - for every start below LIMIT= (default 1000000,
      *              at most 10000000) the length of its chain of
      *              repeated digit-factorial sums up to the first
      *              repeated term, the distribution of the lengths,
      *              and how many run exactly CHAINLEN= terms
      *              (default 60)
      *            - the loops the chains fall into
      *          Chain lengths are memoized in a table the way
      *          euler014 memoizes its Collatz counts: a walk stops
      *          at the first term already worked out, and every
      *          term it passed is then filed, so each number's
      *          chain is followed once. No term past the first
      *          exceeds seven factorial-nines (2540160), which
      *          bounds the table. A walk that closes on itself
      *          instead has found a new loop. The report goes
      *          through RPTWRT and the three headline answers to
      *          the shared ledger.
      * Tectonics: cobc -x digchain.cob paramrdr.cob rptwrt.cob
      *            ledger.cob
      ******************************************************************
       identification division.
       program-id. digchain.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "digchain.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy rptreq.
       01  chain-limit                 pic 9(8) comp value 1000000.
       01  digit-power                 pic 9 comp value 5.
       01  wanted-length               pic 9(3) comp value 60.
       01  digit-factorials.
           05  digit-factorial         pic 9(6) comp occurs 10 times.
       01  digit-powers.
           05  digit-power-value       pic 9(7) comp occurs 10 times.
       01  digit-index                 pic 99 comp.
      * The chain length of every value the walks meet, zero when
      * not yet worked out.
       01  memo-ceiling                pic 9(7) comp value 2540160.
       01  memo-table.
           05  memo-length             pic 9(3) comp
                                       occurs 2540160 times.
       01  walk-path.
           05  path-term               pic 9(8) comp
                                       occurs 200 times.
       01  path-count                  pic 9(3) comp.
       01  path-index                  pic 9(3) comp.
       01  loop-start                  pic 9(3) comp.
       01  tail-length                 pic 9(3) comp.
       01  walk-state                  pic X.
           88  walk-is-open            value "O".
           88  walk-met-memo           value "M".
           88  walk-met-itself         value "S".
       01  start-number                pic 9(8) comp.
       01  term                        pic 9(8) comp.
       01  digit-rest                  pic 9(10) comp.
       01  digit-value                 pic 9 comp.
       01  digit-sum                   pic 9(10) comp.
       01  start-length                pic 9(3) comp.
       01  length-table.
           05  length-starts           pic 9(8) comp
                                       occurs 200 times.
       01  wanted-count                pic 9(8) comp value zero.
       01  longest-length              pic 9(3) comp value zero.
       01  longest-start               pic 9(8) comp value zero.
       01  loop-table.
           05  loop-entry              occurs 20 times.
               10  loop-size           pic 9(3) comp.
               10  loop-member         pic 9(8) comp
                                       occurs 10 times.
       01  loop-count                  pic 99 comp value zero.
       01  loop-index                  pic 99 comp.
       01  member-index                pic 99 comp.
       01  curious-bound               pic 9(10) comp.
       01  curious-digits              pic 99 comp.
       01  curious-candidate           pic 9(10) comp.
       01  factorial-curious-sum       pic 9(10) comp value zero.
       01  power-curious-sum           pic 9(10) comp value zero.
       01  curious-count               pic 9(4) comp.
       01  digit-sum-kind              pic X.
           88  curious-by-factorial    value "F".
           88  curious-by-power        value "P".
       01  largest-digit-value         pic 9(7) comp.
       01  text-pointer                pic 9(3) comp.
       01  number-display              pic Z(9)9.
       01  second-display              pic Z(9)9.
       01  third-display               pic Z(9)9.
       01  length-display              pic ZZ9.
       01  power-display               pic 9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           perform build-digit-tables
           move chain-limit to number-display
           move "digchain" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Digit-factorial chains below "
               function trim(number-display leading)
               " and curious numbers"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "curious numbers" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set curious-by-factorial to true
           perform find-curious-numbers
           set curious-by-power to true
           perform find-curious-numbers
           perform report-the-curious-sums
           initialize memo-table
           initialize length-table
           set curious-by-factorial to true
           perform varying start-number from 1 by 1
                   until start-number >= chain-limit
               perform measure-one-start
           end-perform
           perform report-the-lengths
           perform report-the-loops
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move wanted-length to length-display
           move wanted-count to number-display
           move factorial-curious-sum to second-display
           move digit-power to power-display
           move power-curious-sum to third-display
           move spaces to ledger-answer-text
           string "chain" function trim(length-display leading)
               "=" function trim(number-display leading)
               " fact=" function trim(second-display leading)
               " pow" power-display
               "=" function trim(third-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "digchain    " ledger-answer-text
               ledger-start-time
           move zero to return-code
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using limit 1000000, power 5, chain length 60"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "LIMIT"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to chain-limit
                       end-if
                   when "POWER"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to digit-power
                       end-if
                   when "CHAINLEN"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to wanted-length
                       end-if
                   when other
                       display "Unknown digchain.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
           if chain-limit < 2 or chain-limit > 10000000
               display "LIMIT must be 2 to 10000000, using 1000000"
                   upon syserr
               move 1000000 to chain-limit
           end-if
      * Past the sixth power the search bound for the curious
      * numbers runs into the hundreds of millions.
           if digit-power < 2 or digit-power > 6
               display "POWER must be 2 to 6, using 5" upon syserr
               move 5 to digit-power
           end-if
           if wanted-length < 1 or wanted-length > 199
               display "CHAINLEN must be 1 to 199, using 60"
                   upon syserr
               move 60 to wanted-length
           end-if.

      * Entry n holds the factorial and the POWER-th power of the
      * digit n - 1.
       build-digit-tables.
           move 1 to digit-factorial(1)
           move zero to digit-power-value(1)
           perform varying digit-index from 2 by 1
                   until digit-index > 10
               compute digit-factorial(digit-index) =
                   digit-factorial(digit-index - 1)
                   * (digit-index - 1)
               compute digit-power-value(digit-index) =
                   (digit-index - 1) ** digit-power
           end-perform.

      ******************************************************************
      * Curious numbers
      ******************************************************************
      * A d-digit number's digit sum is at most d times the largest
      * digit value, so once 10^(d-1) passes that no number of d or
      * more digits can equal its own sum; the search stops short
      * of the first such length.
       find-curious-numbers.
           move zero to curious-count
           if curious-by-factorial
               move digit-factorial(10) to largest-digit-value
           else
               move digit-power-value(10) to largest-digit-value
           end-if
           move 1 to curious-digits
           perform until 10 ** (curious-digits - 1) >
                   curious-digits * largest-digit-value
               add 1 to curious-digits
           end-perform
           compute curious-bound =
               (curious-digits - 1) * largest-digit-value
           perform varying curious-candidate from 10 by 1
                   until curious-candidate > curious-bound
               move curious-candidate to digit-rest
               perform take-digit-sum
               if digit-sum = curious-candidate
                   perform report-one-curious
               end-if
           end-perform
           if curious-count = zero
               set rptwrt-op-detail to true
               move spaces to rptwrt-text
               if curious-by-factorial
                   move "none by digit factorials" to rptwrt-text
               else
                   move digit-power to power-display
                   string "none by " power-display
                       "th powers of digits"
                       delimited by size into rptwrt-text
                   end-string
               end-if
               call "rptwrt" using rptwrt-request
           end-if.

      * The digit factorials or digit powers of DIGIT-REST, summed.
       take-digit-sum.
           move zero to digit-sum
           perform until digit-rest = zero
               divide digit-rest by 10 giving digit-rest
                   remainder digit-value
               if curious-by-power
                   add digit-power-value(digit-value + 1)
                       to digit-sum
               else
                   add digit-factorial(digit-value + 1)
                       to digit-sum
               end-if
           end-perform.

       report-one-curious.
           add 1 to curious-count
           move curious-candidate to number-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           if curious-by-factorial
               add curious-candidate to factorial-curious-sum
               string function trim(number-display leading)
                   " = sum of its digit factorials"
                   delimited by size into rptwrt-text
               end-string
           else
               add curious-candidate to power-curious-sum
               move digit-power to power-display
               string function trim(number-display leading)
                   " = sum of the " power-display
                   "th powers of its digits"
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.

       report-the-curious-sums.
           move factorial-curious-sum to number-display
           move power-curious-sum to second-display
           move digit-power to power-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string "digit-factorial sum "
               function trim(number-display leading)
               ", digit-" power-display "th-power sum "
               function trim(second-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * Digit-factorial chains
      ******************************************************************
      * Follow the chain from START-NUMBER until a term is either
      * in the memo table already or repeats one earlier in this
      * walk, then file every term of the walk. A term is counted
      * once however often the chain would go round its loop.
       measure-one-start.
           move zero to path-count
           move start-number to term
           set walk-is-open to true
           perform until not walk-is-open
               if term <= memo-ceiling
                   if memo-length(term) > zero
                       set walk-met-memo to true
                   end-if
               end-if
               if walk-is-open
                   perform varying path-index from 1 by 1
                           until path-index > path-count
                               or walk-met-itself
                       if path-term(path-index) = term
                           move path-index to loop-start
                           set walk-met-itself to true
                       end-if
                   end-perform
               end-if
               if walk-is-open
                   add 1 to path-count
                   move term to path-term(path-count)
                   move term to digit-rest
                   perform take-digit-sum
                   move digit-sum to term
               end-if
           end-perform
           if walk-met-memo
               move memo-length(term) to tail-length
               move path-count to loop-start
               add 1 to loop-start
           else
               move zero to tail-length
               perform keep-one-loop
           end-if
           perform file-the-walk
           if start-number > memo-ceiling
               compute start-length = tail-length + path-count
           else
               move memo-length(start-number) to start-length
           end-if
           add 1 to length-starts(start-length)
           if start-length = wanted-length
               add 1 to wanted-count
           end-if
           if start-length > longest-length
               move start-length to longest-length
               move start-number to longest-start
           end-if.

      * Terms ahead of the loop count their own run to the loop or
      * the memoized term plus that term's length; the loop
      * members all share the loop's size.
       file-the-walk.
           perform varying path-index from 1 by 1
                   until path-index > path-count
               if path-term(path-index) <= memo-ceiling
                   if path-index < loop-start
                       compute memo-length(path-term(path-index)) =
                           path-count - path-index + 1 + tail-length
                   else
                       compute memo-length(path-term(path-index)) =
                           path-count - loop-start + 1
                   end-if
               end-if
           end-perform.

       keep-one-loop.
           if loop-count >= 20
               exit paragraph
           end-if
           add 1 to loop-count
           compute loop-size(loop-count) = path-count - loop-start + 1
           move zero to member-index
           perform varying path-index from loop-start by 1
                   until path-index > path-count
                       or member-index >= 10
               add 1 to member-index
               move path-term(path-index)
                   to loop-member(loop-count, member-index)
           end-perform.

       report-the-lengths.
           set rptwrt-op-head to true
           move "chain length      starts" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying path-index from 1 by 1
                   until path-index > 199
               if length-starts(path-index) > zero
                   move path-index to length-display
                   move length-starts(path-index) to number-display
                   set rptwrt-op-detail to true
                   move spaces to rptwrt-text
                   move length-display to rptwrt-text(10:3)
                   move number-display to rptwrt-text(15:10)
                   call "rptwrt" using rptwrt-request
               end-if
           end-perform
           move wanted-count to number-display
           move chain-limit to second-display
           move wanted-length to length-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(number-display leading)
               " start(s) below "
               function trim(second-display leading)
               " run exactly "
               function trim(length-display leading) " terms"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move longest-length to length-display
           move longest-start to number-display
           move spaces to rptwrt-text
           string "longest chain "
               function trim(length-display leading)
               " terms, first from "
               function trim(number-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       report-the-loops.
           set rptwrt-op-head to true
           move "loop members" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying loop-index from 1 by 1
                   until loop-index > loop-count
               perform report-one-loop
           end-perform
           move loop-count to number-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(number-display leading)
               " loop(s) found"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       report-one-loop.
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move 1 to text-pointer
           perform varying member-index from 1 by 1
                   until member-index > loop-size(loop-index)
                       or member-index > 10
               if member-index > 1
                   string " -> " delimited by size
                       into rptwrt-text with pointer text-pointer
                   end-string
               end-if
               move loop-member(loop-index, member-index)
                   to number-display
               string function trim(number-display leading)
                   delimited by size
                   into rptwrt-text with pointer text-pointer
               end-string
           end-perform
           move loop-size(loop-index) to length-display
           string " (" function trim(length-display leading)
               " term(s))"
               delimited by size
               into rptwrt-text with pointer text-pointer
           end-string
           call "rptwrt" using rptwrt-request.
       end program digchain.
