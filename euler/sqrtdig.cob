      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Square-root decimal expansions: the first DIGITS=
      *          digits (integer part included) of the square root
      *          of every non-square k from 2 to LIMIT= (both in
      *          sqrtdig.parm, default the analysts' 100 and 100
      *          digits, at most 200), with the sum of those
      *          digits. Each k is scaled up by 100 DIGITS times in
      *          BIGNUM and BIGNUM's square root taken, so the
      *          integer root carries the digits wanted with no
      *          rounding anywhere. One report line per root through
      *          RPTWRT, the grand total of the digit sums on the
      *          break line and to the shared ledger. For
      *          confidence every root of a k below 100 is first
      *          compared over its leading twelve digits with
      *          FUNCTION SQRT; a disagreement is reported and the
      *          run ends with return code 16.
      * Tectonics: cobc -x sqrtdig.cob bignum.cob paramrdr.cob
      *            rptwrt.cob ledger.cob
      ******************************************************************
       identification division.
       program-id. sqrtdig.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "sqrtdig.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy bignumrec.
           copy rptreq.
       01  root-limit                  pic 9(5) comp value 100.
       01  digits-wanted               pic 9(3) comp value 100.
       01  root-k                      pic 9(5) comp.
       01  root-floor                  pic 9(5) comp.
       01  scale-step                  pic 9(3) comp.
       01  digit-index                 pic 9(3) comp.
       01  integer-digits              pic 9(5) comp.
       01  expansion-sum               pic 9(5) comp.
       01  grand-total                 pic 9(9) comp value zero.
       01  roots-reported              pic 9(5) comp value zero.
       01  check-mismatches            pic 9(5) comp value zero.
       01  sqrt-leading                pic 9(12).
       01  expansion-leading           pic 9(12).
       01  k-display                   pic Z(4)9.
       01  sum-display                 pic Z(4)9.
       01  total-display               pic Z(8)9.
       01  count-display               pic Z(4)9.
       01  digits-display              pic ZZ9.
       01  limit-display               pic Z(4)9.
       01  shown-digits                pic 9(3) comp.
       01  expansion-text              pic X(60).
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           move digits-wanted to digits-display
           move root-limit to limit-display
           move "sqrtdig" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Square-root decimal expansions to "
               function trim(digits-display leading)
               " digit(s), 2 to "
               function trim(limit-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "k  leading digits  digit sum" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying root-k from 2 by 1
                   until root-k > root-limit
               compute root-floor = function integer-part(
                   function sqrt(root-k))
               if root-floor * root-floor not = root-k
                       and (root-floor + 1) * (root-floor + 1)
                           not = root-k
                   perform expand-one-root
               end-if
           end-perform
           move grand-total to total-display
           move roots-reported to count-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " root(s), digit sums total "
               function trim(total-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           if check-mismatches > zero
               move check-mismatches to count-display
               move spaces to rptwrt-text
               string function trim(count-display leading)
                   " root(s) disagree with FUNCTION SQRT"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move spaces to ledger-answer-text
           string "total=" function trim(total-display leading)
               " limit=" function trim(limit-display leading)
               " digits=" function trim(digits-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "sqrtdig     " ledger-answer-text
               ledger-start-time
           if check-mismatches > zero
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
                   ", using limit 100 and 100 digits"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "LIMIT"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to root-limit
                       end-if
                   when "DIGITS"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to digits-wanted
                       end-if
                   when other
                       display "Unknown sqrtdig.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
      * BIGNUM reads back the leading 200 digits of a number, and
      * the check wants twelve.
           if digits-wanted < 12 or digits-wanted > 200
               display "DIGITS must be 12 to 200, using 100"
                   upon syserr
               move 100 to digits-wanted
           end-if.

      * k * 100^DIGITS has for its integer root the first DIGITS
      * digits of the root of k after the integer part; the
      * expansion wanted is the leading DIGITS of that.
       expand-one-root.
           set bignum-op-clear to true
           perform call-bignum
           set bignum-op-add to true
           move root-k to k-display
           move function trim(k-display leading)
               to bignum-digit-string
           perform call-bignum
           set bignum-op-multiply to true
           move 100 to bignum-n
           perform call-bignum
               varying scale-step from 1 by 1
               until scale-step > digits-wanted
           set bignum-op-square-root to true
           perform call-bignum
           compute integer-digits =
               bignum-result-length - digits-wanted
           move zero to expansion-sum
           perform varying digit-index from 1 by 1
                   until digit-index > digits-wanted
               add function numval(
                   bignum-result-digits(digit-index:1))
                   to expansion-sum
           end-perform
           add expansion-sum to grand-total
           add 1 to roots-reported
           if root-k < 100
               perform check-against-sqrt
           end-if
           perform report-one-root.

      * FUNCTION SQRT of a k below 100 has one integer digit, so
      * its leading twelve digits are the root times 10^11.
       check-against-sqrt.
           compute sqrt-leading = function integer-part(
               function sqrt(root-k) * 100000000000)
           move bignum-result-digits(1:12) to expansion-leading
           if sqrt-leading not = expansion-leading
               add 1 to check-mismatches
               move root-k to k-display
               display "*** sqrt(" function trim(k-display leading)
                   "): BIGNUM gives " expansion-leading
                   ", FUNCTION SQRT " sqrt-leading " ***"
                   upon syserr
           end-if.

       report-one-root.
           move root-k to k-display
           move expansion-sum to sum-display
           move digits-wanted to shown-digits
           if shown-digits > 50
               move 50 to shown-digits
           end-if
           move spaces to expansion-text
           string bignum-result-digits(1:integer-digits) "."
               bignum-result-digits(integer-digits + 1:
                   shown-digits - integer-digits)
               delimited by size into expansion-text
           end-string
           if shown-digits < digits-wanted
               move "..." to expansion-text(shown-digits + 2:3)
           end-if
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string function trim(k-display leading) "  "
               function trim(expansion-text) "  "
               function trim(sum-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       call-bignum.
           call "bignum" using bignum-op bignum-n
               bignum-digit-sum bignum-overflow
               bignum-digit-string bignum-result-length
               bignum-result-digits bignum-fib-state
               bignum-compare.
       end program sqrtdig.
