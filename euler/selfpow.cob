      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Self-powers job: the last DIGITS= digits of
      *          1^1 + 2^2 + ... + n^n for n up to CEILING= (both in
      *          selfpow.parm, default the analysts' 1000 and ten
      *          digits). The sum itself runs to thousands of
      *          digits, so every term is raised and added modulo
      *          10^DIGITS through the shared MODARITH module and
      *          only the residue is ever held. Before the answer
      *          is trusted the residue of the first CHECK= terms
      *          (default 30, at most 35, whose powers still fit
      *          BIGNUM's sixty-digit addend) is compared with the
      *          same partial sum worked out in full by BIGNUM; a
      *          disagreement fails the run with return code 16.
      *          The answer goes to the shared ledger.
      * Tectonics: cobc -x selfpow.cob modarith.cob bignum.cob
      *            paramrdr.cob ledger.cob
      ******************************************************************
       identification division.
       program-id. selfpow.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "selfpow.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy modreq.
           copy bignumrec.
       01  power-ceiling               pic 9(6) comp value 1000.
       01  digit-count                 pic 99 comp value 10.
       01  check-ceiling               pic 99 comp value 30.
       01  power-base                  pic 9(6) comp.
       01  self-power-sum              pic 9(20) value zero.
       01  check-residue               pic 9(20) value zero.
       01  bignum-residue              pic 9(20) value zero.
       01  multiply-step               pic 9(6) comp.
       01  term-table.
           05  term-digits             pic X(60) occurs 35 times.
       01  term-index                  pic 99 comp.
       01  tail-start                  pic 9(5) comp.
       01  tail-length                 pic 9(5) comp.
       01  check-verdict               pic X value "N".
           88  check-agrees            value "Y".
       01  answer-display              pic 9(19).
       01  answer-text                 pic X(19).
       01  ceiling-display             pic Z(5)9.
       01  digits-display              pic Z9.
       01  check-display               pic Z9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           compute modarith-modulus = 10 ** digit-count
           perform varying power-base from 1 by 1
                   until power-base > power-ceiling
               perform add-one-self-power
               if power-base = check-ceiling
                   move self-power-sum to check-residue
               end-if
           end-perform
           perform check-against-bignum
           move self-power-sum to answer-display
           compute tail-start = 20 - digit-count
           move answer-display(tail-start:digit-count)
               to answer-text
           move power-ceiling to ceiling-display
           move digit-count to digits-display
           move check-ceiling to check-display
           if not check-agrees
               display "*** Cross-check failed: the first "
                   function trim(check-display leading)
                   " term(s) give " check-residue
                   " modulo 10^" function trim(digits-display leading)
                   " but BIGNUM gives " bignum-residue " ***"
               move 16 to return-code
           else
               display "Last " function trim(digits-display leading)
                   " digit(s) of the self-powers to "
                   function trim(ceiling-display leading) ": "
                   function trim(answer-text)
               display "  (first "
                   function trim(check-display leading)
                   " term(s) cross-checked against BIGNUM)"
               move zero to return-code
           end-if
           move spaces to ledger-answer-text
           string "last" function trim(digits-display leading)
               "=" function trim(answer-text)
               " n=" function trim(ceiling-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "selfpow     " ledger-answer-text
               ledger-start-time
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using ceiling 1000 and 10 digits"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "CEILING"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to power-ceiling
                       end-if
                   when "DIGITS"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to digit-count
                       end-if
                   when "CHECK"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to check-ceiling
                       end-if
                   when other
                       display "Unknown selfpow.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
      * Ten-digit halves keep MODARITH's products in range only
      * below 10^20, and a power past 35^35 no longer fits the
      * sixty-digit BIGNUM addend.
           if digit-count < 1 or digit-count > 19
               display "DIGITS must be 1 to 19, using 10"
                   upon syserr
               move 10 to digit-count
           end-if
           if check-ceiling < 1 or check-ceiling > 35
               display "CHECK must be 1 to 35, using 30"
                   upon syserr
               move 30 to check-ceiling
           end-if
           if power-ceiling < 1
               move 1000 to power-ceiling
           end-if.

       add-one-self-power.
           set modarith-op-power to true
           move power-base to modarith-a
           move power-base to modarith-b
           call "modarith" using modarith-request
           set modarith-op-add to true
           move self-power-sum to modarith-a
           move modarith-result to modarith-b
           call "modarith" using modarith-request
           move modarith-result to self-power-sum.

      * The same partial sum in full: each k^k grown by k BIGNUM
      * multiplications and read back as digits, then the digit
      * strings added up from a cleared array. A ceiling below
      * CHECK= is checked over the whole run.
       check-against-bignum.
           move "N" to check-verdict
           if power-ceiling < check-ceiling
               move power-ceiling to check-ceiling
               move self-power-sum to check-residue
           end-if
           perform varying term-index from 1 by 1
                   until term-index > check-ceiling
               set bignum-op-clear to true
               perform call-bignum
               set bignum-op-add to true
               move "1" to bignum-digit-string
               perform call-bignum
               set bignum-op-multiply to true
               move term-index to bignum-n
               perform call-bignum
                   varying multiply-step from 1 by 1
                   until multiply-step > term-index
               move bignum-result-digits(1:60)
                   to term-digits(term-index)
           end-perform
           set bignum-op-clear to true
           perform call-bignum
           perform varying term-index from 1 by 1
                   until term-index > check-ceiling
               set bignum-op-add to true
               move term-digits(term-index) to bignum-digit-string
               perform call-bignum
           end-perform
           if bignum-overflow-yes
               exit paragraph
           end-if
           move bignum-result-length to tail-length
           if tail-length > digit-count
               move digit-count to tail-length
           end-if
           compute tail-start =
               bignum-result-length - tail-length + 1
           move function numval(
               bignum-result-digits(tail-start:tail-length))
               to bignum-residue
           if bignum-residue = check-residue
               set check-agrees to true
           end-if.

       call-bignum.
           call "bignum" using bignum-op bignum-n
               bignum-digit-sum bignum-overflow
               bignum-digit-string bignum-result-length
               bignum-result-digits bignum-fib-state
               bignum-compare.
       end program selfpow.
