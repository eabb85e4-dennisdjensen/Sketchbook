      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Odd-composite decomposition check, the number-theory
      *          group's standing test of Goldbach's other
      *          conjecture: every odd composite up to LIMIT= (in
      *          oddcomp.parm, default 10000, at most 10000000)
      *          should be a prime plus twice a square. Each odd
      *          composite's smallest decomposition - the smallest
      *          root s with n - 2s^2 prime - is written to
      *          oddcomp-decomp.out (layout oddcrec.cpy, swept by
      *          DQSCAN), a number with none as a NONE line. Every
      *          primality question is a keyed PRIMSRV read; on a
      *          build without the module a flag table from the
      *          shared SIEVE stands in, which reimposes the table's
      *          2,000,000 bound. Every counterexample is reported
      *          through RPTWRT and the first goes to the shared
      *          ledger.
      * Tectonics: cobc -x oddcomp.cob primsrv.cob sievewin.cob
      *            sieve.cob paramrdr.cob rptwrt.cob ledger.cob
      *            fileerr.cob
      ******************************************************************
       identification division.
       program-id. oddcomp.
       environment division.
       input-output section.
       file-control.
           select decomp-file
               assign to "oddcomp-decomp.out"
               organization is line sequential
               file status is decomp-file-status.
      ******************************************************************
       data division.
       file section.
       fd  decomp-file.
           copy oddcrec.

       working-storage section.
           copy filestat replacing ==:PREFIX:== by ==decomp-file==.
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
       01  decomp-filepath             pic X(80)
                                       value "oddcomp-decomp.out".
       01  param-filepath              pic X(80)
                                       value "oddcomp.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy sieverec.
           copy primreq.
           copy rptreq.
       01  primsrv-state               pic X value "U".
           88  primsrv-on-hand         value "Y".
           88  primsrv-absent          value "N".
           88  primsrv-untried         value "U".
       01  build-index                 pic 9(7) comp.
       01  prime-flags.
           05  prime-flag              pic X occurs 2000000 times.
       01  check-limit                 pic 9(8) comp value 10000.
       01  odd-candidate               pic 9(8) comp.
       01  square-root-try             pic 9(7) comp.
       01  twice-square                pic 9(15) comp.
       01  probe-number                pic 9(15) comp.
       01  probe-verdict               pic X.
           88  probe-is-prime          value "Y".
       01  decomposition-found         pic X.
           88  decomposition-is-found  value "Y".
       01  composites-checked          pic 9(9) comp value zero.
       01  counterexample-count        pic 9(9) comp value zero.
       01  first-counterexample        pic 9(8) comp value zero.
       01  number-display              pic Z(7)9.
       01  limit-display               pic Z(7)9.
       01  count-display               pic Z(8)9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           perform try-primes-master
           if primsrv-absent
               if check-limit > 2000000
                   display "LIMIT= capped at 2000000 (no primes"
                       " master; the flag table stands in)"
                       upon syserr
                   move 2000000 to check-limit
               end-if
               call "sieve" using sieve-limit sieve-table
                   sieve-count
               perform build-prime-flags
           end-if
           open output decomp-file
           if not decomp-file-status-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "oddcomp     " decomp-filepath
                   fileerr-operation decomp-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if
           move check-limit to limit-display
           move "oddcomp" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Odd composites to "
               function trim(limit-display leading)
               " as a prime plus twice a square"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "counterexamples (no prime plus twice a square)"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying odd-candidate from 3 by 2
                   until odd-candidate > check-limit
               move odd-candidate to probe-number
               perform judge-probe-number
               if not probe-is-prime
                   perform decompose-one-composite
               end-if
           end-perform
           close decomp-file
           perform report-the-summary
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move spaces to ledger-answer-text
           if counterexample-count = zero
               string "first=none limit="
                   function trim(limit-display leading)
                   delimited by size into ledger-answer-text
               end-string
           else
               move first-counterexample to number-display
               move counterexample-count to count-display
               string "first=" function trim(number-display leading)
                   " count=" function trim(count-display leading)
                   " limit=" function trim(limit-display leading)
                   delimited by size into ledger-answer-text
               end-string
           end-if
           call "ledger" using "oddcomp     " ledger-answer-text
               ledger-start-time
           move zero to return-code
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using limit 10000"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "LIMIT"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to check-limit
                       end-if
                   when other
                       display "Unknown oddcomp.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
           if check-limit < 9 or check-limit > 10000000
               display "LIMIT must be 9 to 10000000, using 10000"
                   upon syserr
               move 10000 to check-limit
           end-if.

      * One probe settles whether the primes master is on this
      * build; without it the flag table answers instead.
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

       build-prime-flags.
           move all "N" to prime-flags
           perform varying build-index from 1 by 1
                   until build-index > sieve-count
               move "Y" to prime-flag(sieve-prime(build-index))
           end-perform.

      * The roots are tried from 1 up, so the first prime met is
      * the smallest decomposition; the loop ends once twice the
      * square reaches the composite itself.
       decompose-one-composite.
           add 1 to composites-checked
           move "N" to decomposition-found
           move 1 to square-root-try
           move 2 to twice-square
           perform until decomposition-is-found
                   or twice-square >= odd-candidate
               compute probe-number = odd-candidate - twice-square
               perform judge-probe-number
               if probe-is-prime
                   set decomposition-is-found to true
               else
                   add 1 to square-root-try
                   compute twice-square =
                       2 * square-root-try * square-root-try
               end-if
           end-perform
           move spaces to odd-decomp-record
           move odd-candidate to odd-number
           if decomposition-is-found
               move probe-number to odd-prime
               move square-root-try to odd-root
               set odd-decomposed to true
           else
               move zero to odd-prime
               move zero to odd-root
               set odd-counterexample to true
               perform report-one-counterexample
           end-if
           write odd-decomp-record
           if not decomp-file-status-ok
               move "WRITE" to fileerr-operation
               call "fileerr" using "oddcomp     " decomp-filepath
                   fileerr-operation decomp-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if.

      * The keyed read against the primes master, or the flag
      * table on a build without it.
       judge-probe-number.
           move "N" to probe-verdict
           if probe-number < 2
               exit paragraph
           end-if
           if primsrv-on-hand
               set primsrv-op-isprime to true
               move probe-number to primsrv-number
               call "primsrv" using primsrv-request
               if primsrv-ok and primsrv-is-prime
                   set probe-is-prime to true
               end-if
               exit paragraph
           end-if
           if prime-flag(probe-number) = "Y"
               set probe-is-prime to true
           end-if.

       report-one-counterexample.
           add 1 to counterexample-count
           if first-counterexample = zero
               move odd-candidate to first-counterexample
           end-if
           move odd-candidate to number-display
           set rptwrt-op-detail to true
           move function trim(number-display leading)
               to rptwrt-text
           call "rptwrt" using rptwrt-request.

       report-the-summary.
           move composites-checked to count-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " odd composite(s) checked, decompositions in "
               function trim(decomp-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move counterexample-count to count-display
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " counterexample(s)"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.
       end program oddcomp.
