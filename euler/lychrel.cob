      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Lychrel-number census: which numbers below LIMIT=
      *          never reach a palindrome under reverse-and-add
      *          within MAXITER= steps (lychrel.parm, default the
      *          analysts' 10000 and 50). Every step is at least one
      *          reverse-and-add before the palindrome test, so a
      *          palindrome to start with still has to earn it. The
      *          values pass thirty digits within a few dozen steps,
      *          so the walk runs in BIGNUM's digit array through its
      *          reverse-and-add and mirror-compare operations. The
      *          report gives the ten slowest numbers that do
      *          converge, with their step counts, and the suspected
      *          Lychrel count on the break line; the count goes to
      *          the shared ledger. The upper ranges run long, so
      *          the census is checkpointed through the shared
      *          CKPTSVC service every 500 numbers and honours the
      *          operator's quiesce there (PAUSED, rc 77).
      * Tectonics: cobc -x lychrel.cob bignum.cob paramrdr.cob
      *            rptwrt.cob ledger.cob ckptsvc.cob quiesce.cob
      ******************************************************************
       identification division.
       program-id. lychrel.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "lychrel.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy bignumrec.
           copy rptreq.
       01  census-limit                pic 9(9) comp value 10000.
       01  max-iterations              pic 9(4) comp value 50.
       01  census-number               pic 9(9) comp.
       01  resume-number               pic 9(9) comp.
       01  iteration-count             pic 9(4) comp.
       01  walk-outcome                pic X.
           88  walk-converged          value "C".
           88  walk-overflowed         value "O".
           88  walk-going              value "G".
       01  suspect-count               pic 9(9) comp value zero.
       01  overflow-count              pic 9(9) comp value zero.
       01  board-size                  pic 99 comp value 10.
       01  board-count                 pic 99 comp value zero.
       01  slowest-board.
           05  slowest-entry occurs 10 times.
               10  slowest-number      pic 9(9).
               10  slowest-steps       pic 9(4).
       01  board-index                 pic 99 comp.
       01  board-slot                  pic 99 comp.
       01  number-display              pic Z(8)9.
       01  steps-display               pic Z(3)9.
       01  count-display               pic Z(8)9.
       01  limit-display               pic Z(8)9.
       01  maxiter-display             pic Z(3)9.
       01  own-job-name                pic X(12) value "lychrel".
       01  checkpoint-interval         pic 9(4) comp value 500.
       01  checkpoint-countdown        pic 9(4) comp.
       01  checkpoint-position.
           05  checkpoint-number       pic 9(9).
       01  checkpoint-state.
           05  checkpoint-limit        pic 9(9).
           05  checkpoint-maxiter      pic 9(4).
           05  checkpoint-suspects     pic 9(9).
           05  checkpoint-overflows    pic 9(9).
           05  checkpoint-board-count  pic 99.
           05  checkpoint-board        pic X(130).
           copy ckptreq.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           move census-limit to limit-display
           move max-iterations to maxiter-display
           move "lychrel" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Lychrel census below "
               function trim(limit-display leading) ", "
               function trim(maxiter-display leading)
               " reverse-and-add step(s)"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           perform load-checkpoint
           move checkpoint-interval to checkpoint-countdown
           perform varying census-number from resume-number by 1
                   until census-number >= census-limit
               perform walk-one-number
               subtract 1 from checkpoint-countdown
               if checkpoint-countdown = zero
                   move checkpoint-interval to checkpoint-countdown
                   perform save-checkpoint
                   if ckpt-pause-asked
                       display "Paused at n=" census-number
                           " on operator quiesce; checkpoint cut"
                       set rptwrt-op-end to true
                       call "rptwrt" using rptwrt-request
                       move 77 to return-code
                       stop run
                   end-if
               end-if
           end-perform
           perform print-slowest-board
           perform clear-checkpoint
           move suspect-count to count-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " suspected Lychrel number(s) below "
               function trim(limit-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           if overflow-count > zero
               move overflow-count to count-display
               move spaces to rptwrt-text
               string function trim(count-display leading)
                   " of them outgrew the digit array before"
                   " the last step"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move suspect-count to count-display
           move spaces to ledger-answer-text
           string "lychrel=" function trim(count-display leading)
               " limit=" function trim(limit-display leading)
               " maxiter=" function trim(maxiter-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "lychrel     " ledger-answer-text
               ledger-start-time
           move zero to return-code
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using limit 10000 and 50 steps"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "LIMIT"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to census-limit
                       end-if
                   when "MAXITER"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to max-iterations
                       end-if
                   when other
                       display "Unknown lychrel.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
           if max-iterations < 1
               move 50 to max-iterations
           end-if.

      * One number's walk: reverse-and-add, then the palindrome
      * test, until a palindrome turns up or the steps run out. A
      * number whose digits outgrow BIGNUM's array first is counted
      * a suspect as well - it never showed a palindrome.
       walk-one-number.
           set bignum-op-clear to true
           perform call-bignum
           set bignum-op-add to true
           move census-number to number-display
           move function trim(number-display leading)
               to bignum-digit-string
           perform call-bignum
           move zero to iteration-count
           set walk-going to true
           perform until not walk-going
                   or iteration-count >= max-iterations
               add 1 to iteration-count
               set bignum-op-reverse-add to true
               perform call-bignum
               if bignum-overflow-yes
                   set walk-overflowed to true
               else
                   set bignum-op-mirror-compare to true
                   perform call-bignum
                   if bignum-compare-equal
                       set walk-converged to true
                   end-if
               end-if
           end-perform
           if walk-converged
               perform rank-slow-convergence
           else
               add 1 to suspect-count
               if walk-overflowed
                   add 1 to overflow-count
               end-if
           end-if.

      * The board is kept slowest first; equal step counts keep the
      * smaller number (met first) ahead.
       rank-slow-convergence.
           if board-count = board-size
               if iteration-count
                       <= slowest-steps(board-count)
                   exit paragraph
               end-if
           else
               add 1 to board-count
           end-if
           move board-count to board-slot
           perform until board-slot = 1
                   or slowest-steps(board-slot - 1)
                       >= iteration-count
               move slowest-entry(board-slot - 1)
                   to slowest-entry(board-slot)
               subtract 1 from board-slot
           end-perform
           move census-number to slowest-number(board-slot)
           move iteration-count to slowest-steps(board-slot).

       print-slowest-board.
           set rptwrt-op-head to true
           move "slowest to converge (n: steps)" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           perform varying board-index from 1 by 1
                   until board-index > board-count
               move slowest-number(board-index) to number-display
               move slowest-steps(board-index) to steps-display
               move spaces to rptwrt-text
               string function trim(number-display leading) ": "
                   function trim(steps-display leading)
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-perform.

       call-bignum.
           call "bignum" using bignum-op bignum-n
               bignum-digit-sum bignum-overflow
               bignum-digit-string bignum-result-length
               bignum-result-digits bignum-fib-state
               bignum-compare.

      ******************************************************************
      * Checkpoint and resume
      ******************************************************************
      * A build linked without the checkpoint service simply starts
      * from n=1 every time.
       load-checkpoint.
           move 1 to resume-number
           move spaces to checkpoint-request
           set ckpt-op-load to true
           move own-job-name to ckpt-job
           move "N" to ckpt-status
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call
           if not ckpt-ok
               exit paragraph
           end-if
           move ckpt-position to checkpoint-position
           move ckpt-state to checkpoint-state
           if checkpoint-number is not numeric
                   or checkpoint-limit is not numeric
                   or checkpoint-limit not = census-limit
                   or checkpoint-maxiter not = max-iterations
               display "Checkpoint of run " ckpt-run-number
                   " was cut under another LIMIT= or MAXITER=;"
                   " counting afresh"
               exit paragraph
           end-if
           move checkpoint-suspects to suspect-count
           move checkpoint-overflows to overflow-count
           move checkpoint-board-count to board-count
           move checkpoint-board to slowest-board
           compute resume-number = checkpoint-number + 1
           display "Resuming at n=" resume-number
               " from the checkpoint of run " ckpt-run-number
               " cut " ckpt-timestamp
           move resume-number to number-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "Resumed at n="
               function trim(number-display leading)
               " from the checkpoint of run " ckpt-run-number
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      * The service answers the operator's quiesce along with the
      * save; a build without it linked never pauses.
       save-checkpoint.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move census-number to checkpoint-number
           move census-limit to checkpoint-limit
           move max-iterations to checkpoint-maxiter
           move suspect-count to checkpoint-suspects
           move overflow-count to checkpoint-overflows
           move board-count to checkpoint-board-count
           move slowest-board to checkpoint-board
           move checkpoint-position to ckpt-position
           move checkpoint-state to ckpt-state
           call "ckptsvc" using checkpoint-request
               on exception
                   move "N" to ckpt-pause
           end-call.

       clear-checkpoint.
           move spaces to checkpoint-request
           set ckpt-op-clear to true
           move own-job-name to ckpt-job
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call.
       end program lychrel.
