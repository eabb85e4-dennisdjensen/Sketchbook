      * Purpose: Calculate the smallest positive number that
      *          all of the numbers from 1 to 20 can divide
      *          without remainder.
      * Tectonics: cobc -x euler0005.cob ckptsvc.cob quiesce.cob
      * Modifications:
      *   09 Aug 2026 - Replaced the brute-force step-by-2520 search
      *                 with the smallest-common-multiple build-up
      *                 last completed step instead of from scratch.
      *               - Logs its answer and elapsed time to the
      *                 suite-wide results ledger via CALL "ledger".
      *   15 Oct 2026 - The checkpoint is cut through the shared
      *                 CKPTSVC service (euler0005.ckpt, position the
      *                 step, state the running LCM) instead of the
      *                 private euler0005.restart, so CKPTAUD and the
      *                 dashboard see it with the rest; the operator's
      *                 quiesce is honoured at each checkpoint.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. euler0005.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  upper-bound                             pic 99 value 20.
       77  i                                       pic 99 value 1.
       77  running-lcm                             pic 9(20) value 1.
       01  gcd-a                                   pic 9(20).
       01  gcd-b                                   pic 9(20).
       01  gcd-quot                                pic 9(20).
       01  gcd-rem                                 pic 9(20).
       01  ledger-start-time                       pic 9(8).
       01  ledger-answer-text                      pic X(40).
       01  own-job-name                            pic X(12)
                                                   value "euler0005".
       01  checkpoint-position.
           05  checkpoint-step                     pic 99.
       01  checkpoint-state.
           05  checkpoint-lcm                      pic 9(20).
           copy ckptreq.
      ******************************************************************
       PROCEDURE DIVISION.
       begin-search.
           perform varying i from i by 1 until i > upper-bound
               perform compute-next-lcm
               perform save-checkpoint
               if ckpt-pause-asked
                   display "Paused at step " i
                       " on operator quiesce; checkpoint cut"
                   move 77 to return-code
                   stop run
               end-if
           end-perform
           display "Smallest divisible number (1-" upper-bound "): "
               running-lcm
           perform clear-checkpoint
           move spaces to ledger-answer-text
           string
               "lcm=" running-lcm delimited by size
           end-perform
           compute running-lcm = (running-lcm / gcd-a) * i.

      * A build linked without the checkpoint service simply
      * starts from the beginning every time.
       LOAD-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-load to true
           move own-job-name to ckpt-job
           move "N" to ckpt-status
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call
           if ckpt-ok
               move ckpt-position to checkpoint-position
               move ckpt-state to checkpoint-state
               move checkpoint-step to i
               move checkpoint-lcm to running-lcm
               add 1 to i
               display "Resuming from step " i
           end-if.

       SAVE-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move i to checkpoint-step
           move running-lcm to checkpoint-lcm
           move checkpoint-position to ckpt-position
           move checkpoint-state to ckpt-state
           call "ckptsvc" using checkpoint-request
               on exception
                   move "N" to ckpt-pause
           end-call.

       CLEAR-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-clear to true
           move own-job-name to ckpt-job
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call.
       END PROGRAM euler0005.
