      * Author: Dennis Decker Jensen
      * Date: 01 July 2015
      * Purpose: Find the 10,000st prime number.
      * Tectonics: cobc -x euler0007.cob nextprime.cob ckptsvc.cob
      *            quiesce.cob
      * Modifications:
      *   09 Aug 2026 - Prime candidate generation moved into the
      *                 shared NEXTPRIME subprogram (also used by
      *                 re-factoring from scratch.
      *               - Logs its answer and elapsed time to the
      *                 suite-wide results ledger via CALL "ledger".
      *   15 Oct 2026 - The checkpoint is cut through the shared
      *                 CKPTSVC service (euler0007.ckpt, position the
      *                 prime count, state the last prime) instead of
      *                 the private euler0007.restart, so CKPTAUD and
      *                 the dashboard see it with the rest; the
      *                 operator's quiesce is honoured at each
      *                 checkpoint.
       identification division.
       program-id. euler0007.
       environment division.
       input-output section.
       file-control.
           select prime-list-file
               assign to "euler0007-primes.out"
               organization is line sequential.
      ******************************************************************
       data division.
       file section.
       fd  prime-list-file.
       01  prime-list-line                     pic 9(10).

       77  counter                             pic 9(10) value 1.
       77  how-many-primes                     pic 9(10) value 10001.
       77  checkpoint-interval                 pic 9(10) value 500.
       77  resuming                            pic X value "N".
           88  is-resuming                     value "Y".
       01  ledger-start-time                   pic 9(8).
       01  ledger-answer-text                  pic X(40).
       01  own-job-name                        pic X(12)
                                               value "euler0007".
       01  checkpoint-position.
           05  checkpoint-counter              pic 9(10).
       01  checkpoint-state.
           05  checkpoint-prime                pic 9(10).
           copy ckptreq.
      ******************************************************************
       procedure division.
       find-primes.
               display "Prime number #" counter ": " prime-candidate
               if function mod(counter, checkpoint-interval) = zero
                   perform save-checkpoint
                   if ckpt-pause-asked
                       close prime-list-file
                       display "Paused at prime #" counter
                           " on operator quiesce; checkpoint cut"
                       move 77 to return-code
                       stop run
                   end-if
               end-if
           end-perform
           close prime-list-file
           perform clear-checkpoint
           move spaces to ledger-answer-text
           string
               "prime#" how-many-primes "=" prime-candidate
           move zero to return-code
           stop run.

      * A build linked without the checkpoint service simply
      * starts from the first prime every time.
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
               move checkpoint-counter to counter
               move checkpoint-prime to prime-candidate
               add 1 to counter
               set is-resuming to true
               display "Resuming from prime #" counter
           end-if.

       SAVE-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move counter to checkpoint-counter
           move prime-candidate to checkpoint-prime
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
       end program euler0007.
