      *          then the top-ten runner-up formulas; the answer
      *          goes to the shared ledger.
      * Tectonics: cobc -x quadprim.cob sieve.cob sievewin.cob
      *            paramrdr.cob rptwrt.cob ledger.cob ckptsvc.cob
      *            quiesce.cob
      * Modifications:
      *   15 Oct 2026 - Checkpointed through the shared CKPTSVC
      *                 service after every b coefficient: position
      *                 the b primes done, state the AMAX=/BMAX= the
      *                 scan runs under, the formula board so far and
      *                 the window count. A failed or paused run
      *                 resumes at the next b instead of starting the
      *                 coefficient scan over; a checkpoint cut under
      *                 other AMAX=/BMAX= values is set aside and the
      *                 scan starts afresh. The operator's quiesce is
      *                 honoured at each checkpoint (PAUSED, rc 77).
      ******************************************************************
       identification division.
       program-id. quadprim.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
       01  own-job-name                pic X(12) value "quadprim".
       01  resume-b-scan               pic 9(7) comp value 1.
       01  checkpoint-position.
           05  checkpoint-b-scan       pic 9(7).
       01  checkpoint-state.
           05  checkpoint-a-max        pic 9(5).
           05  checkpoint-b-max        pic 9(5).
           05  checkpoint-window-checked pic 9(7).
           05  checkpoint-board-count  pic 9(3).
           05  checkpoint-board-entry occurs 10 times.
               10  checkpoint-board-run pic 9(5).
               10  checkpoint-board-a  pic s9(6) sign leading separate.
               10  checkpoint-board-b  pic 9(6).
           copy ckptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           perform read-parameters
           call "sieve" using sieve-limit sieve-table sieve-count
           perform build-prime-flags
           perform load-checkpoint
           perform varying b-scan from resume-b-scan by 1
                   until b-scan > sieve-count
                       or sieve-prime(b-scan) > b-max
               move sieve-prime(b-scan) to coeff-b
               perform scan-all-a-for-this-b
               perform save-checkpoint
               if ckpt-pause-asked
                   display "Paused after b=" coeff-b
                       " on operator quiesce; checkpoint cut"
                   move 77 to return-code
                   stop run
               end-if
           end-perform
           perform print-formula-report
           perform clear-checkpoint
           move zero to return-code
           stop run.

               end-evaluate
           end-perform.

      ******************************************************************
      * Checkpoint and resume
      ******************************************************************
      * A build linked without the checkpoint service simply scans
      * from the first b every time.
       load-checkpoint.
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
           if checkpoint-a-max not = a-max
                   or checkpoint-b-max not = b-max
                   or checkpoint-b-scan is not numeric
                   or checkpoint-board-count > 10
               display "Checkpoint of run " ckpt-run-number
                   " was cut under other AMAX=/BMAX= values;"
                   " scanning afresh"
               exit paragraph
           end-if
           move checkpoint-window-checked to window-checked
           move checkpoint-board-count to board-count
           perform varying board-index from 1 by 1
                   until board-index > board-count
               move checkpoint-board-run(board-index)
                   to board-run(board-index)
               move checkpoint-board-a(board-index)
                   to board-a(board-index)
               move checkpoint-board-b(board-index)
                   to board-b(board-index)
           end-perform
           compute resume-b-scan = checkpoint-b-scan + 1
           display "Resuming at b prime #" resume-b-scan
               " from the checkpoint of run " ckpt-run-number
               " cut " ckpt-timestamp.

      * The service answers the operator's quiesce along with the
      * save; a build without it linked never pauses.
       save-checkpoint.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move b-scan to checkpoint-b-scan
           move a-max to checkpoint-a-max
           move b-max to checkpoint-b-max
           move window-checked to checkpoint-window-checked
           move board-count to checkpoint-board-count
           perform varying board-index from 1 by 1
                   until board-index > 10
               if board-index > board-count
                   move zero to checkpoint-board-run(board-index)
                   move zero to checkpoint-board-a(board-index)
                   move zero to checkpoint-board-b(board-index)
               else
                   move board-run(board-index)
                       to checkpoint-board-run(board-index)
                   move board-a(board-index)
                       to checkpoint-board-a(board-index)
                   move board-b(board-index)
                       to checkpoint-board-b(board-index)
               end-if
           end-perform
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

       build-prime-flags.
           perform varying flag-index from 1 by 1
                   until flag-index > 2000000
