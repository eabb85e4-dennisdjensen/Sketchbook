      *                 return code 77, so BATCHDRV logs it PAUSED
      *                 and the next stream resumes from the
      *                 checkpoint automatically.
      *   15 Oct 2026 - The checkpoint is cut through the shared
      *                 CKPTSVC service (euler012.ckpt, position the
      *                 triangle index, state the triangle number)
      *                 instead of the private euler012.restart, so
      *                 CKPTAUD and the dashboard see it with the
      *                 rest; the service asks QUIESCE on the job's
      *                 behalf at every checkpoint it cuts.
       program-id. euler012.
       author. Dennis Decker Jensen.
       environment division.
       input-output section.
       file-control.
           select optional audit-file
               assign to "euler012.audit"
               organization is line sequential
      ******************************************************************
       data division.
       file section.
       fd  audit-file.
       01  audit-file-line      pic X(40).
       fd  leaderboard-file.
           copy paramrec.
           copy sieverec.
       01  sieve-index                 pic 9(7) comp.
       01  audit-file-status           pic XX.
           88  audit-file-ok           value "00".
       01  leaderboard-file-status     pic XX.
       01  ledger-answer-text       pic X(40).
       01  divisors-count-display   pic ZZZ9.
       01  own-job-name             pic X(12) value "euler012".
       01  checkpoint-position.
           05  checkpoint-triangle-count pic 9(6).
       01  checkpoint-state.
           05  checkpoint-triangle-num   pic 9(10).
           copy ckptreq.
       01  progress-done            pic 9(10).
       01  progress-total           pic 9(10).

                   perform save-checkpoint
                   perform save-leaderboard
                   perform report-progress
                   if ckpt-pause-asked
                       close audit-file
                       display "Paused at triangle number #"
                           triangle-count
               end-perform
           end-if.

      * A build linked without the checkpoint service simply
      * starts from the first triangle number every time.
       LOAD-CHECKPOINT.
           move 1 to triangle-count
           move zero to triangle-num
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
               move checkpoint-triangle-count to triangle-count
               move checkpoint-triangle-num to triangle-num
               add 1 to triangle-count
               display "Resuming from triangle number #"
                   triangle-count
           end-if.

       OPEN-AUDIT-FILE.
           if triangle-count > 1
                   lb-divisors-count(lb-report-index) " divisors"
           end-perform.

      * The service answers the operator's quiesce along with the
      * save; a build without it linked never pauses.
       SAVE-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move triangle-count to checkpoint-triangle-count
           move triangle-num to checkpoint-triangle-num
           move checkpoint-position to ckpt-position
           move checkpoint-state to ckpt-state
           call "ckptsvc" using checkpoint-request
               on exception
                   move "N" to ckpt-pause
           end-call.

       DELETE-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-clear to true
           move own-job-name to ckpt-job
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call.
