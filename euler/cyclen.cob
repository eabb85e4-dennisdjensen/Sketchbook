      *          the answer goes to the shared ledger.
      * Tectonics: cobc -x cyclen.cob factorize.cob sieve.cob
      *            sievewin.cob nextprime.cob paramrdr.cob
      *            rptwrt.cob ledger.cob ckptsvc.cob quiesce.cob
      * Modifications:
      *   15 Oct 2026 - Checkpointed through the shared CKPTSVC
      *                 service every 100 denominators: position the
      *                 denominator reached, state the CEILING= it
      *                 runs under, the longest cycle so far and the
      *                 terminating and disagreement counts. A failed
      *                 or paused run resumes at the next denominator
      *                 and the report says where it picked up -
      *                 disagreement lines before that point were
      *                 printed by the interrupted run, though its
      *                 count carries on into the rc 8. A checkpoint
      *                 cut under another CEILING= is set aside. The
      *                 operator's quiesce is honoured at each
      *                 checkpoint (PAUSED, rc 77).
      ******************************************************************
       identification division.
       program-id. cyclen.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
       01  own-job-name                pic X(12) value "cyclen".
       01  resume-denominator          pic 9(5) comp value 2.
       01  checkpoint-interval         pic 9(4) comp value 100.
       01  checkpoint-countdown        pic 9(4) comp.
       01  checkpoint-position.
           05  checkpoint-denominator  pic 9(5).
       01  checkpoint-state.
           05  checkpoint-ceiling      pic 9(5).
           05  checkpoint-longest-cycle pic 9(5).
           05  checkpoint-longest-d    pic 9(5).
           05  checkpoint-terminating  pic 9(5).
           05  checkpoint-disagreements pic 9(5).
           copy ckptreq.
      ******************************************************************
       procedure division.
       main-procedure.
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           perform load-checkpoint
           move checkpoint-interval to checkpoint-countdown
           perform varying denominator from resume-denominator by 1
                   until denominator > cycle-ceiling
               perform measure-one-denominator
               subtract 1 from checkpoint-countdown
               if checkpoint-countdown = zero
                   move checkpoint-interval to checkpoint-countdown
                   perform save-checkpoint
                   if ckpt-pause-asked
                       display "Paused at d=" denominator
                           " on operator quiesce; checkpoint cut"
                       set rptwrt-op-end to true
                       call "rptwrt" using rptwrt-request
                       move 77 to return-code
                       stop run
                   end-if
               end-if
           end-perform
           perform print-cycle-summary
           perform clear-checkpoint
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move longest-d to d-display
           end-perform
           move order-count to order-cycle.

      ******************************************************************
      * Checkpoint and resume
      ******************************************************************
      * A build linked without the checkpoint service simply starts
      * from d=2 every time.
       load-checkpoint.
           move 2 to resume-denominator
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
           if checkpoint-ceiling not = cycle-ceiling
                   or checkpoint-denominator is not numeric
               display "Checkpoint of run " ckpt-run-number
                   " was cut under another CEILING=; measuring"
                   " afresh"
               exit paragraph
           end-if
           move checkpoint-longest-cycle to longest-cycle
           move checkpoint-longest-d to longest-d
           move checkpoint-terminating to terminating-count
           move checkpoint-disagreements to disagreements
           compute resume-denominator = checkpoint-denominator + 1
           display "Resuming at d=" resume-denominator
               " from the checkpoint of run " ckpt-run-number
               " cut " ckpt-timestamp
           move resume-denominator to d-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "Resumed at d="
               function trim(d-display leading)
               " from the checkpoint of run " ckpt-run-number
               "; earlier flags are in that run's report"
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
           move denominator to checkpoint-denominator
           move cycle-ceiling to checkpoint-ceiling
           move longest-cycle to checkpoint-longest-cycle
           move longest-d to checkpoint-longest-d
           move terminating-count to checkpoint-terminating
           move disagreements to checkpoint-disagreements
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

       print-cycle-summary.
           set rptwrt-op-break to true
           move longest-d to d-display
