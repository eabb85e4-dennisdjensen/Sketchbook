      * Author: Dennis Decker Jensen
      * Date: 5 July 2015
      * Purpose: Calculate longest Collatz sequence for number < 1 mio.
      * Tectonics: cobc -x euler014.cob ckptsvc.cob quiesce.cob
      * Method: The behaviour is similar to calculation of
      *         a Fibonacci number, i.e. the process grows
      *         exponentially.
      *                 PAUSED return code 77, so BATCHDRV logs it
      *                 PAUSED and the next stream resumes from the
      *                 cache automatically.
      *   15 Oct 2026 - Every 10000 starting numbers the run also cuts
      *                 a checkpoint through the shared CKPTSVC
      *                 service (euler014.ckpt, position the starting
      *                 number, state the record start and chain
      *                 length so far), so CKPTAUD and the dashboard
      *                 see this job mid-flight with the rest. The
      *                 memo cache stays what the resume reads - it
      *                 holds every chain, which no checkpoint record
      *                 could - and the service now asks QUIESCE on
      *                 the job's behalf when it cuts the checkpoint.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. euler014.
       ENVIRONMENT DIVISION.
           88  PROBE-ENDED-CHAIN             value "Y".
       01  OWN-JOB-NAME                      pic X(12)
                                             value "euler014".
       01  CHECKPOINT-POSITION.
           05  CHECKPOINT-STARTING-NUMBER    pic 9(7).
       01  CHECKPOINT-STATE.
           05  CHECKPOINT-RECORD-START       pic 9(7).
           05  filler                        pic X.
           05  CHECKPOINT-RECORD-TERMS       pic 9(7).
           copy ckptreq.
       01  QUIESCE-COUNTDOWN          binary-double unsigned value 0.
       01  PROGRESS-DONE                     pic 9(10).
       01  PROGRESS-TOTAL                    pic 9(10).
               if QUIESCE-COUNTDOWN >= 10000
                   move zero to QUIESCE-COUNTDOWN
                   perform REPORT-PROGRESS
                   perform SAVE-CHECKPOINT
                   if ckpt-pause-asked
                       close MEMO-CACHE-FILE
                       close OVERFLOW-LOG-FILE
                       if IS-INDEXED-CACHE
               move "C" to CLZCACHE-OP
               perform CALL-CLZCACHE
           end-if
           perform CLEAR-CHECKPOINT
           display "Starting number " starting-number-max-terms " has "
                   max-term-count " terms in the Collatz chain.".
           move starting-number-max-terms
                   continue
           end-call.

      * The service answers the operator's quiesce along with the
      * save; a build linked without it never pauses, the same
      * stance CALL-CLZCACHE takes above.
       SAVE-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move OWN-JOB-NAME to ckpt-job
           move zero to ckpt-run-number
           move spaces to CHECKPOINT-STATE
           move starting-number to CHECKPOINT-STARTING-NUMBER
           move starting-number-max-terms to CHECKPOINT-RECORD-START
           move max-term-count to CHECKPOINT-RECORD-TERMS
           move CHECKPOINT-POSITION to ckpt-position
           move CHECKPOINT-STATE to ckpt-state
           call "ckptsvc" using checkpoint-request
               on exception
                   move "N" to ckpt-pause
           end-call.

       CLEAR-CHECKPOINT.
           move spaces to checkpoint-request
           set ckpt-op-clear to true
           move OWN-JOB-NAME to ckpt-job
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call.
