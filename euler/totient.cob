      *          archive under "totient".
      * Tectonics: cobc -x totient.cob factorize.cob sieve.cob
      *            sievewin.cob nextprime.cob paramrdr.cob
      *            rptwrt.cob ledger.cob ckptsvc.cob quiesce.cob
      *            spftab.cob
      * Modifications:
      *   15 Oct 2026 - Checkpointed through the shared CKPTSVC
      *                 service every 500 numbers: position the scan
      *                 position, state the FROM=/TO= of the range,
      *                 the maximum and minimum ratios, the whole
      *                 record-setters table and the permutation-pair
      *                 counts. A failed or paused run resumes at the
      *                 next number and the report says where it
      *                 picked up - pairs listed before that point
      *                 were printed by the interrupted run. A
      *                 checkpoint cut under another range is set
      *                 aside. The operator's quiesce is honoured at
      *                 each checkpoint (PAUSED, rc 77).
      *   15 Oct 2026 - Every number of the range is factored from
      *                 the SPFTAB smallest-prime-factor table, built
      *                 once at the start by one sieve pass to the
      *                 top of the range; FACTORIZE takes only what
      *                 lies past the table (or everything, when the
      *                 range is too big for it or the module is not
      *                 linked).
      ******************************************************************
       identification division.
       program-id. totient.
       01  numval-check                pic 99 comp.
           copy sieverec.
           copy factorec.
           copy spfreq.
       01  range-from                  pic 9(9) comp value 2.
       01  range-to                    pic 9(9) comp value 10000.
       01  scan-number                 pic 9(9) comp.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
       01  own-job-name                pic X(12) value "totient".
       01  resume-scan-number          pic 9(9) comp.
       01  checkpoint-interval         pic 9(4) comp value 500.
       01  checkpoint-countdown        pic 9(4) comp.
       01  checkpoint-position.
           05  checkpoint-scan-number  pic 9(9).
       01  checkpoint-state.
           05  checkpoint-range-from   pic 9(9).
           05  checkpoint-range-to     pic 9(9).
           05  checkpoint-max-ratio    pic 9(12).
           05  checkpoint-max-ratio-n  pic 9(9).
           05  checkpoint-min-ratio    pic 9(12).
           05  checkpoint-min-ratio-n  pic 9(9).
           05  checkpoint-pairs        pic 9(6).
           05  checkpoint-pairs-shown  pic 9(3).
           05  checkpoint-record-count pic 9(3).
           05  checkpoint-record-entry occurs 50 times.
               10  checkpoint-rec-n    pic 9(9).
               10  checkpoint-rec-ratio pic 9(12).
       01  resume-display              pic Z(8)9.
           copy ckptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           call "sieve" using sieve-limit sieve-table sieve-count
           perform build-factor-table
           move "totient" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           move "totient-permutation pairs (phi a rearrangement)"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform load-checkpoint
           move checkpoint-interval to checkpoint-countdown
           perform varying scan-number from resume-scan-number by 1
                   until scan-number > range-to
               perform judge-one-number
               subtract 1 from checkpoint-countdown
               if checkpoint-countdown = zero
                   move checkpoint-interval to checkpoint-countdown
                   perform save-checkpoint
                   if ckpt-pause-asked
                       display "Paused at " scan-number
                           " on operator quiesce; checkpoint cut"
                       set rptwrt-op-end to true
                       call "rptwrt" using rptwrt-request
                       perform flush-factor-cache-stats
                       move 77 to return-code
                       stop run
                   end-if
               end-if
           end-perform
           perform print-record-table
           perform clear-checkpoint
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move max-ratio to ratio-scaled
       judge-one-number.
           move scan-number to factorize-n
           set factorize-mode-full-list to true
           perform factor-one-number
           move factorize-totient to phi-value
           if phi-value = zero
               exit paragraph
           end-string
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * Checkpoint and resume
      ******************************************************************
      * A build linked without the checkpoint service simply scans
      * the whole range every time.
       load-checkpoint.
           move range-from to resume-scan-number
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
           if checkpoint-range-from not = range-from
                   or checkpoint-range-to not = range-to
                   or checkpoint-scan-number is not numeric
                   or checkpoint-record-count > 50
               display "Checkpoint of run " ckpt-run-number
                   " was cut under another range; scanning afresh"
               exit paragraph
           end-if
           move checkpoint-max-ratio to max-ratio
           move checkpoint-max-ratio-n to max-ratio-n
           move checkpoint-min-ratio to min-ratio
           move checkpoint-min-ratio-n to min-ratio-n
           move checkpoint-pairs to permutation-pairs
           move checkpoint-pairs-shown to pairs-shown
           move checkpoint-record-count to record-count
           perform varying record-index from 1 by 1
                   until record-index > record-count
               move checkpoint-rec-n(record-index)
                   to rec-n(record-index)
               move checkpoint-rec-ratio(record-index)
                   to rec-ratio(record-index)
           end-perform
           compute resume-scan-number = checkpoint-scan-number + 1
           display "Resuming at " resume-scan-number
               " from the checkpoint of run " ckpt-run-number
               " cut " ckpt-timestamp
           move resume-scan-number to resume-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "  resumed at "
               function trim(resume-display leading)
               " from the checkpoint of run " ckpt-run-number
               "; pairs before it are in that run's report"
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
           move scan-number to checkpoint-scan-number
           move range-from to checkpoint-range-from
           move range-to to checkpoint-range-to
           move max-ratio to checkpoint-max-ratio
           move max-ratio-n to checkpoint-max-ratio-n
           move min-ratio to checkpoint-min-ratio
           move min-ratio-n to checkpoint-min-ratio-n
           move permutation-pairs to checkpoint-pairs
           move pairs-shown to checkpoint-pairs-shown
           move record-count to checkpoint-record-count
           perform varying record-index from 1 by 1
                   until record-index > 50
               if record-index > record-count
                   move zero to checkpoint-rec-n(record-index)
                   move zero to checkpoint-rec-ratio(record-index)
               else
                   move rec-n(record-index)
                       to checkpoint-rec-n(record-index)
                   move rec-ratio(record-index)
                       to checkpoint-rec-ratio(record-index)
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

      * Push the factor cache's statistics tail out before the run
      * ends, so a run shorter than the cache's own flush interval
      * still shows in CACHSTAT; a build without the cache module
               on exception
                   continue
           end-call.

      * One sieve pass to the top of the range; a range past the
      * table's reach, or a build without SPFTAB, factors number by
      * number through FACTORIZE as before.
       build-factor-table.
           set spftab-op-build to true
           move range-to to spftab-limit
           call "spftab" using spftab-request factorize-n
               factorize-mode factorize-largest factorize-list
               factorize-list-count factorize-canonical
               factorize-prime-count factorize-divisor-count
               factorize-divisor-sum factorize-totient
               on exception
                   move "N" to spftab-built
           end-call.

      * A number inside the table comes apart by lookups; one past
      * it goes to FACTORIZE.
       factor-one-number.
           if spftab-table-built and factorize-n <= spftab-limit
               set spftab-op-factor to true
               call "spftab" using spftab-request factorize-n
                   factorize-mode factorize-largest factorize-list
                   factorize-list-count factorize-canonical
                   factorize-prime-count factorize-divisor-count
                   factorize-divisor-sum factorize-totient
               end-call
               if spftab-ok
                   exit paragraph
               end-if
           end-if
           call "factorize" using factorize-n factorize-mode
               sieve-table sieve-count
               factorize-largest factorize-list
               factorize-list-count
               factorize-canonical factorize-prime-count
               factorize-divisor-count factorize-divisor-sum
               factorize-totient.
       end program totient.
