      *          amicable.restart every 500 numbers so a large-range
      *          run resumes instead of restarting.
      * Tectonics: cobc -x amicable.cob factorize.cob sieve.cob
      *            paramrdr.cob ledger.cob ckptsvc.cob quiesce.cob
      *            spftab.cob
      * Modifications:
      *   01 Sep 2026 - The shared QUIESCE module is consulted at
      *                 every checkpoint boundary: on an operator
      *                 PAUSED return code 77, so BATCHDRV logs it
      *                 PAUSED and the next stream resumes from the
      *                 checkpoint automatically.
      *   15 Oct 2026 - The checkpoint is cut through the shared
      *                 CKPTSVC service (amicable.ckpt, position the
      *                 scan position, state the running sum and pair
      *                 count) instead of the private amicable.restart,
      *                 so CKPTAUD and the dashboard see it with the
      *                 rest; the service asks QUIESCE on the job's
      *                 behalf at every checkpoint it cuts.
      *   15 Oct 2026 - Every number of the range is factored from
      *                 the SPFTAB smallest-prime-factor table, built
      *                 once at the start by one sieve pass to the
      *                 top of the range; FACTORIZE takes only what
      *                 lies past the table (or everything, when the
      *                 range is too big for it or the module is not
      *                 linked).
      ******************************************************************
       identification division.
       program-id. amicable.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "amicable.parm".
       01  param-table.
       01  numval-check                pic 99 comp.
           copy sieverec.
           copy factorec.
           copy spfreq.
       01  range-from                  pic 9(9) comp value 1.
       01  range-to                    pic 9(9) comp value 10000.
       01  scan-number                 pic 9(9) comp.
       01  pairs-found                 pic 9(6) value zero.
       01  checkpoint-interval         pic 9(4) comp value 500.
       01  checkpoint-countdown        pic 9(4) comp.
       01  scan-number-display         pic Z(8)9.
       01  partner-display             pic Z(19)9.
       01  running-sum-display         pic Z(11)9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
       01  own-job-name                pic X(12) value "amicable".
       01  checkpoint-position.
           05  checkpoint-scan-number  pic 9(9).
       01  checkpoint-state.
           05  checkpoint-running-sum  pic 9(12).
           05  filler                  pic X.
           05  checkpoint-pairs-found  pic 9(6).
           copy ckptreq.
       01  progress-done               pic 9(10).
       01  progress-total              pic 9(10).
      ******************************************************************
           accept ledger-start-time from time
           perform read-parameters
           call "sieve" using sieve-limit sieve-table sieve-count
           perform build-factor-table
           perform load-checkpoint
           move checkpoint-interval to checkpoint-countdown
           perform varying scan-number from scan-number by 1
                   move checkpoint-interval
                       to checkpoint-countdown
                   perform report-progress
                   if ckpt-pause-asked
                       display "Paused at " scan-number
                           " on operator quiesce; checkpoint cut"
                       perform flush-factor-cache-stats
                   end-if
               end-if
           end-perform
           perform clear-checkpoint
           move running-sum to running-sum-display
           display "Amicable pairs " range-from " to " range-to
               ": " pairs-found " pair(s), sum of members "

       factorize-current.
           set factorize-mode-full-list to true
           perform factor-one-number.

      * A build linked without the checkpoint service simply
      * scans the whole range every time.
       load-checkpoint.
           move range-from to scan-number
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
               move checkpoint-scan-number to scan-number
               move checkpoint-running-sum to running-sum
               move checkpoint-pairs-found to pairs-found
               add 1 to scan-number
               display "Resuming scan at " scan-number
           end-if.

      * The service answers the operator's quiesce along with the
      * save; a build without it linked never pauses.
       save-checkpoint.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move spaces to checkpoint-state
           move scan-number to checkpoint-scan-number
           move running-sum to checkpoint-running-sum
           move pairs-found to checkpoint-pairs-found
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
       end program amicable.
