      * Tectonics: cobc -x aliquot.cob factorize.cob sieve.cob
      *            sievewin.cob nextprime.cob factcach.cob
      *            reclock.cob paramrdr.cob rptwrt.cob ledger.cob
      *            ckptsvc.cob quiesce.cob spftab.cob
      * Modifications:
      *   15 Oct 2026 - Checkpointed through the shared CKPTSVC
      *                 service every 500 starts: position the scan
      *                 position, state the FROM=/TO=/BOUND=/MAXSTEPS=
      *                 the census runs under, the class counts and
      *                 the longest chain so far. A failed or paused
      *                 run resumes at the next start, and the report
      *                 says where it picked up - cycles closed before
      *                 that point were listed by the interrupted
      *                 run's report. A checkpoint cut under other
      *                 parameters is set aside. The operator's
      *                 quiesce is honoured at each checkpoint
      *                 (PAUSED, rc 77).
      *   15 Oct 2026 - Every number of the range is factored from
      *                 the SPFTAB smallest-prime-factor table, built
      *                 once at the start by one sieve pass to the
      *                 top of the range; FACTORIZE takes only what
      *                 lies past the table (or everything, when the
      *                 range is too big for it or the module is not
      *                 linked).
      ******************************************************************
       identification division.
       program-id. aliquot.
       01  numval-check                pic 99 comp.
           copy sieverec.
           copy factorec.
           copy spfreq.
       01  range-from                  pic 9(9) comp value 1.
       01  range-to                    pic 9(9) comp value 10000.
       01  value-bound                 pic 9(18) comp
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
       01  own-job-name                pic X(12) value "aliquot".
       01  resume-scan-number          pic 9(9) comp.
       01  checkpoint-interval         pic 9(4) comp value 500.
       01  checkpoint-countdown        pic 9(4) comp.
       01  checkpoint-position.
           05  checkpoint-scan-number  pic 9(9).
       01  checkpoint-state.
           05  checkpoint-range-from   pic 9(9).
           05  checkpoint-range-to     pic 9(9).
           05  checkpoint-value-bound  pic 9(18).
           05  checkpoint-max-steps    pic 9(3).
           05  checkpoint-count-term1  pic 9(7).
           05  checkpoint-count-perfect pic 9(7).
           05  checkpoint-count-amicable pic 9(7).
           05  checkpoint-count-sociable pic 9(7).
           05  checkpoint-count-open   pic 9(7).
           05  checkpoint-longest-steps pic 9(3).
           05  checkpoint-longest-start pic 9(9).
       01  resume-display              pic Z(8)9.
           copy ckptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           call "sieve" using sieve-limit sieve-table sieve-count
           perform build-factor-table
           set rptwrt-op-init to true
           move "aliquot" to rptwrt-name
           move spaces to rptwrt-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           perform load-checkpoint
           move checkpoint-interval to checkpoint-countdown
           perform varying scan-number from resume-scan-number by 1
                   until scan-number > range-to
               if scan-number >= 2
                   perform trace-one-sequence
               end-if
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
           perform print-census-summary
           perform clear-checkpoint
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move spaces to ledger-answer-text
       take-divisor-sum-step.
           move chain-value to factorize-n
           set factorize-mode-full-list to true
           perform factor-one-number
           compute chain-value =
               factorize-divisor-sum - chain-value.

           end-string
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * Checkpoint and resume
      ******************************************************************
      * A build linked without the checkpoint service simply traces
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
                   or checkpoint-value-bound not = value-bound
                   or checkpoint-max-steps not = max-steps
                   or checkpoint-scan-number is not numeric
               display "Checkpoint of run " ckpt-run-number
                   " was cut under other parameters; tracing afresh"
               exit paragraph
           end-if
           move checkpoint-count-term1 to count-term1
           move checkpoint-count-perfect to count-perfect
           move checkpoint-count-amicable to count-amicable
           move checkpoint-count-sociable to count-sociable
           move checkpoint-count-open to count-open
           move checkpoint-longest-steps to longest-steps
           move checkpoint-longest-start to longest-start
           compute resume-scan-number = checkpoint-scan-number + 1
           display "Resuming at " resume-scan-number
               " from the checkpoint of run " ckpt-run-number
               " cut " ckpt-timestamp
           move resume-scan-number to resume-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "Resumed at "
               function trim(resume-display leading)
               " from the checkpoint of run " ckpt-run-number
               "; cycles closed before it are in that run's report"
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
           move value-bound to checkpoint-value-bound
           move max-steps to checkpoint-max-steps
           move count-term1 to checkpoint-count-term1
           move count-perfect to checkpoint-count-perfect
           move count-amicable to checkpoint-count-amicable
           move count-sociable to checkpoint-count-sociable
           move count-open to checkpoint-count-open
           move longest-steps to checkpoint-longest-steps
           move longest-start to checkpoint-longest-start
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
       end program aliquot.
