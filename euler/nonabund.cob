      *          ledger.
      * Tectonics: cobc -x nonabund.cob factorize.cob sieve.cob
      *            sievewin.cob nextprime.cob paramrdr.cob
      *            ledger.cob ckptsvc.cob quiesce.cob spftab.cob
      * Modifications:
      *   15 Oct 2026 - The table build is checkpointed through the
      *                 shared CKPTSVC service every 1000 numbers:
      *                 the table so far is written to
      *                 abundant-table.dat with the number it is
      *                 complete up to as its first line, and the
      *                 checkpoint records that number as its position
      *                 and the LIMIT= and entry count as its state.
      *                 A failed or paused build resumes after the
      *                 last number factored instead of starting
      *                 over; a table whose first line falls short of
      *                 the limit is never reused as a finished one,
      *                 and a checkpoint that does not agree with the
      *                 table on file is set aside. The operator's
      *                 quiesce is honoured at each checkpoint
      *                 (PAUSED, rc 77).
      *   15 Oct 2026 - Every number of the range is factored from
      *                 the SPFTAB smallest-prime-factor table, built
      *                 once at the start by one sieve pass to the
      *                 top of the range; FACTORIZE takes only what
      *                 lies past the table (or everything, when the
      *                 range is too big for it or the module is not
      *                 linked).
      *   15 Oct 2026 - The first save of a fresh abundant-table.dat
      *                 (open status 05) is taken as written, and no
      *                 checkpoint is cut, nor quiesce honoured, over
      *                 a table that could not be written.
      ******************************************************************
       identification division.
       program-id. nonabund.
           copy paramrec.
           copy sieverec.
           copy factorec.
           copy spfreq.
       01  analysis-limit              pic 9(6) comp value 28123.
       01  scan-number                 pic 9(6) comp.
       01  proper-sum                  pic 9(20).
       01  not-expressible-total       pic 9(12) comp value zero.
       01  table-loaded-limit          pic 9(6) comp value zero.
       01  table-was-reused            pic X value "N".
       01  table-saved                 pic X value "N".
       01  parsed-number               pic 9(6).
       01  count-display               pic Z(5)9.
       01  total-display               pic Z(11)9.
       01  factcach-flush-hit          pic X.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
       01  own-job-name                pic X(12) value "nonabund".
       01  build-from-number           pic 9(6) comp value 12.
       01  table-covers-to             pic 9(6) comp.
       01  checkpoint-interval         pic 9(4) comp value 1000.
       01  checkpoint-countdown        pic 9(4) comp.
       01  checkpoint-position.
           05  checkpoint-scan-number  pic 9(6).
       01  checkpoint-state.
           05  checkpoint-limit        pic 9(6).
           05  checkpoint-abundant-count pic 9(5).
           copy ckptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           if table-was-reused = "N"
               call "sieve" using sieve-limit sieve-table
                   sieve-count
               perform build-factor-table
               perform load-checkpoint
               perform build-abundant-table
               move analysis-limit to table-covers-to
               perform save-abundant-table
               perform clear-checkpoint
           end-if
           perform mark-expressible-sums
           perform count-the-stragglers
           end-if.

       build-abundant-table.
           move checkpoint-interval to checkpoint-countdown
           perform varying scan-number from build-from-number by 1
                   until scan-number > analysis-limit
               move scan-number to factorize-n
               set factorize-mode-full-list to true
               perform factor-one-number
               compute proper-sum =
                   factorize-divisor-sum - scan-number
               if proper-sum > scan-number
                   move scan-number
                       to abundant-number(abundant-count)
               end-if
               subtract 1 from checkpoint-countdown
               if checkpoint-countdown = zero
                       and scan-number < analysis-limit
                   move checkpoint-interval to checkpoint-countdown
                   perform save-checkpoint
                   if ckpt-pause-asked
                       display "Paused at " scan-number
                           " on operator quiesce; checkpoint cut"
                       perform flush-factor-cache-stats
                       move 77 to return-code
                       stop run
                   end-if
               end-if
           end-perform.

       save-abundant-table.
           move "N" to table-saved
           open output abundant-file
           if not abundant-file-ok
                   and abundant-file-status not = "05"
               display "abundant-table.dat not written ("
                   abundant-file-status ")" upon syserr
               exit paragraph
           end-if
           move spaces to abundant-file-line
           move table-covers-to to parsed-number
           move parsed-number to abundant-file-line(1:6)
           write abundant-file-line
           perform varying abundant-index from 1 by 1
               move parsed-number to abundant-file-line(1:6)
               write abundant-file-line
           end-perform
           close abundant-file
           move "Y" to table-saved.

      ******************************************************************
      * Checkpoint and resume
      ******************************************************************
      * The table on file is the bulk of the state; the checkpoint
      * says how far it goes and how many entries it must hold. A
      * build linked without the checkpoint service simply builds
      * the table from the start every time.
       load-checkpoint.
           move 12 to build-from-number
           move zero to abundant-count
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
           if checkpoint-limit not = analysis-limit
                   or checkpoint-scan-number is not numeric
               display "Checkpoint of run " ckpt-run-number
                   " was cut under another LIMIT=; building afresh"
               exit paragraph
           end-if
           perform load-partial-abundant-table
           if table-loaded-limit not = checkpoint-scan-number
                   or abundant-count not = checkpoint-abundant-count
               display "Checkpoint of run " ckpt-run-number
                   " does not match abundant-table.dat;"
                   " building afresh"
               move zero to abundant-count
               exit paragraph
           end-if
           compute build-from-number = checkpoint-scan-number + 1
           display "Resuming the table build at " build-from-number
               " from the checkpoint of run " ckpt-run-number
               " cut " ckpt-timestamp.

       load-partial-abundant-table.
           move zero to table-loaded-limit
           open input abundant-file
           if abundant-file-ok
               read abundant-file into abundant-file-line
                   at end
                       continue
                   not at end
                       if function test-numval(
                               abundant-file-line) = 0
                           move function numval(
                               abundant-file-line)
                               to table-loaded-limit
                       end-if
               end-read
               perform until abundant-file-eof
                   read abundant-file into abundant-file-line
                       at end
                           continue
                       not at end
                           perform keep-saved-entry
                   end-read
               end-perform
           end-if
           if abundant-file-ok or abundant-file-eof
                   or abundant-file-status = "05"
               close abundant-file
           end-if.

      * The table goes to file first, so a checkpoint on record
      * never points past the table that backs it; no table on
      * file, no checkpoint (and no pause on one).
       save-checkpoint.
           move scan-number to table-covers-to
           perform save-abundant-table
           move spaces to checkpoint-request
           if table-saved = "N"
               exit paragraph
           end-if
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move scan-number to checkpoint-scan-number
           move analysis-limit to checkpoint-limit
           move abundant-count to checkpoint-abundant-count
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

       mark-expressible-sums.
           perform varying scan-number from 1 by 1
               on exception
                   continue
           end-call.

      * One sieve pass to the top of the range; a range past the
      * table's reach, or a build without SPFTAB, factors number by
      * number through FACTORIZE as before.
       build-factor-table.
           set spftab-op-build to true
           move analysis-limit to spftab-limit
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
       end program nonabund.
