      *          big-number report will lean on. Census and range
      *          go to the shared ledger.
      * Tectonics: cobc -x powcens.cob bignum.cob paramrdr.cob
      *            rptwrt.cob ledger.cob ckptsvc.cob quiesce.cob
      * Modifications:
      *   15 Oct 2026 - Checkpointed through the shared CKPTSVC
      *                 service after every base: the powers are
      *                 written to the work file powcens-powers.work
      *                 as they are grown, and the SORT takes that
      *                 file once generation is through, so the long
      *                 multiplication phase can resume instead of
      *                 starting over. Position is the bases done,
      *                 state the ALOW=/AHIGH=/BLOW=/BHIGH= of the
      *                 census, the powers written and the largest
      *                 pair so far (its value is regrown into the
      *                 BIGNUM register on resume). Powers a failed
      *                 run wrote past its last checkpoint are cut
      *                 off the work file before generation goes on;
      *                 a checkpoint cut under other parameters, or
      *                 one the work file falls short of, is set
      *                 aside. The operator's quiesce is honoured at
      *                 each checkpoint (PAUSED, rc 77).
      ******************************************************************
       identification division.
       program-id. powcens.
       file-control.
           select sort-work-file
               assign to "powcens.srt".
           select optional power-work-file
               assign to "powcens-powers.work"
               organization is line sequential
               file status is power-work-status.
           select optional power-keep-file
               assign to "powcens-powers.keep"
               organization is line sequential
               file status is power-keep-status.
      ******************************************************************
       data division.
       file section.
       fd  power-work-file.
       01  power-work-record.
           05  power-work-length       pic 9(4).
           05  power-work-digits       pic X(200).
       fd  power-keep-file.
       01  power-keep-record          pic X(204).
       sd  sort-work-file.
       01  sort-work-record.
           05  sort-power-key.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
       01  power-work-status           pic XX.
           88  power-work-ok           value "00".
           88  power-work-eof          value "10".
       01  power-keep-status           pic XX.
           88  power-keep-ok           value "00".
           88  power-keep-eof          value "10".
       01  own-job-name                pic X(12) value "powcens".
       01  resume-base-a               pic 9(5) comp.
       01  resuming                    pic X value "N".
           88  is-resuming             value "Y".
       01  powers-on-file              pic 9(7) comp.
       01  powers-copied               pic 9(7) comp.
       01  regrow-b                    pic 9(5) comp.
       01  checkpoint-position.
           05  checkpoint-base-a       pic 9(5).
       01  checkpoint-state.
           05  checkpoint-a-low        pic 9(5).
           05  checkpoint-a-high       pic 9(5).
           05  checkpoint-b-low        pic 9(5).
           05  checkpoint-b-high       pic 9(5).
           05  checkpoint-powers       pic 9(7).
           05  checkpoint-primed       pic X.
           05  checkpoint-largest-a    pic 9(5).
           05  checkpoint-largest-b    pic 9(5).
           copy ckptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           perform load-checkpoint
           perform generate-all-powers
           sort sort-work-file
               on ascending key sort-power-key
               using power-work-file
               output procedure is count-distinct-values
           call "CBL_DELETE_FILE" using "powcens-powers.work"
           perform clear-checkpoint
           perform print-census-report
           move spaces to ledger-answer-text
           move distinct-count to count-display

      * Each base grows by one more multiplication per exponent -
      * a^b is a^(b-1) times a - and every power inside the b
      * range is written for the sort and weighed against the
      * register for the largest. The work file is closed at each
      * checkpoint so what the checkpoint counts is on disk.
       generate-all-powers.
           if is-resuming
               open extend power-work-file
           else
               open output power-work-file
           end-if
           perform varying base-a from resume-base-a by 1
                   until base-a > a-high
               set bignum-op-clear to true
               perform call-bignum
                       exit perform
                   end-if
                   if power-b >= b-low
                       perform write-one-power
                       perform weigh-for-largest
                   end-if
               end-perform
               close power-work-file
               perform save-checkpoint
               if ckpt-pause-asked
                   display "Paused after base " base-a
                       " on operator quiesce; checkpoint cut"
                   move 77 to return-code
                   stop run
               end-if
               open extend power-work-file
           end-perform
           close power-work-file.

       write-one-power.
           add 1 to powers-generated
           move bignum-result-length to power-work-length
           move bignum-result-digits to power-work-digits
           write power-work-record.

      * The register holds the largest seen so far; BIGNUM's
      * compare answers ">" exactly when the running array beats
               move previous-key to best-run-key
           end-if.

      ******************************************************************
      * Checkpoint and resume
      ******************************************************************
      * A build linked without the checkpoint service simply grows
      * every power from the first base every time.
       load-checkpoint.
           move a-low to resume-base-a
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
           if checkpoint-a-low not = a-low
                   or checkpoint-a-high not = a-high
                   or checkpoint-b-low not = b-low
                   or checkpoint-b-high not = b-high
                   or checkpoint-base-a is not numeric
               display "Checkpoint of run " ckpt-run-number
                   " was cut under other parameters;"
                   " generating afresh"
               exit paragraph
           end-if
           perform count-powers-on-file
           if powers-on-file < checkpoint-powers
               display "Checkpoint of run " ckpt-run-number
                   " counts more powers than powcens-powers.work"
                   " holds; generating afresh"
               exit paragraph
           end-if
           if powers-on-file > checkpoint-powers
               perform cut-back-work-file
           end-if
           move checkpoint-powers to powers-generated
           move checkpoint-primed to register-primed
           move checkpoint-largest-a to largest-a
           move checkpoint-largest-b to largest-b
           if register-primed = "Y"
               perform regrow-largest-into-register
           end-if
           compute resume-base-a = checkpoint-base-a + 1
           set is-resuming to true
           display "Resuming at base " resume-base-a
               " from the checkpoint of run " ckpt-run-number
               " cut " ckpt-timestamp.

       count-powers-on-file.
           move zero to powers-on-file
           open input power-work-file
           if power-work-ok
               perform until power-work-eof
                   read power-work-file
                       at end
                           continue
                       not at end
                           add 1 to powers-on-file
                   end-read
               end-perform
           end-if
           if power-work-ok or power-work-eof
                   or power-work-status = "05"
               close power-work-file
           end-if.

      * Keep the powers the checkpoint counts and drop the tail a
      * failed run wrote after it, by way of a side copy.
       cut-back-work-file.
           open input power-work-file
           open output power-keep-file
           move zero to powers-copied
           perform until powers-copied >= checkpoint-powers
               read power-work-file
                   at end
                       exit perform
               end-read
               move power-work-record to power-keep-record
               write power-keep-record
               add 1 to powers-copied
           end-perform
           close power-work-file
           close power-keep-file
           open input power-keep-file
           open output power-work-file
           perform until power-keep-eof
               read power-keep-file
                   at end
                       continue
                   not at end
                       move power-keep-record to power-work-record
                       write power-work-record
               end-read
           end-perform
           close power-keep-file
           close power-work-file
           call "CBL_DELETE_FILE" using "powcens-powers.keep".

       regrow-largest-into-register.
           set bignum-op-clear to true
           perform call-bignum
           move largest-a to base-text
           move base-text to bignum-digit-string
           set bignum-op-add to true
           perform call-bignum
           perform varying regrow-b from 2 by 1
                   until regrow-b > largest-b
               set bignum-op-multiply to true
               move largest-a to bignum-n
               perform call-bignum
           end-perform
           set bignum-op-store-reg to true
           perform call-bignum.

      * The service answers the operator's quiesce along with the
      * save; a build without it linked never pauses.
       save-checkpoint.
           move spaces to checkpoint-request
           set ckpt-op-save to true
           move own-job-name to ckpt-job
           move zero to ckpt-run-number
           move base-a to checkpoint-base-a
           move a-low to checkpoint-a-low
           move a-high to checkpoint-a-high
           move b-low to checkpoint-b-low
           move b-high to checkpoint-b-high
           move powers-generated to checkpoint-powers
           move register-primed to checkpoint-primed
           move largest-a to checkpoint-largest-a
           move largest-b to checkpoint-largest-b
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

       call-bignum.
           call "bignum" using bignum-op bignum-n
               bignum-digit-sum bignum-overflow
