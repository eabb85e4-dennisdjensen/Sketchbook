      *            ckptaud CLEAR <job> CONFIRM
      *          deletes that job's restart file; without the CONFIRM
      *          word it only shows what would be deleted.
      * Tectonics: cobc -x ckptaud.cob paramrdr.cob ckptsvc.cob
      * Modifications:
      *   15 Oct 2026 - Every checkpointing job now cuts its restart
      *                 point through the shared CKPTSVC service, one
      *                 uniform record per job, and the registry is
      *                 the data file checkpoint-registry.dat instead
      *                 of a table compiled in here - the newer
      *                 analytics jobs (quadprim, aliquot, nonabund,
      *                 powcens, cyclen, totient) and euler014 are
      *                 audited with the rest. The audit reads each
      *                 checkpoint through the service: its age comes
      *                 from the timestamp in the record, and it
      *                 shows the run number that cut it and the
      *                 position reached. A private .restart file
      *                 still lying about for a registered job is
      *                 reported as left over from before the
      *                 service; nothing reads it any more. CLEAR
      *                 goes through the service too.
      ******************************************************************
       identification division.
       program-id. ckptaud.
       environment division.
       input-output section.
       file-control.
           select optional registry-file
               assign to "checkpoint-registry.dat"
               organization is line sequential
               file status is registry-file-status.
      ******************************************************************
       data division.
       file section.
       fd  registry-file.
       01  registry-file-line     pic X(130).

       working-storage section.
       01  registry-file-status        pic XX.
           88  registry-file-ok        value "00".
           88  registry-file-eof       value "10".
       01  restart-filepath            pic X(80).
           copy ckpgrec.
       01  registry-table.
           05  registry-entry occurs 40 times.
               10  registry-job        pic X(12).
               10  registry-position   pic X(30).
               10  registry-parm       pic X(20).
       01  registry-count              pic 9(2) comp value zero.
       01  registry-index              pic 9(2) comp.
       01  command-arg                 pic X(12).
       01  job-arg                     pic X(12).
       01  confirm-arg                 pic X(12).
       01  clear-match                 pic 9(2) comp.
       01  file-info.
           05  file-info-size          pic X(8) comp-x.
           05  file-info-date.
       01  today-day-num               pic 9(7) comp.
       01  checkpoint-age-days         pic s9(5) comp.
       01  age-display                 pic ZZZZ9.
       01  fields-verdict              pic X(12).
       01  live-checkpoints            pic 9(2) comp value zero.
       01  leftover-restarts           pic 9(2) comp value zero.
           copy ckptreq.
       01  param-filepath              pic X(80).
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
           end-if
           stop run.

      * One card per checkpointing job in checkpoint-registry.dat:
      * what its position counts and the parameter file (if any) a
      * resumed run would read. New checkpointing jobs get a card
      * there, nowhere else.
       build-checkpoint-registry.
           open input registry-file
           if registry-file-ok
               perform until registry-file-eof
                       or registry-count >= 40
                   read registry-file
                       at end
                           continue
                       not at end
                           perform note-registry-card
                   end-read
               end-perform
           end-if
           if registry-file-ok or registry-file-eof
                   or registry-file-status = "05"
               close registry-file
           end-if.

       note-registry-card.
           if registry-file-line = spaces
                   or registry-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to registry-record
           unstring registry-file-line delimited by "|"
               into rg-job rg-parm-file rg-position-meaning
                    rg-state-meaning
           end-unstring
           if rg-job = spaces
               exit paragraph
           end-if
           add 1 to registry-count
           move rg-job to registry-job(registry-count)
           move rg-position-meaning to registry-position(registry-count)
           move rg-parm-file to registry-parm(registry-count).

       audit-all-checkpoints.
           display "Checkpoint audit"
           display "================"
           if registry-count = zero
               display "No checkpoint-registry.dat on hand; nothing"
                   " to audit" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           accept today-date-digits from date yyyymmdd
           compute today-day-num =
               function integer-of-date(today-date-digits)
               perform audit-one-checkpoint
           end-perform
           display "----------------"
           if leftover-restarts > zero
               display leftover-restarts
                   " restart file(s) left over from before the"
                   " checkpoint service; clear them by hand"
           end-if
           if live-checkpoints = zero
               display "Nothing is mid-flight"
               move zero to return-code
           end-if.

       audit-one-checkpoint.
           perform look-for-leftover-restart
           move spaces to checkpoint-request
           set ckpt-op-load to true
           move registry-job(registry-index) to ckpt-job
           move "N" to ckpt-status
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call
           if ckpt-none
               display registry-job(registry-index)
                   " ABSENT (no run mid-flight)"
               exit paragraph
           end-if
           add 1 to live-checkpoints
           if ckpt-failed
               display registry-job(registry-index)
                   " PRESENT, fields UNREADABLE - not a checkpoint"
                   " record of this job"
               exit paragraph
           end-if
           perform validate-checkpoint-fields
           if fields-verdict = "WELL-FORMED"
               perform compute-checkpoint-age
               move checkpoint-age-days to age-display
               display registry-job(registry-index)
                   " PRESENT, cut "
                   function trim(age-display leading)
                   " day(s) ago by run " ckpt-run-number
                   ", fields " fields-verdict
               display "    "
                   function trim(registry-position(registry-index))
                   " " function trim(ckpt-position)
                   ", cut " ckpt-timestamp
           else
               display registry-job(registry-index)
                   " PRESENT, fields " fields-verdict
               display "    unparseable: position "
                   function trim(ckpt-position) ", cut "
                   ckpt-timestamp
           end-if
           perform report-job-parameters.

       compute-checkpoint-age.
           move ckpt-timestamp(1:4) to checkpoint-date(1:4)
           move ckpt-timestamp(6:2) to checkpoint-date(5:2)
           move ckpt-timestamp(9:2) to checkpoint-date(7:2)
           compute checkpoint-day-num =
               function integer-of-date(checkpoint-date)
           compute checkpoint-age-days =
               today-day-num - checkpoint-day-num.

      * The record is the service's; a position that is not one
      * number, or a timestamp that is not a date, means the file
      * was tampered with since it was cut.
       validate-checkpoint-fields.
           move "MALFORMED" to fields-verdict
           if ckpt-position = spaces
                   or function test-numval(ckpt-position) not = 0
               exit paragraph
           end-if
           if ckpt-timestamp(1:4) is not numeric
                   or ckpt-timestamp(6:2) is not numeric
                   or ckpt-timestamp(9:2) is not numeric
               exit paragraph
           end-if
           move ckpt-timestamp(1:4) to checkpoint-date(1:4)
           move ckpt-timestamp(6:2) to checkpoint-date(5:2)
           move ckpt-timestamp(9:2) to checkpoint-date(7:2)
           if function test-date-yyyymmdd(checkpoint-date) not = 0
               exit paragraph
           end-if
           move "WELL-FORMED" to fields-verdict.

      * The jobs cut <job>.restart of their own before the service;
      * one still on hand is a resume nobody will ever take.
       look-for-leftover-restart.
           move spaces to restart-filepath
           string function trim(registry-job(registry-index))
               ".restart"
               delimited by size into restart-filepath
           end-string
           call "CBL_CHECK_FILE_EXIST" using restart-filepath
               file-info
           if return-code = zero
               add 1 to leftover-restarts
               display registry-job(registry-index) " "
                   function trim(restart-filepath)
                   " LEFT OVER from before the checkpoint service;"
                   " not read"
           end-if
           move zero to return-code.

      * The checkpoint itself does not record the parameters it was
      * cut under, so the honest report is the parameters a resumed
               move 16 to return-code
               exit paragraph
           end-if
           move spaces to checkpoint-request
           set ckpt-op-load to true
           move registry-job(clear-match) to ckpt-job
           move "N" to ckpt-status
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call
           if ckpt-none
               display "Nothing to clear: "
                   function trim(job-arg)
                   " has no checkpoint on hand"
               move zero to return-code
               exit paragraph
           end-if
           if confirm-arg not = "CONFIRM"
               display "Would delete the checkpoint of "
                   function trim(job-arg) " (run "
                   ckpt-run-number ", position "
                   function trim(ckpt-position)
                   "); say CONFIRM as the third argument to do it"
               move 4 to return-code
               exit paragraph
           end-if
           move spaces to checkpoint-request
           set ckpt-op-clear to true
           move registry-job(clear-match) to ckpt-job
           call "ckptsvc" using checkpoint-request
               on exception
                   move "E" to ckpt-status
           end-call
           if ckpt-ok
               display "Cleared the checkpoint of "
                   function trim(job-arg)
               move zero to return-code
           else
               display "Unable to delete the checkpoint of "
                   function trim(job-arg) upon syserr
               move 16 to return-code
           end-if.
       end program ckptaud.
