      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Common checkpoint service for the long jobs. Every
      *          job used to cut a restart file of its own in its own
      *          format, and the newer analytics jobs cut none, so a
      *          failure two hours into a scan meant starting over.
      *          Now a job CALLs here with its name: SAVE writes one
      *          uniform record to <job>.ckpt - job, run number,
      *          timestamp, position, accumulated state - LOAD reads
      *          it back for the resume, CLEAR drops it once the run
      *          is through. The record is written whole at every
      *          SAVE, so the file always holds the last complete
      *          checkpoint. On SAVE the shared QUIESCE module is
      *          asked on the job's behalf, so every job that
      *          checkpoints here also honours the operator's pause
      *          at its checkpoint boundary - never after a SAVE that
      *          failed, which would pause with nothing to resume
      *          from. See ckptreq.cpy for the request area and
      *          checkpoint-registry.dat for the jobs.
      * Tectonics: cobc -m ckptsvc.cob
      ******************************************************************
       identification division.
       program-id. ckptsvc.
       environment division.
       input-output section.
       file-control.
           select optional checkpoint-file
               assign to checkpoint-filepath
               organization is line sequential
               file status is checkpoint-file-status.
      ******************************************************************
       data division.
       file section.
       fd  checkpoint-file.
       01  checkpoint-record.
           05  ckr-job                 pic X(12).
           05  filler                  pic X.
           05  ckr-run-number          pic 9(6).
           05  filler                  pic X.
           05  ckr-timestamp           pic X(19).
           05  filler                  pic X.
           05  ckr-position            pic X(40).
           05  filler                  pic X.
           05  ckr-state               pic X(2000).

       working-storage section.
       01  checkpoint-file-status      pic XX.
           88  checkpoint-file-ok      value "00".
       01  checkpoint-filepath         pic X(40).
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  run-id-env                  pic X(10).
       01  file-info.
           05  file-info-size          pic X(8) comp-x.
           05  file-info-stamp         pic X(8).

       linkage section.
           copy ckptreq.
      ******************************************************************
       procedure division using checkpoint-request.
       serve-request.
           move "0" to ckpt-status
           move "N" to ckpt-pause
           if ckpt-job = spaces
               set ckpt-failed to true
               goback
           end-if
           move spaces to checkpoint-filepath
           string function trim(ckpt-job) ".ckpt"
               delimited by size into checkpoint-filepath
           end-string
           evaluate true
               when ckpt-op-save
                   perform save-checkpoint
                   if ckpt-ok
                       perform ask-about-quiesce
                   end-if
               when ckpt-op-load
                   perform load-checkpoint
               when ckpt-op-clear
                   perform clear-checkpoint
               when other
                   set ckpt-failed to true
           end-evaluate
           goback.

       save-checkpoint.
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           if ckpt-run-number = zero
               move spaces to run-id-env
               accept run-id-env from environment "EULER_RUN_ID"
               if run-id-env(1:6) is numeric
                   move run-id-env(1:6) to ckpt-run-number
               end-if
           end-if
           move spaces to ckpt-timestamp
           string now-date-digits(1:4) "-" now-date-digits(5:2) "-"
               now-date-digits(7:2) " " now-time-digits(1:2) ":"
               now-time-digits(3:2) ":" now-time-digits(5:2)
               delimited by size into ckpt-timestamp
           end-string
           open output checkpoint-file
           if not checkpoint-file-ok
                   and checkpoint-file-status not = "05"
               set ckpt-failed to true
               exit paragraph
           end-if
           move spaces to checkpoint-record
           move ckpt-job to ckr-job
           move ckpt-run-number to ckr-run-number
           move ckpt-timestamp to ckr-timestamp
           move ckpt-position to ckr-position
           move ckpt-state to ckr-state
           write checkpoint-record
           if not checkpoint-file-ok
               set ckpt-failed to true
           end-if
           close checkpoint-file.

      * A record cut for another job (a file copied across by hand)
      * is no checkpoint of this one.
       load-checkpoint.
           move zero to ckpt-run-number
           move spaces to ckpt-position
           move spaces to ckpt-timestamp
           move spaces to ckpt-state
           open input checkpoint-file
           if not checkpoint-file-ok
               if checkpoint-file-status = "05"
                   close checkpoint-file
               end-if
               set ckpt-none to true
               exit paragraph
           end-if
           read checkpoint-file
               at end
                   set ckpt-none to true
               not at end
                   if ckr-job not = ckpt-job
                           or ckr-run-number is not numeric
                       set ckpt-failed to true
                   else
                       move ckr-run-number to ckpt-run-number
                       move ckr-timestamp to ckpt-timestamp
                       move ckr-position to ckpt-position
                       move ckr-state to ckpt-state
                   end-if
           end-read
           close checkpoint-file.

       clear-checkpoint.
           call "CBL_CHECK_FILE_EXIST" using checkpoint-filepath
               file-info
           if return-code not = zero
               move zero to return-code
               set ckpt-none to true
               exit paragraph
           end-if
           call "CBL_DELETE_FILE" using checkpoint-filepath
           if return-code not = zero
               set ckpt-failed to true
           end-if
           move zero to return-code.

      * A build linked without the QUIESCE module simply never
      * pauses, the stance every caller of it already takes.
       ask-about-quiesce.
           call "quiesce" using ckpt-job ckpt-pause
               on exception
                   move "N" to ckpt-pause
           end-call.
       end program ckptsvc.
