      *          ENTER refreshes, Q (then ENTER) leaves - a plain
      *          console loop, like everything else the suite runs,
      *          so it works on any terminal the shop has.
      * Tectonics: cobc -x dashbrd.cob ckptsvc.cob
      * Modifications:
      *   01 Sep 2026 - Progress section added: the long jobs now
      *                 report units-done/units-total through the
      *                 same log - a month-end stream no longer
      *                 hides behind the nightly series' bigger
      *                 numbers.
      *   15 Oct 2026 - The live-checkpoint list goes by the checkpoint
      *                 registry (checkpoint-registry.dat) and reads
      *                 each job's checkpoint through the shared
      *                 CKPTSVC service, the way CKPTAUD does, so
      *                 every registered job shows - the newer
      *                 analytics jobs and euler014 included - with
      *                 the position it reached, the run that cut it
      *                 and when.
      ******************************************************************
       identification division.
       program-id. dashbrd.
               assign to "batch-progress.log"
               organization is line sequential
               file status is progress-file-status.
           select optional registry-file
               assign to "checkpoint-registry.dat"
               organization is line sequential
               file status is registry-file-status.
      ******************************************************************
       data division.
       file section.
       01  sizes-line             pic X(60).
       fd  progress-file.
           copy progrec.
       fd  registry-file.
       01  registry-file-line     pic X(130).

       working-storage section.
       01  run-log-file-status         pic XX.
           05  journal-ring-entry      pic X(120) occurs 5 times.
       01  journal-ring-count          pic 9(4) comp value zero.
       01  journal-ring-index          pic 9(4) comp.
       01  registry-file-status        pic XX.
           88  registry-file-ok        value "00".
           88  registry-file-eof       value "10".
           copy ckpgrec.
           copy ckptreq.
       01  live-checkpoints            pic 9(2) comp.
       01  big-files.
           05  big-file-entry occurs 3 times.
               10  big-file-name       pic X(24).
      ******************************************************************
       procedure division.
       main-procedure.
           move "euler012.audit"       to big-file-name(1)
           move "euler014-memo.cache"  to big-file-name(2)
           move "results-ledger.log"   to big-file-name(3)
               move zero to time-seconds-work
           end-if.

      * The registry is read afresh each refresh, so a job carded
      * in while the dashboard is up shows at the next ENTER.
       show-checkpoints.
           move zero to live-checkpoints
           display "--- live checkpoints ---"
           open input registry-file
           if registry-file-ok
               perform until registry-file-eof
                   read registry-file
                       at end
                           continue
                       not at end
                           perform show-one-checkpoint
                   end-read
               end-perform
           end-if
           if registry-file-ok or registry-file-eof
                   or registry-file-status = "05"
               close registry-file
           end-if
           if live-checkpoints = zero
               display "  nothing mid-flight"
           end-if.

       show-one-checkpoint.
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
           move spaces to checkpoint-request
           set ckpt-op-load to true
           move rg-job to ckpt-job
           move "N" to ckpt-status
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call
           evaluate true
               when ckpt-ok
                   add 1 to live-checkpoints
                   display "  LIVE: " rg-job " "
                       function trim(rg-position-meaning) " "
                       function trim(ckpt-position) ", run "
                       ckpt-run-number ", cut " ckpt-timestamp
               when ckpt-failed
                   add 1 to live-checkpoints
                   display "  LIVE: " rg-job
                       " (unreadable - see ckptaud)"
               when other
                   continue
           end-evaluate.

       show-error-journal.
           move zero to journal-ring-count
           open input error-journal-file
