      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Published status page for the service desk. Every
      *          morning the desk rang operations to ask whether the
      *          night had finished, because only an operator can
      *          run DASHBRD. This writes the same picture, cut down
      *          to what the desk needs, as a plain-text page on a
      *          shared path they can open themselves:
      *            - one overall line, GREEN, AMBER or RED;
      *            - the deck's current run number and business date
      *              (the stream's own date, as BATCHDRV stamps it);
      *            - each step's state in that stream from
      *              batch-run.log - a retried step shows its last
      *              attempt only - and the steps running now off
      *              batch-heartbeat.log, with percent complete and
      *              a projected end from batch-progress.log;
      *            - the inbound files whose latest word in
      *              file-arrivals.log since the business date is
      *              LATE.
      *          RED is any step FAILED, RUNAWAY or CANCELLED. AMBER
      *          is a LATE inbound file, a step DEFERRED, PAUSED or
      *          SKIPPED, or no stream on file since yesterday.
      *          GREEN is everything else, running or finished.
      *          The page is a reader's view: every log is opened
      *          for input only and no lock is taken, so it can run
      *          from its own cron entry every few minutes right
      *          through the night without holding up a step. It
      *          carries no return codes, no card commands or
      *          parameter values, and nothing off the security
      *          journal. The page is written beside its final name
      *          as <page>.new, made read-only, and moved over the
      *          old one, so the desk never opens a half-written
      *          page. Knobs come from statpub.parm in the shared
      *          PARAMRDR format:
      *            PAGE=path   the published page
      *                        (default status-page.txt)
      *            DECK=name   the deck reported on (default
      *                        nightly)
      * Tectonics: cobc -x statpub.cob paramrdr.cob
      * Modifications:
      *   15 Oct 2026 - A step is told apart by its whole resolved
      *                 command, now that the run log carries all
      *                 100 characters of it.
      ******************************************************************
       identification division.
       program-id. statpub.
       environment division.
       input-output section.
       file-control.
           select optional run-log-file
               assign to "batch-run.log"
               organization is line sequential
               file status is run-log-file-status.
           select optional heartbeat-file
               assign to "batch-heartbeat.log"
               organization is line sequential
               file status is heartbeat-file-status.
           select optional progress-file
               assign to "batch-progress.log"
               organization is line sequential
               file status is progress-file-status.
           select optional arrival-file
               assign to "file-arrivals.log"
               organization is line sequential
               file status is arrival-file-status.
           select page-file
               assign to page-work-filepath
               organization is line sequential
               file status is page-file-status.
      ******************************************************************
       data division.
       file section.
       fd  run-log-file.
           copy runlogrec.
       fd  heartbeat-file.
           copy hbeatrec.
       fd  progress-file.
           copy progrec.
       fd  arrival-file.
           copy arrvrec.
       fd  page-file.
       01  page-file-line         pic X(80).

       working-storage section.
       01  run-log-file-status         pic XX.
           88  run-log-file-ok         value "00".
           88  run-log-file-eof        value "10".
       01  heartbeat-file-status       pic XX.
           88  heartbeat-file-ok       value "00".
           88  heartbeat-file-eof      value "10".
       01  progress-file-status        pic XX.
           88  progress-file-ok        value "00".
           88  progress-file-eof       value "10".
       01  arrival-file-status         pic XX.
           88  arrival-file-ok         value "00".
           88  arrival-file-eof        value "10".
       01  page-file-status            pic XX.
           88  page-file-ok            value "00".
       01  page-filepath               pic X(80)
                                       value "status-page.txt".
       01  page-work-filepath          pic X(80).
       01  deck-name                   pic X(12) value "nightly".
       01  publish-command             pic X(200).
       01  param-filepath              pic X(80).
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  now-date-text               pic X(10).
       01  yesterday-date-digits       pic 9(8).
       01  yesterday-date-text         pic X(10).
      * The deck's current stream: its highest run number, or for
      * log lines older than run numbers, the newest date.
       01  stream-run-number           pic 9(6) value zero.
       01  stream-run-date             pic X(10) value spaces.
       01  stream-sweep-pass           pic X.
           88  finding-current-stream  value "1".
           88  collecting-steps        value "2".
      * One row per step of that stream. A retry or a rerun of the
      * same card lands on its earlier row, so the row shows the
      * last attempt; the card command is the key that tells the
      * e12work partitions apart, and is never printed.
       01  step-table.
           05  step-entry occurs 60 times.
               10  stp-key             pic X(100).
               10  stp-job-name        pic X(12).
               10  stp-state           pic X(9).
               10  stp-start-time      pic X(8).
               10  stp-end-time        pic X(8).
               10  stp-progress        pic X(30).
       01  step-count                  pic 9(4) comp value zero.
       01  step-index                  pic 9(4) comp.
       01  step-match                  pic 9(4) comp.
       01  step-key-work               pic X(100).
       01  failed-count                pic 9(4) comp value zero.
       01  held-count                  pic 9(4) comp value zero.
       01  running-count               pic 9(4) comp value zero.
      * Inbound files seen since the business date, each with the
      * latest event the arrival gate logged for it.
       01  arrival-table.
           05  arrival-entry occurs 40 times.
               10  arr-file-name       pic X(40).
               10  arr-event           pic X(8).
               10  arr-date            pic X(10).
               10  arr-time            pic X(8).
       01  arrival-count               pic 9(4) comp value zero.
       01  arrival-index               pic 9(4) comp.
       01  arrival-match               pic 9(4) comp.
       01  late-count                  pic 9(4) comp value zero.
      * Progress for a running step: its line is the stripped job
      * name exactly, or that name plus a "-part" suffix (the way
      * BATCHWDG pairs them); of several, the least done is shown.
       01  base-name                   pic X(12).
       01  base-name-length            pic 99 comp.
       01  line-does-match             pic X.
       01  best-percent                pic 9(3) comp.
       01  best-found                  pic X.
           88  progress-line-found     value "Y".
       01  time-text-work              pic X(8).
       01  time-seconds-work           pic 9(7) comp.
       01  prog-start-seconds          pic 9(7) comp.
       01  prog-refresh-seconds        pic 9(7) comp.
       01  prog-elapsed                pic s9(7) comp.
       01  prog-remaining              pic 9(9) comp.
       01  prog-end-seconds            pic 9(9) comp.
       01  seconds-per-day             pic 9(7) comp value 86400.
       01  percent-done                pic 9(3) comp.
       01  percent-display             pic ZZ9.
       01  eta-hh                      pic 99.
       01  eta-mm                      pic 99.
       01  eta-ss                      pic 99.
       01  eta-rest                    pic 9(9) comp.
       01  eta-text                    pic X(12).
       01  overall-line                pic X(80).
       01  overall-pointer             pic 9(3) comp.
       01  count-display               pic ZZZ9.
       01  run-number-display          pic X(6).
       01  saved-return-code           pic s9(9) comp.
      ******************************************************************
       procedure division.
       main-procedure.
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to now-date-text
           string now-date-digits(1:4) "-" now-date-digits(5:2)
               "-" now-date-digits(7:2)
               delimited by size into now-date-text
           end-string
           compute yesterday-date-digits = function date-of-integer(
               function integer-of-date(now-date-digits) - 1)
           move spaces to yesterday-date-text
           string yesterday-date-digits(1:4) "-"
               yesterday-date-digits(5:2) "-"
               yesterday-date-digits(7:2)
               delimited by size into yesterday-date-text
           end-string
           perform read-publish-parameters
           set finding-current-stream to true
           perform read-run-log-through
           set collecting-steps to true
           perform read-run-log-through
           perform add-running-steps
           perform load-inbound-arrivals
           perform judge-overall-status
           move zero to return-code
           perform write-status-page
           stop run.

       read-publish-parameters.
           move "statpub.parm" to param-filepath
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "PAGE"
                       move param-value to page-filepath
                   when "DECK"
                       move param-value to deck-name
                   when other
                       display "Unknown statpub.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform.

      * Two passes, as DASHBRD makes them: the first learns the
      * deck's current stream, the second collects its steps.
       read-run-log-through.
           open input run-log-file
           if run-log-file-ok
               perform until run-log-file-eof
                   read run-log-file
                       at end
                           continue
                       not at end
                           if run-log-deck = deck-name
                                   or run-log-deck = spaces
                               perform size-up-run-log-line
                           end-if
                   end-read
               end-perform
           end-if
           if run-log-file-ok or run-log-file-eof
                   or run-log-file-status = "05"
               close run-log-file
           end-if.

       size-up-run-log-line.
           if finding-current-stream
               if run-log-run-number is numeric
                   if run-log-run-number > stream-run-number
                       move run-log-run-number to stream-run-number
                       move run-log-run-date to stream-run-date
                   end-if
               else
                   if stream-run-number = zero
                           and run-log-run-date > stream-run-date
                       move run-log-run-date to stream-run-date
                   end-if
               end-if
               exit paragraph
           end-if
           if stream-run-number > zero
               if run-log-run-number is not numeric
                   exit paragraph
               end-if
               if run-log-run-number not = stream-run-number
                   exit paragraph
               end-if
           else
               if run-log-run-date not = stream-run-date
                   exit paragraph
               end-if
           end-if
           perform keep-one-step-row.

       keep-one-step-row.
           if run-log-command not = spaces
               move run-log-command to step-key-work
           else
               move run-log-job-name to step-key-work
           end-if
           perform find-step-row
           if step-match = zero
               exit paragraph
           end-if
           move run-log-job-name to stp-job-name(step-match)
           move run-log-status to stp-state(step-match)
           move run-log-start-time to stp-start-time(step-match)
           move run-log-end-time to stp-end-time(step-match)
           move spaces to stp-progress(step-match).

       find-step-row.
           move zero to step-match
           perform varying step-index from 1 by 1
                   until step-index > step-count
               if stp-key(step-index) = step-key-work
                   move step-index to step-match
               end-if
           end-perform
           if step-match = zero and step-count < 60
               add 1 to step-count
               move step-count to step-match
               move step-key-work to stp-key(step-match)
           end-if.

      * The heartbeat holds one line per step running right now; a
      * line dated before the business date is a leftover and is
      * not believed.
       add-running-steps.
           open input heartbeat-file
           if heartbeat-file-ok
               perform until heartbeat-file-eof
                   read heartbeat-file
                       at end
                           continue
                       not at end
                           if heartbeat-job-name not = spaces
                                   and heartbeat-run-date
                                       >= stream-run-date
                               perform add-one-running-step
                           end-if
                   end-read
               end-perform
           end-if
           if heartbeat-file-ok or heartbeat-file-eof
                   or heartbeat-file-status = "05"
               close heartbeat-file
           end-if.

       add-one-running-step.
           if step-count >= 60
               exit paragraph
           end-if
           add 1 to step-count
           move spaces to stp-key(step-count)
           move heartbeat-job-name to stp-job-name(step-count)
           move "RUNNING" to stp-state(step-count)
           move heartbeat-start-time to stp-start-time(step-count)
           move spaces to stp-end-time(step-count)
           perform find-step-progress
           move eta-text to stp-progress(step-count)
           if progress-line-found
               move best-percent to percent-display
               move spaces to stp-progress(step-count)
               string function trim(percent-display leading)
                   "% done, " function trim(eta-text)
                   delimited by size into stp-progress(step-count)
               end-string
           end-if.

       find-step-progress.
           if heartbeat-job-name(1:2) = "./"
               move heartbeat-job-name(3:10) to base-name
           else
               move heartbeat-job-name to base-name
           end-if
           move zero to base-name-length
           inspect base-name
               tallying base-name-length
               for characters before initial space
           move "N" to best-found
           move 100 to best-percent
           move "no progress reported" to eta-text
           open input progress-file
           if progress-file-ok
               perform until progress-file-eof
                   read progress-file
                       at end
                           continue
                       not at end
                           if progress-run-date >= stream-run-date
                               perform weigh-one-progress-line
                           end-if
                   end-read
               end-perform
           end-if
           if progress-file-ok or progress-file-eof
                   or progress-file-status = "05"
               close progress-file
           end-if.

       weigh-one-progress-line.
           move "N" to line-does-match
           if progress-job-name = base-name
               move "Y" to line-does-match
           else
               if base-name-length > zero
                       and base-name-length < 12
                   if progress-job-name(1:base-name-length)
                           = base-name(1:base-name-length)
                       and progress-job-name
                           (base-name-length + 1:1) = "-"
                       move "Y" to line-does-match
                   end-if
               end-if
           end-if
           if line-does-match = "N"
               exit paragraph
           end-if
           if progress-units-total > zero
               compute percent-done =
                   progress-units-done * 100
                   / progress-units-total
           else
               move zero to percent-done
           end-if
           if progress-line-found and percent-done >= best-percent
               exit paragraph
           end-if
           set progress-line-found to true
           move percent-done to best-percent
           perform rate-progress-line.

      * The projected end, rated the way DASHBRD rates it: the pace
      * between the run's first report and its latest, carried
      * forward over the units still to go.
       rate-progress-line.
           move progress-start-time to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to prog-start-seconds
           move progress-refresh-time to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to prog-refresh-seconds
           if prog-refresh-seconds < prog-start-seconds
               compute prog-elapsed = prog-refresh-seconds
                   - prog-start-seconds + seconds-per-day
           else
               compute prog-elapsed = prog-refresh-seconds
                   - prog-start-seconds
           end-if
           move spaces to eta-text
           if progress-units-done > zero and prog-elapsed > zero
                   and progress-units-total
                       > progress-units-done
               compute prog-remaining =
                   (progress-units-total - progress-units-done)
                   * prog-elapsed / progress-units-done
               compute prog-end-seconds =
                   prog-refresh-seconds + prog-remaining
               move prog-end-seconds to eta-rest
               perform until eta-rest < seconds-per-day
                   subtract seconds-per-day from eta-rest
               end-perform
               divide eta-rest by 3600 giving eta-hh
                   remainder eta-rest
               divide eta-rest by 60 giving eta-mm
                   remainder eta-ss
               string "ETA " eta-hh ":" eta-mm ":" eta-ss
                   delimited by size into eta-text
               end-string
           else
               if progress-units-done >= progress-units-total
                   move "finishing" to eta-text
               else
                   move "no rate yet" to eta-text
               end-if
           end-if.

       time-text-to-seconds.
           if time-text-work(1:2) is numeric
                   and time-text-work(4:2) is numeric
                   and time-text-work(7:2) is numeric
               compute time-seconds-work =
                   function numval(time-text-work(1:2)) * 3600
                   + function numval(time-text-work(4:2)) * 60
                   + function numval(time-text-work(7:2))
           else
               move zero to time-seconds-work
           end-if.

      * The arrival gate logs a file WAITING, then LATE, then at
      * last ARRIVED; only a file whose latest word is LATE is
      * still outstanding.
       load-inbound-arrivals.
           open input arrival-file
           if arrival-file-ok
               perform until arrival-file-eof
                   read arrival-file
                       at end
                           continue
                       not at end
                           if arrv-run-date >= stream-run-date
                                   and arrv-file-name not = spaces
                               perform keep-latest-arrival-event
                           end-if
                   end-read
               end-perform
           end-if
           if arrival-file-ok or arrival-file-eof
                   or arrival-file-status = "05"
               close arrival-file
           end-if.

       keep-latest-arrival-event.
           move zero to arrival-match
           perform varying arrival-index from 1 by 1
                   until arrival-index > arrival-count
               if arr-file-name(arrival-index) = arrv-file-name
                   move arrival-index to arrival-match
               end-if
           end-perform
           if arrival-match = zero
               if arrival-count >= 40
                   exit paragraph
               end-if
               add 1 to arrival-count
               move arrival-count to arrival-match
               move arrv-file-name to arr-file-name(arrival-match)
           end-if
           move arrv-event to arr-event(arrival-match)
           move arrv-run-date to arr-date(arrival-match)
           move arrv-run-time to arr-time(arrival-match).

       judge-overall-status.
           perform varying step-index from 1 by 1
                   until step-index > step-count
               evaluate stp-state(step-index)
                   when "FAILED"
                   when "RUNAWAY"
                   when "CANCELLED"
                       add 1 to failed-count
                   when "DEFERRED"
                   when "PAUSED"
                   when "SKIPPED"
                       add 1 to held-count
                   when "RUNNING"
                       add 1 to running-count
               end-evaluate
           end-perform
           perform varying arrival-index from 1 by 1
                   until arrival-index > arrival-count
               if arr-event(arrival-index) = "LATE"
                   add 1 to late-count
               end-if
           end-perform
           move spaces to overall-line
           move 1 to overall-pointer
           evaluate true
               when failed-count > zero
                   string "OVERALL STATUS: RED - "
                       delimited by size into overall-line
                       with pointer overall-pointer
                   end-string
               when held-count > zero or late-count > zero
                       or stream-run-date < yesterday-date-text
                   string "OVERALL STATUS: AMBER - "
                       delimited by size into overall-line
                       with pointer overall-pointer
                   end-string
               when running-count > zero
                   string "OVERALL STATUS: GREEN - stream running,"
                       " nothing wrong so far"
                       delimited by size into overall-line
                       with pointer overall-pointer
                   end-string
               when other
                   string "OVERALL STATUS: GREEN - stream complete"
                       delimited by size into overall-line
                       with pointer overall-pointer
                   end-string
           end-evaluate
           if failed-count > zero
               move failed-count to count-display
               string function trim(count-display)
                   " step(s) failed"
                   delimited by size into overall-line
                   with pointer overall-pointer
               end-string
           end-if
           if held-count > zero
               perform separate-overall-reasons
               move held-count to count-display
               string function trim(count-display)
                   " held back"
                   delimited by size into overall-line
                   with pointer overall-pointer
               end-string
           end-if
           if late-count > zero
               perform separate-overall-reasons
               move late-count to count-display
               string function trim(count-display)
                   " inbound file(s) late"
                   delimited by size into overall-line
                   with pointer overall-pointer
               end-string
           end-if
           if failed-count = zero and held-count = zero
                   and late-count = zero
                   and stream-run-date < yesterday-date-text
               string "no stream on file since yesterday"
                   delimited by size into overall-line
                   with pointer overall-pointer
               end-string
           end-if.

      * A reason after the first is set off from it by a comma.
       separate-overall-reasons.
           if overall-line(overall-pointer - 2:2) not = "- "
               string ", " delimited by size into overall-line
                   with pointer overall-pointer
               end-string
           end-if.

       write-status-page.
           move spaces to page-work-filepath
           string function trim(page-filepath) ".new"
               delimited by size into page-work-filepath
           end-string
           open output page-file
           if not page-file-ok
               display "statpub: cannot write "
                   function trim(page-work-filepath) upon syserr
               move 16 to return-code
               stop run
           end-if
           move spaces to page-file-line
           string "BATCH STATUS - as of " now-date-text " "
               now-time-digits(1:2) ":" now-time-digits(3:2)
               delimited by size into page-file-line
           end-string
           write page-file-line
           move all "=" to page-file-line(1:40)
           write page-file-line
           write page-file-line from overall-line
           move spaces to page-file-line
           write page-file-line
           move spaces to page-file-line
           if stream-run-number > zero
               move stream-run-number to run-number-display
           else
               move "-" to run-number-display
           end-if
           if stream-run-date = spaces
               string "Deck " function trim(deck-name)
                   ": no stream on file"
                   delimited by size into page-file-line
               end-string
           else
               string "Deck " function trim(deck-name)
                   "  run " function trim(run-number-display)
                   "  business date " stream-run-date
                   delimited by size into page-file-line
               end-string
           end-if
           write page-file-line
           move spaces to page-file-line
           write page-file-line
           move "Step          State      Start    End"
               to page-file-line
           write page-file-line
           perform varying step-index from 1 by 1
                   until step-index > step-count
               move spaces to page-file-line
               move stp-job-name(step-index) to page-file-line(1:12)
               move stp-state(step-index) to page-file-line(15:9)
               move stp-start-time(step-index)
                   to page-file-line(26:8)
               move stp-end-time(step-index) to page-file-line(35:8)
               move stp-progress(step-index)
                   to page-file-line(44:30)
               write page-file-line
           end-perform
           if step-count = zero
               move "  no steps on file for this stream"
                   to page-file-line
               write page-file-line
           end-if
           move spaces to page-file-line
           write page-file-line
           move "Late inbound files" to page-file-line
           write page-file-line
           perform varying arrival-index from 1 by 1
                   until arrival-index > arrival-count
               if arr-event(arrival-index) = "LATE"
                   move spaces to page-file-line
                   string "  " arr-file-name(arrival-index)
                       " LATE as of " arr-date(arrival-index) " "
                       arr-time(arrival-index)
                       delimited by size into page-file-line
                   end-string
                   write page-file-line
               end-if
           end-perform
           if late-count = zero
               move "  none" to page-file-line
               write page-file-line
           end-if
           close page-file
           perform publish-status-page.

      * Read-only, then moved over the old page in one step.
       publish-status-page.
           move spaces to publish-command
           string "chmod 444 " function trim(page-work-filepath)
               " && mv -f " function trim(page-work-filepath)
               " " function trim(page-filepath)
               delimited by size into publish-command
           end-string
           move return-code to saved-return-code
           call "SYSTEM" using publish-command
           if return-code not = zero
               display "statpub: could not publish "
                   function trim(page-filepath) upon syserr
               move 8 to saved-return-code
           end-if
           move saved-return-code to return-code.
       end program statpub.
