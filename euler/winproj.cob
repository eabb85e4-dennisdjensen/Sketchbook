      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Batch-window exhaustion projection, run monthly.
      *          FORECAST says whether tonight's deck finishes,
      *          FILEGROW when the disk fills, TRENDRPT which jobs
      *          are drifting slower; this report says in which week
      *          the stream stops fitting the WINDOWOPEN/WINDOWCLOSE
      *          window in strmschd.parm, with the lead time capacity
      *          planning needs to ask for hardware or re-partition
      *          e12work. Each step's runtime growth rate is the
      *          least-squares line through its SUCCESS runtimes in
      *          the multi-year history runlog-history.dat over the
      *          lookback; the deck is then replayed week by week
      *          along the horizon with every step priced off its
      *          line - serial cards one at a time, consecutive
      *          CLASS= cards side by side, the way FORECAST replays
      *          a night - and the first week whose critical path
      *          runs past the window's close is the projected
      *          breach. Every card is priced as running: the window
      *          has to hold the heaviest night, not the average.
      *          The steps on that week's critical path that grew
      *          the most are named as the contributors.
      *          Knobs come from winproj.parm in the shared PARAMRDR
      *          format:
      *            LOOKBACK=days    history fitted    (default 90)
      *            HORIZON=weeks    projection reach  (default 104)
      *          First argument: the deck, a name or control file
      *          resolved exactly as BATCHDRV resolves it (default
      *          batchdrv.ctl); a DECKn= launch time of its own in
      *          strmschd.parm shortens the window it has.
      *          Ends rc 4 when the window is breached inside the
      *          horizon, rc 0 otherwise.
      * Tectonics: cobc -x winproj.cob paramrdr.cob rptwrt.cob
      ******************************************************************
       identification division.
       program-id. winproj.
       environment division.
       input-output section.
       file-control.
           select optional control-file
               assign to control-filepath
               organization is line sequential
               file status is control-file-status.
           select optional history-file
               assign to "runlog-history.dat"
               organization is line sequential
               file status is history-file-status.
      ******************************************************************
       data division.
       file section.
       fd  control-file.
       01  control-file-line      pic X(160).
       fd  history-file.
           copy runlogrec.

       working-storage section.
       01  control-file-status         pic XX.
           88  control-file-ok         value "00".
           88  control-file-eof        value "10".
       01  history-file-status         pic XX.
           88  history-file-ok         value "00".
           88  history-file-eof        value "10".
       01  control-filepath            pic X(80)
                                       value "batchdrv.ctl".
       01  control-filepath-arg        pic X(80).
       01  numval-check                pic 99 comp.
       01  param-filepath              pic X(80).
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  lookback-days               pic 9(4) comp value 90.
       01  horizon-weeks               pic 9(3) comp value 104.
       01  window-open-hhmm            pic 9(4) value 2300.
       01  window-close-hhmm           pic 9(4) value 0600.
       01  launch-hhmm                 pic 9(4) value zero.
       01  launch-time-given           pic X value "N".
           88  deck-has-launch-time    value "Y".
       01  hhmm-work                   pic 9(4).
       01  hhmm-rest                   pic 9(4).
       01  minutes-work                pic 9(5) comp.
       01  open-minutes                pic 9(5) comp.
       01  deck-spec                   pic X(40).
       01  deck-launch-text            pic X(8).
       01  window-minutes              pic 9(5) comp.
       01  launch-offset-minutes       pic 9(5) comp.
       01  window-seconds              pic 9(7) comp.
       01  step-table.
           05  step-entry occurs 200 times.
               10  step-job-name       pic X(12).
               10  step-class          pic X(8).
               10  step-samples        pic 9(4) comp.
               10  step-base-seconds   pic s9(7)v99 comp-3.
               10  step-slope          pic s9(5)v9(4) comp-3.
               10  step-seconds        pic 9(7) comp.
               10  step-start-offset   pic 9(8) comp.
               10  step-finish-offset  pic 9(8) comp.
               10  step-determinant    pic 9(4) comp.
               10  step-critical       pic X.
                   88  step-on-critical-path value "Y".
               10  step-growth         pic s9(7) comp.
               10  step-ranked         pic X.
       01  step-count                  pic 9(4) comp value zero.
       01  step-index                  pic 9(4) comp.
       01  card-command-part           pic X(100).
       01  card-options-part           pic X(60).
       01  card-option-tokens.
           05  card-option-token       pic X(60) occurs 8 times.
       01  card-token-index            pic 9 comp.
       01  card-option-key             pic X(20).
       01  card-option-value           pic X(60).
      * The fit: per job, the running sums of a least-squares line
      * through (days before today, runtime seconds).
       01  fit-table.
           05  fit-entry occurs 100 times.
               10  fit-job-name        pic X(12).
               10  fit-n               pic 9(5) comp.
               10  fit-sum-x           pic s9(9) comp.
               10  fit-sum-y           pic s9(11) comp.
               10  fit-sum-xx          pic s9(11) comp.
               10  fit-sum-xy          pic s9(15) comp-3.
       01  fit-count                   pic 9(4) comp value zero.
       01  fit-index                   pic 9(4) comp.
       01  fit-match                   pic 9(4) comp.
       01  fit-numerator               pic s9(18) comp-3.
       01  fit-denominator             pic s9(18) comp-3.
       01  fit-mean-x                  pic s9(7)v9(4) comp-3.
       01  fit-mean-y                  pic s9(7)v9(4) comp-3.
       01  day-offset                  pic s9(7) comp.
       01  start-seconds               pic 9(7) comp.
       01  end-seconds                 pic 9(7) comp.
       01  elapsed-seconds             pic s9(7) comp.
       01  seconds-per-day             pic 9(7) comp value 86400.
       01  time-text-work              pic X(8).
       01  time-seconds-work           pic 9(7) comp.
       01  today-date-digits           pic 9(8).
       01  today-day-num               pic 9(7) comp.
       01  cutoff-day-num              pic 9(7) comp.
       01  run-date-digits             pic 9(8).
       01  run-day-num                 pic 9(7) comp.
       01  projected-work              pic s9(9)v99 comp-3.
      * The week-by-week replay.
       01  week-number                 pic 9(3) comp.
       01  week-days-ahead             pic 9(5) comp.
       01  breach-week                 pic 9(3) comp value zero.
       01  breach-found                pic X value "N".
           88  window-breached         value "Y".
       01  today-stream-seconds        pic 9(8) comp.
       01  judged-stream-seconds       pic 9(8) comp.
       01  serial-point                pic 9(8) comp.
       01  serial-determinant          pic 9(4) comp.
       01  group-first                 pic 9(4) comp.
       01  group-last                  pic 9(4) comp.
       01  group-scan                  pic 9(4) comp.
       01  group-max-finish            pic 9(8) comp.
       01  group-max-step              pic 9(4) comp.
       01  class-scan-done             pic X.
           88  class-group-closed      value "Y".
       01  stream-end-offset           pic 9(8) comp.
       01  stream-end-step             pic 9(4) comp.
       01  chain-step                  pic 9(4) comp.
       01  base-seconds-table.
           05  base-seconds            pic 9(7) comp occurs 200 times.
       01  rank-number                 pic 9(4) comp.
       01  rank-best                   pic 9(4) comp.
       01  rank-best-growth            pic s9(7) comp.
       01  breach-day-num              pic 9(7) comp.
       01  breach-date-digits          pic 9(8).
       01  date-text                   pic X(10).
       01  growth-per-week             pic s9(7)v99 comp-3.
       01  path-growth-per-week        pic s9(7)v99 comp-3.
       01  clock-seconds               pic 9(8) comp.
       01  clock-hh                    pic 99.
       01  clock-mm                    pic 99.
       01  clock-rest                  pic 9(8) comp.
       01  clock-text                  pic X(8).
       01  samples-display             pic ZZZ9.
       01  seconds-display             pic ZZZZZZ9.
       01  slope-display               pic ------9.9.
       01  weeks-display               pic ZZ9.
       01  lookback-display            pic ZZZ9.
       01  growth-display              pic ------9.
       01  rank-display                pic 9.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           compute today-day-num =
               function integer-of-date(today-date-digits)
           move spaces to control-filepath-arg
           display 1 upon argument-number
           accept control-filepath-arg from argument-value
           if control-filepath-arg not = spaces
               perform resolve-deck-argument
           end-if
           perform read-projection-parameters
           perform read-window-parameters
           compute cutoff-day-num = today-day-num - lookback-days
           perform load-control-deck
           if step-count = zero
               display "No cards in "
                   function trim(control-filepath)
                   "; nothing to project" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform load-runtime-history
           perform fit-every-step
           perform project-week-by-week
           perform print-projection
           if window-breached
               move 4 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       resolve-deck-argument.
           move zero to numval-check
           inspect control-filepath-arg
               tallying numval-check for all "." all "/"
           if numval-check = zero
               move spaces to control-filepath
               string function trim(control-filepath-arg) ".ctl"
                   delimited by size into control-filepath
               end-string
           else
               move control-filepath-arg to control-filepath
           end-if.

       read-projection-parameters.
           move "winproj.parm" to param-filepath
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               compute numval-check =
                   function test-numval(param-value)
               if numval-check not = 0
                   display "Bad value for "
                       function trim(param-key)
                       " in winproj.parm" upon syserr
               else
                   evaluate param-key
                       when "LOOKBACK"
                           move function numval(param-value)
                               to lookback-days
                       when "HORIZON"
                           move function numval(param-value)
                               to horizon-weeks
                       when other
                           display "Unknown winproj.parm key "
                               function trim(param-key)
                               upon syserr
                   end-evaluate
               end-if
           end-perform.

      * The window is STRMSCHD's own: a close at or before the open
      * is the following morning. A deck launched at a time of its
      * own inside the window has only the rest of it.
       read-window-parameters.
           move "strmschd.parm" to param-filepath
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status = "00"
               perform varying param-index from 1 by 1
                       until param-index > param-count
                   move param-slot(param-index) to param-entry
                   perform take-window-parameter
               end-perform
           end-if
           move window-open-hhmm to hhmm-work
           perform hhmm-to-minutes
           move minutes-work to open-minutes
           move window-close-hhmm to hhmm-work
           perform hhmm-to-minutes
           if minutes-work > open-minutes
               compute window-minutes = minutes-work - open-minutes
           else
               compute window-minutes =
                   minutes-work + 1440 - open-minutes
           end-if
           move zero to launch-offset-minutes
           if deck-has-launch-time
               move launch-hhmm to hhmm-work
               perform hhmm-to-minutes
               if minutes-work >= open-minutes
                   compute launch-offset-minutes =
                       minutes-work - open-minutes
               else
                   compute launch-offset-minutes =
                       minutes-work + 1440 - open-minutes
               end-if
           end-if
           if launch-offset-minutes >= window-minutes
               move zero to launch-offset-minutes
           end-if
           compute window-seconds =
               (window-minutes - launch-offset-minutes) * 60.

       hhmm-to-minutes.
           divide hhmm-work by 100 giving minutes-work
               remainder hhmm-rest
           compute minutes-work = minutes-work * 60 + hhmm-rest.

       take-window-parameter.
           evaluate true
               when param-key = "WINDOWOPEN"
                   if function test-numval(param-value) = 0
                       move function numval(param-value)
                           to window-open-hhmm
                   end-if
               when param-key = "WINDOWCLOSE"
                   if function test-numval(param-value) = 0
                       move function numval(param-value)
                           to window-close-hhmm
                   end-if
               when param-key(1:4) = "DECK"
                   move spaces to deck-spec
                   move spaces to deck-launch-text
                   unstring param-value delimited by ","
                       into deck-spec deck-launch-text
                   end-unstring
                   if (deck-spec = control-filepath
                           or deck-spec = control-filepath-arg)
                           and deck-launch-text not = spaces
                           and function test-numval(
                               deck-launch-text) = 0
                       move function numval(deck-launch-text)
                           to launch-hhmm
                       move "Y" to launch-time-given
                   end-if
               when other
                   continue
           end-evaluate.

       load-control-deck.
           open input control-file
           if not control-file-ok
               display "Unable to open control-cards file "
                   function trim(control-filepath) upon syserr
               move 16 to return-code
               stop run
           end-if
           perform until control-file-eof
               read control-file into control-file-line
                   at end
                       continue
                   not at end
                       if control-file-line not = spaces
                               and control-file-line(1:1) not = "*"
                           perform load-one-card
                       end-if
               end-read
           end-perform
           close control-file.

       load-one-card.
           if step-count >= 200
               exit paragraph
           end-if
           add 1 to step-count
           move spaces to card-command-part
           move spaces to card-options-part
           unstring control-file-line delimited by ";"
               into card-command-part card-options-part
           end-unstring
           move spaces to step-job-name(step-count)
           unstring card-command-part delimited by space
               into step-job-name(step-count)
           end-unstring
           move spaces to step-class(step-count)
           move zero to step-samples(step-count)
           move zero to step-base-seconds(step-count)
           move zero to step-slope(step-count)
           if card-options-part not = spaces
               perform parse-card-options
           end-if.

       parse-card-options.
           move spaces to card-option-tokens
           unstring function trim(card-options-part)
               delimited by all spaces
               into card-option-token(1) card-option-token(2)
                    card-option-token(3) card-option-token(4)
                    card-option-token(5) card-option-token(6)
                    card-option-token(7) card-option-token(8)
           end-unstring
           perform varying card-token-index from 1 by 1
                   until card-token-index > 8
               if card-option-token(card-token-index) not = spaces
                   move spaces to card-option-key
                   move spaces to card-option-value
                   unstring card-option-token(card-token-index)
                       delimited by "="
                       into card-option-key card-option-value
                   end-unstring
                   if card-option-key = "CLASS"
                       move card-option-value(1:8)
                           to step-class(step-count)
                   end-if
               end-if
           end-perform.

       load-runtime-history.
           open input history-file
           if history-file-ok
               perform until history-file-eof
                   read history-file
                       at end
                           continue
                       not at end
                           perform consider-history-line
                   end-read
               end-perform
           end-if
           if history-file-ok or history-file-eof
                   or history-file-status = "05"
               close history-file
           end-if.

      * Only SUCCESS runs inside the lookback are fitted; x is the
      * run's day counted from today (so negative), y its runtime.
       consider-history-line.
           if not run-log-status-ok
               exit paragraph
           end-if
           if run-log-run-date(1:4) is not numeric
                   or run-log-run-date(6:2) is not numeric
                   or run-log-run-date(9:2) is not numeric
               exit paragraph
           end-if
           move spaces to date-text
           string run-log-run-date(1:4) run-log-run-date(6:2)
               run-log-run-date(9:2)
               delimited by size into date-text
           end-string
           move date-text(1:8) to run-date-digits
           compute run-day-num =
               function integer-of-date(run-date-digits)
           if run-day-num < cutoff-day-num
                   or run-day-num > today-day-num
               exit paragraph
           end-if
           move run-log-start-time to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to start-seconds
           move run-log-end-time to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to end-seconds
           if end-seconds < start-seconds
               compute elapsed-seconds =
                   end-seconds - start-seconds + seconds-per-day
           else
               compute elapsed-seconds =
                   end-seconds - start-seconds
           end-if
           move zero to fit-match
           perform varying fit-index from 1 by 1
                   until fit-index > fit-count
               if fit-job-name(fit-index) = run-log-job-name
                   move fit-index to fit-match
               end-if
           end-perform
           if fit-match = zero
               if fit-count >= 100
                   exit paragraph
               end-if
               add 1 to fit-count
               move fit-count to fit-match
               move run-log-job-name to fit-job-name(fit-match)
               move zero to fit-n(fit-match)
               move zero to fit-sum-x(fit-match)
               move zero to fit-sum-y(fit-match)
               move zero to fit-sum-xx(fit-match)
               move zero to fit-sum-xy(fit-match)
           end-if
           compute day-offset = run-day-num - today-day-num
           add 1 to fit-n(fit-match)
           add day-offset to fit-sum-x(fit-match)
           add elapsed-seconds to fit-sum-y(fit-match)
           compute fit-sum-xx(fit-match) = fit-sum-xx(fit-match)
               + day-offset * day-offset
           compute fit-sum-xy(fit-match) = fit-sum-xy(fit-match)
               + day-offset * elapsed-seconds.

      * slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx) seconds per day;
      * the base is the line's value today. Runs all on one day
      * give no slope, only a level; no history at all prices the
      * stranger at FORECAST's flat minute with no growth.
       fit-every-step.
           perform varying step-index from 1 by 1
                   until step-index > step-count
               move zero to fit-match
               perform varying fit-index from 1 by 1
                       until fit-index > fit-count
                   if fit-job-name(fit-index)
                           = step-job-name(step-index)
                       move fit-index to fit-match
                   end-if
               end-perform
               if fit-match = zero
                   move 60 to step-base-seconds(step-index)
                   move zero to step-slope(step-index)
               else
                   perform fit-one-step
               end-if
           end-perform.

       fit-one-step.
           move fit-n(fit-match) to step-samples(step-index)
           compute fit-mean-x rounded =
               fit-sum-x(fit-match) / fit-n(fit-match)
           compute fit-mean-y rounded =
               fit-sum-y(fit-match) / fit-n(fit-match)
           compute fit-numerator =
               fit-n(fit-match) * fit-sum-xy(fit-match)
               - fit-sum-x(fit-match) * fit-sum-y(fit-match)
           compute fit-denominator =
               fit-n(fit-match) * fit-sum-xx(fit-match)
               - fit-sum-x(fit-match) * fit-sum-x(fit-match)
           if fit-denominator = zero
               move zero to step-slope(step-index)
           else
               compute step-slope(step-index) rounded =
                   fit-numerator / fit-denominator
           end-if
           compute step-base-seconds(step-index) rounded =
               fit-mean-y - step-slope(step-index) * fit-mean-x
           if step-base-seconds(step-index) < zero
               move zero to step-base-seconds(step-index)
           end-if.

      * Week zero is tonight as the lines price it; each week after
      * moves every step along its own line until the critical path
      * no longer fits, or the horizon runs out.
       project-week-by-week.
           move zero to week-number
           perform price-steps-for-week
           perform simulate-the-stream
           move stream-end-offset to today-stream-seconds
           perform varying step-index from 1 by 1
                   until step-index > step-count
               move step-seconds(step-index)
                   to base-seconds(step-index)
           end-perform
           if stream-end-offset > window-seconds
               set window-breached to true
               move zero to breach-week
           end-if
           perform varying week-number from 1 by 1
                   until week-number > horizon-weeks
                       or window-breached
               perform price-steps-for-week
               perform simulate-the-stream
               if stream-end-offset > window-seconds
                   set window-breached to true
                   move week-number to breach-week
               end-if
           end-perform
           if not window-breached
               move horizon-weeks to week-number
               perform price-steps-for-week
               perform simulate-the-stream
           end-if
           move stream-end-offset to judged-stream-seconds
           perform trace-critical-path
           perform varying step-index from 1 by 1
                   until step-index > step-count
               compute step-growth(step-index) =
                   step-seconds(step-index)
                   - base-seconds(step-index)
               move "N" to step-ranked(step-index)
           end-perform.

       price-steps-for-week.
           compute week-days-ahead = week-number * 7
           perform varying step-index from 1 by 1
                   until step-index > step-count
               compute projected-work =
                   step-base-seconds(step-index)
                   + step-slope(step-index) * week-days-ahead
               if projected-work < zero
                   move zero to step-seconds(step-index)
               else
                   compute step-seconds(step-index) rounded =
                       projected-work
               end-if
           end-perform.

      * FORECAST's replay of the driver's launch discipline: a
      * classless card starts at the serial point and moves it; a
      * run of same-class cards start together and the class's
      * longest member moves the point.
       simulate-the-stream.
           move zero to serial-point
           move zero to serial-determinant
           move 1 to step-index
           perform until step-index > step-count
               move step-index to group-first
               move group-first to group-last
               if step-class(group-first) not = spaces
                   move "N" to class-scan-done
                   perform until group-last >= step-count
                           or class-group-closed
                       if step-class(group-last + 1)
                               = step-class(group-first)
                           add 1 to group-last
                       else
                           set class-group-closed to true
                       end-if
                   end-perform
               end-if
               move serial-point to group-max-finish
               move serial-determinant to group-max-step
               perform varying group-scan from group-first by 1
                       until group-scan > group-last
                   move serial-point
                       to step-start-offset(group-scan)
                   move serial-determinant
                       to step-determinant(group-scan)
                   compute step-finish-offset(group-scan) =
                       serial-point + step-seconds(group-scan)
                   if step-finish-offset(group-scan)
                           > group-max-finish
                       move step-finish-offset(group-scan)
                           to group-max-finish
                       move group-scan to group-max-step
                   end-if
               end-perform
               move group-max-finish to serial-point
               move group-max-step to serial-determinant
               compute step-index = group-last + 1
           end-perform
           move serial-point to stream-end-offset
           move serial-determinant to stream-end-step.

       trace-critical-path.
           perform varying step-index from 1 by 1
                   until step-index > step-count
               move "N" to step-critical(step-index)
           end-perform
           move stream-end-step to chain-step
           perform until chain-step = zero
               set step-on-critical-path(chain-step) to true
               move step-determinant(chain-step) to chain-step
           end-perform.

       print-projection.
           move "winproj" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Batch-window exhaustion projection for deck "
               function trim(control-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move window-seconds to clock-seconds
           perform format-duration
           move lookback-days to lookback-display
           move horizon-weeks to weeks-display
           set rptwrt-op-head to true
           move spaces to rptwrt-text
           string "window " window-open-hhmm "-" window-close-hhmm
               ", " function trim(clock-text) " for the deck;"
               " fitted over "
               function trim(lookback-display leading)
               " days of runlog-history.dat, horizon "
               function trim(weeks-display leading) " weeks"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "job          runs   tonight  growth s/wk  path"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move zero to path-growth-per-week
           perform varying step-index from 1 by 1
                   until step-index > step-count
               perform print-one-step
           end-perform
           set rptwrt-op-break to true
           move today-stream-seconds to clock-seconds
           perform format-duration
           move path-growth-per-week to slope-display
           move spaces to rptwrt-text
           string "critical path tonight " function trim(clock-text)
               ", growing " function trim(slope-display leading)
               " s/week"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           perform print-breach-verdict
           perform print-contributors
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

      * The path column marks the critical path of the judged week -
      * the breach week, or the horizon's last when nothing breaks.
       print-one-step.
           move spaces to rptwrt-text
           move step-job-name(step-index) to rptwrt-text(1:12)
           move step-samples(step-index) to samples-display
           move samples-display to rptwrt-text(14:4)
           move base-seconds(step-index) to seconds-display
           move seconds-display to rptwrt-text(20:7)
           move "s" to rptwrt-text(27:1)
           compute growth-per-week rounded =
               step-slope(step-index) * 7
           move growth-per-week to slope-display
           move slope-display to rptwrt-text(30:9)
           if step-on-critical-path(step-index)
               move "<== critical" to rptwrt-text(43:12)
               add growth-per-week to path-growth-per-week
           end-if
           if step-samples(step-index) = zero
               move "no history, 60s guess" to rptwrt-text(57:21)
           end-if
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       print-breach-verdict.
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move judged-stream-seconds to clock-seconds
           perform format-duration
           if window-breached
               compute breach-day-num =
                   today-day-num + breach-week * 7
               compute breach-date-digits =
                   function date-of-integer(breach-day-num)
               move spaces to date-text
               string breach-date-digits(1:4) "-"
                   breach-date-digits(5:2) "-"
                   breach-date-digits(7:2)
                   delimited by size into date-text
               end-string
               move breach-week to weeks-display
               if breach-week = zero
                   string "WINDOW BREACHED ALREADY: the critical"
                       " path runs " function trim(clock-text)
                       delimited by size into rptwrt-text
                   end-string
               else
                   string "WINDOW BREACH projected the week of "
                       date-text " (in "
                       function trim(weeks-display leading)
                       " weeks): the critical path reaches "
                       function trim(clock-text)
                       delimited by size into rptwrt-text
                   end-string
               end-if
           else
               move horizon-weeks to weeks-display
               string "No breach within "
                   function trim(weeks-display leading)
                   " weeks; the critical path then runs "
                   function trim(clock-text)
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.

      * The biggest growers on the judged week's critical path, up
      * to five, picked largest first.
       print-contributors.
           set rptwrt-op-detail to true
           move "Steps contributing most to the growth:"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying rank-number from 1 by 1
                   until rank-number > 5
               move zero to rank-best
               move zero to rank-best-growth
               perform varying step-index from 1 by 1
                       until step-index > step-count
                   if step-on-critical-path(step-index)
                           and step-ranked(step-index) = "N"
                           and step-growth(step-index)
                               > rank-best-growth
                       move step-index to rank-best
                       move step-growth(step-index)
                           to rank-best-growth
                   end-if
               end-perform
               if rank-best = zero
                   if rank-number = 1
                       move "  (none - no critical step is growing)"
                           to rptwrt-text
                       call "rptwrt" using rptwrt-request
                   end-if
                   move 6 to rank-number
               else
                   move "Y" to step-ranked(rank-best)
                   move rank-number to rank-display
                   move rank-best-growth to growth-display
                   move spaces to rptwrt-text
                   string "  " rank-display ". "
                       step-job-name(rank-best) " +"
                       function trim(growth-display leading)
                       "s by the judged week"
                       delimited by size into rptwrt-text
                   end-string
                   call "rptwrt" using rptwrt-request
               end-if
           end-perform.

       format-duration.
           divide clock-seconds by 3600 giving clock-hh
               remainder clock-rest
           divide clock-rest by 60 giving clock-mm
           move spaces to clock-text
           string clock-hh "h" clock-mm "m"
               delimited by size into clock-text
           end-string.

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
       end program winproj.
