      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Operations KPI scorecard for the whole batch
      *          subsystem, weekly and monthly, so "how is operations
      *          doing" is a report in the archive rather than an
      *          afternoon with six files. First argument is the
      *          period:
      *            WEEK   the seven days ending yesterday, against
      *                   the seven days before (archived as
      *                   "opskpiwk")
      *            MONTH  last calendar month, against the month
      *                   before it (archived as "opskpimon")
      *          Each measure prints this period, the prior period,
      *          the change, and whether that is better or worse:
      *            stream inside the window  per cent of nights
      *                   whose decks all drained by STRMSCHD's
      *                   WINDOWCLOSE (strmschd.parm) with nothing
      *                   DEFERRED; a night is dated by the morning
      *                   its window closes, and the "rerun" deck's
      *                   supplemental passes are not nights
      *            step failure rate     FAILED of the steps that
      *                   ran (SUCCESS, FAILED, PAUSED lines in
      *                   batch-run.log)
      *            step retry rate       of those, the attempts
      *                   after a step's first
      *            mean time to resolve  hours from an incident's
      *                   opening (incidents.log) to its
      *                   INCIDENT-CLOSE on the security journal,
      *                   over the incidents closed in the period
      *            median acknowledgment minutes from an alert
      *                   being raised (batch-alerts.log) to its
      *                   ALERT-ACK on the security journal
      *            disposition aging     mean age in days of the
      *                   disposition.log items still open at the
      *                   period's end, and how many were past a
      *                   week old
      *            rerun requests        cards queued in
      *                   rerun-requests.dat in the period
      *          A measure with nothing to measure prints "n/a"
      *          rather than a misleading zero. Printed through
      *          RPTWRT and routed to management by
      *          report-catalog.dat.
      * Tectonics: cobc -x opskpi.cob paramrdr.cob rptwrt.cob
      ******************************************************************
       identification division.
       program-id. opskpi.
       environment division.
       input-output section.
       file-control.
           select optional run-log-file
               assign to "batch-run.log"
               organization is line sequential
               file status is run-log-file-status.
           select optional journal-file
               assign to "security-journal.log"
               organization is line sequential
               file status is journal-file-status.
           select optional alert-file
               assign to "batch-alerts.log"
               organization is line sequential
               file status is alert-file-status.
           select optional card-file
               assign to card-filepath
               organization is line sequential
               file status is card-file-status.
      ******************************************************************
       data division.
       file section.
       fd  run-log-file.
           copy runlogrec.
       fd  journal-file.
           copy secjrec.
       fd  alert-file.
           copy alertrec.
       fd  card-file.
       01  card-file-line         pic X(160).

       working-storage section.
       01  run-log-file-status         pic XX.
           88  run-log-file-ok         value "00".
           88  run-log-file-eof        value "10".
       01  journal-file-status         pic XX.
           88  journal-file-ok         value "00".
           88  journal-file-eof        value "10".
       01  alert-file-status           pic XX.
           88  alert-file-ok           value "00".
           88  alert-file-eof          value "10".
       01  card-file-status            pic XX.
           88  card-file-ok            value "00".
           88  card-file-eof           value "10".
       01  card-filepath               pic X(40).
       01  period-arg                  pic X(10).
       01  param-filepath              pic X(80).
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  window-open-hhmm            pic 9(4) value 2300.
       01  window-close-hhmm           pic 9(4) value 0600.
       01  open-minutes                pic 9(5) comp.
       01  close-minutes               pic 9(5) comp.
       01  window-wraps                pic X.
           88  window-wraps-midnight   value "Y".
       01  hhmm-work                   pic 9(4).
       01  hhmm-rest                   pic 9(4).
       01  minutes-work                pic 9(5) comp.
      * Day numbers (INTEGER-OF-DATE) bounding the two periods;
      * period 1 is this one, period 2 the one before.
       01  today-date-digits           pic 9(8).
       01  today-day-num               pic 9(7) comp.
       01  month-start-digits          pic 9(8).
       01  period-bounds.
           05  period-bound occurs 2 times.
               10  period-start-day    pic 9(7) comp.
               10  period-end-day      pic 9(7) comp.
       01  period-number               pic 9 comp.
       01  period-hit                  pic 9 comp.
       01  date-text-work              pic X(10).
       01  date-digits-work            pic 9(8).
       01  day-num-work                pic 9(7) comp.
       01  time-text-work              pic X(8).
       01  time-minutes-work           pic 9(5) comp.
       01  time-valid                  pic X.
           88  time-is-valid           value "Y".
       01  stamp-work                  pic 9(11) comp.
       01  period-label                pic X(12).
       01  period-label-prior          pic X(12).
       01  range-text                  pic X(24).
       01  range-text-prior            pic X(24).
      * The tallies behind every measure, one set per period.
       01  kpi-tallies.
           05  kpi-tally occurs 2 times.
               10  nights-run          pic 9(5) comp.
               10  nights-inside       pic 9(5) comp.
               10  steps-ran           pic 9(7) comp.
               10  steps-failed        pic 9(7) comp.
               10  steps-retried       pic 9(7) comp.
               10  incidents-resolved  pic 9(5) comp.
               10  resolve-minutes     pic 9(9) comp.
               10  alerts-acked        pic 9(5) comp.
               10  items-open          pic 9(5) comp.
               10  item-age-days       pic 9(7) comp.
               10  items-past-week     pic 9(5) comp.
               10  rerun-requests      pic 9(5) comp.
      * One stream run per deck and run number; its night is the
      * morning its window closes.
       01  stream-run-table.
           05  stream-run occurs 600 times.
               10  srt-deck            pic X(12).
               10  srt-run-number      pic 9(6).
               10  srt-start-minutes   pic 9(5) comp.
               10  srt-night-day       pic 9(7) comp.
               10  srt-deadline        pic 9(11) comp.
               10  srt-late            pic X.
       01  stream-run-count            pic 9(4) comp value zero.
       01  stream-run-index            pic 9(4) comp.
       01  stream-run-match            pic 9(4) comp.
       01  night-table.
           05  night-entry occurs 100 times.
               10  night-day           pic 9(7) comp.
               10  night-late          pic X.
       01  night-count                 pic 9(4) comp value zero.
       01  night-index                 pic 9(4) comp.
       01  night-match                 pic 9(4) comp.
       01  run-window-first-day        pic 9(7) comp.
       01  run-window-last-day         pic 9(7) comp.
       01  line-day-num                pic 9(7) comp.
       01  line-start-minutes          pic 9(5) comp.
       01  line-finish-stamp           pic 9(11) comp.
      * Closes and acknowledgments off the security journal, each
      * waiting for its opening time from the register it belongs
      * to.
       01  close-table.
           05  close-entry occurs 300 times.
               10  cls-number          pic 9(4).
               10  cls-period          pic 9 comp.
               10  cls-stamp           pic 9(11) comp.
       01  close-count                 pic 9(4) comp value zero.
       01  close-index                 pic 9(4) comp.
       01  ack-table.
           05  ack-entry occurs 1000 times.
               10  ack-number          pic 9(5).
               10  ack-period          pic 9 comp.
               10  ack-stamp           pic 9(11) comp.
       01  ack-count                   pic 9(4) comp value zero.
       01  ack-index                   pic 9(4) comp.
       01  delay-table.
           05  delay-entry occurs 1000 times.
               10  delay-period        pic 9 comp.
               10  delay-minutes       pic 9(7) comp.
       01  delay-count                 pic 9(4) comp value zero.
       01  delay-index                 pic 9(4) comp.
       01  sort-table.
           05  sort-minutes            pic 9(7) comp
                                       occurs 1000 times.
       01  sort-count                  pic 9(4) comp.
       01  sort-index                  pic 9(4) comp.
       01  sort-inner                  pic 9(4) comp.
       01  sort-hold                   pic 9(7) comp.
       01  median-minutes              pic 9(7)v9 comp.
       01  field-work.
           05  fw-1                    pic X(12).
           05  fw-2                    pic X(12).
           05  fw-3                    pic X(12).
           05  fw-4                    pic X(30).
           05  fw-5                    pic X(12).
           05  fw-6                    pic X(12).
           05  fw-7                    pic X(60).
           05  fw-8                    pic X(12).
       01  card-number                 pic 9(5).
       01  opened-day-num              pic 9(7) comp.
       01  worked-day-num              pic 9(7) comp.
       01  item-is-open-at-end         pic X.
       01  item-age                    pic 9(7) comp.
      * One measure on its way to the page.
       01  kpi-line.
           05  kpi-label               pic X(34).
           05  kpi-value               pic 9(7)v9 comp occurs 2.
           05  kpi-has-value           pic X occurs 2.
           05  kpi-basis               pic 9(7) comp.
           05  kpi-lower-is-better     pic X.
           05  kpi-is-count            pic X.
       01  kpi-change                  pic s9(7)v9 comp.
       01  value-display               pic Z(6)9.9.
       01  count-display               pic Z(8)9.
       01  change-display              pic +(7)9.9.
       01  change-count-display        pic +(9)9.
       01  basis-display               pic Z(6)9.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           compute today-day-num =
               function integer-of-date(today-date-digits)
           move spaces to period-arg
           display 1 upon argument-number
           accept period-arg from argument-value
           move function upper-case(period-arg) to period-arg
           evaluate period-arg
               when "WEEK"
                   perform set-weekly-periods
               when "MONTH"
                   perform set-monthly-periods
               when other
                   display "opskpi: WEEK or MONTH" upon syserr
                   move 16 to return-code
                   stop run
           end-evaluate
           initialize kpi-tallies
           perform read-window-parameters
           perform tally-run-log
           perform tally-nights
           perform gather-journal-events
           perform time-incident-closes
           perform time-alert-acks
           perform tally-dispositions
           perform tally-rerun-requests
           perform print-scorecard
           move zero to return-code
           stop run.

       set-weekly-periods.
           move "week" to period-label
           move "prior week" to period-label-prior
           move "opskpiwk" to rptwrt-name
           compute period-end-day(1) = today-day-num - 1
           compute period-start-day(1) = today-day-num - 7
           compute period-end-day(2) = today-day-num - 8
           compute period-start-day(2) = today-day-num - 14.

       set-monthly-periods.
           move "month" to period-label
           move "prior month" to period-label-prior
           move "opskpimon" to rptwrt-name
           compute month-start-digits =
               today-date-digits - function mod(today-date-digits,
                   100) + 1
           compute period-end-day(1) =
               function integer-of-date(month-start-digits) - 1
           compute date-digits-work =
               function date-of-integer(period-end-day(1))
           compute month-start-digits =
               date-digits-work - function mod(date-digits-work,
                   100) + 1
           compute period-start-day(1) =
               function integer-of-date(month-start-digits)
           compute period-end-day(2) = period-start-day(1) - 1
           compute date-digits-work =
               function date-of-integer(period-end-day(2))
           compute month-start-digits =
               date-digits-work - function mod(date-digits-work,
                   100) + 1
           compute period-start-day(2) =
               function integer-of-date(month-start-digits).

      * The window is STRMSCHD's own: a close at or before the open
      * is the following morning.
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
           move minutes-work to close-minutes
           if close-minutes > open-minutes
               move "N" to window-wraps
           else
               move "Y" to window-wraps
           end-if.

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
               when other
                   continue
           end-evaluate.

       hhmm-to-minutes.
           divide hhmm-work by 100 giving minutes-work
               remainder hhmm-rest
           compute minutes-work = minutes-work * 60 + hhmm-rest.

      * YYYY-MM-DD in DATE-TEXT-WORK to a day number, zero when it
      * is not a date.
       date-text-to-day-num.
           move zero to day-num-work
           if date-text-work(1:4) is not numeric
                   or date-text-work(6:2) is not numeric
                   or date-text-work(9:2) is not numeric
               exit paragraph
           end-if
           compute date-digits-work =
               function numval(date-text-work(1:4)) * 10000
               + function numval(date-text-work(6:2)) * 100
               + function numval(date-text-work(9:2))
           if function test-date-yyyymmdd(date-digits-work) = 0
               compute day-num-work =
                   function integer-of-date(date-digits-work)
           end-if.

      * HH:MM:SS in TIME-TEXT-WORK to minutes past midnight.
       time-text-to-minutes.
           move "N" to time-valid
           move zero to time-minutes-work
           if time-text-work(1:2) is numeric
                   and time-text-work(4:2) is numeric
               compute time-minutes-work =
                   function numval(time-text-work(1:2)) * 60
                   + function numval(time-text-work(4:2))
               move "Y" to time-valid
           end-if.

      * Which period, if either, DAY-NUM-WORK falls in.
       find-period-hit.
           move zero to period-hit
           perform varying period-number from 1 by 1
                   until period-number > 2
               if day-num-work >= period-start-day(period-number)
                       and day-num-work <= period-end-day(period-number)
                   move period-number to period-hit
               end-if
           end-perform.

      * One pass over the run log serves the step rates and the
      * stream runs whose nights decide the window measure.
       tally-run-log.
           compute run-window-first-day = period-start-day(2) - 1
           compute run-window-last-day = period-end-day(1) + 1
           open input run-log-file
           if run-log-file-ok
               perform until run-log-file-eof
                   read run-log-file
                       at end
                           continue
                       not at end
                           perform weigh-run-log-line
                   end-read
               end-perform
           end-if
           if run-log-file-ok or run-log-file-eof
                   or run-log-file-status = "05"
               close run-log-file
           end-if.

       weigh-run-log-line.
           move run-log-run-date to date-text-work
           perform date-text-to-day-num
           if day-num-work = zero
               exit paragraph
           end-if
           move day-num-work to line-day-num
           perform find-period-hit
           if period-hit not = zero
               if run-log-status-ok or run-log-status-failed
                       or run-log-status-paused
                   add 1 to steps-ran(period-hit)
                   if run-log-status-failed
                       add 1 to steps-failed(period-hit)
                   end-if
                   if run-log-attempt is numeric
                           and run-log-attempt > 1
                       add 1 to steps-retried(period-hit)
                   end-if
               end-if
           end-if
           if run-log-deck = "rerun"
                   or run-log-run-number is not numeric
                   or line-day-num < run-window-first-day
                   or line-day-num > run-window-last-day
               exit paragraph
           end-if
           move run-log-start-time to time-text-work
           perform time-text-to-minutes
           if not time-is-valid
               exit paragraph
           end-if
           move time-minutes-work to line-start-minutes
           perform find-stream-run-slot
           if stream-run-match = zero
               exit paragraph
           end-if
           if run-log-status-deferred
               move "Y" to srt-late(stream-run-match)
               exit paragraph
           end-if
           move run-log-end-time to time-text-work
           perform time-text-to-minutes
           if not time-is-valid
               exit paragraph
           end-if
           compute line-finish-stamp =
               line-day-num * 1440 + time-minutes-work
           if time-minutes-work < line-start-minutes
               add 1440 to line-finish-stamp
           end-if
           if line-finish-stamp > srt-deadline(stream-run-match)
               move "Y" to srt-late(stream-run-match)
           end-if.

      * A stream run's first line fixes its night: launched after
      * the window opens on a window that wraps midnight, it is the
      * following morning's night.
       find-stream-run-slot.
           move zero to stream-run-match
           perform varying stream-run-index from 1 by 1
                   until stream-run-index > stream-run-count
               if srt-deck(stream-run-index) = run-log-deck
                       and srt-run-number(stream-run-index)
                           = run-log-run-number
                   move stream-run-index to stream-run-match
               end-if
           end-perform
           if stream-run-match not = zero
                   or stream-run-count >= 600
               exit paragraph
           end-if
           add 1 to stream-run-count
           move stream-run-count to stream-run-match
           move run-log-deck to srt-deck(stream-run-match)
           move run-log-run-number
               to srt-run-number(stream-run-match)
           move line-start-minutes
               to srt-start-minutes(stream-run-match)
           move line-day-num to srt-night-day(stream-run-match)
           if window-wraps-midnight
                   and line-start-minutes >= open-minutes
               add 1 to srt-night-day(stream-run-match)
           end-if
           compute srt-deadline(stream-run-match) =
               srt-night-day(stream-run-match) * 1440
               + close-minutes
           move "N" to srt-late(stream-run-match).

      * A night is inside the window only when every deck run on it
      * drained in time.
       tally-nights.
           perform varying stream-run-index from 1 by 1
                   until stream-run-index > stream-run-count
               move zero to night-match
               perform varying night-index from 1 by 1
                       until night-index > night-count
                   if night-day(night-index)
                           = srt-night-day(stream-run-index)
                       move night-index to night-match
                   end-if
               end-perform
               if night-match = zero and night-count < 100
                   add 1 to night-count
                   move night-count to night-match
                   move srt-night-day(stream-run-index)
                       to night-day(night-match)
                   move "N" to night-late(night-match)
               end-if
               if night-match not = zero
                       and srt-late(stream-run-index) = "Y"
                   move "Y" to night-late(night-match)
               end-if
           end-perform
           perform varying night-index from 1 by 1
                   until night-index > night-count
               move night-day(night-index) to day-num-work
               perform find-period-hit
               if period-hit not = zero
                   add 1 to nights-run(period-hit)
                   if night-late(night-index) = "N"
                       add 1 to nights-inside(period-hit)
                   end-if
               end-if
           end-perform.

      * INCIDENT's closes and ALERTMON's acknowledgments are
      * journaled with the moment they happened; that moment, set
      * against the opening or raising time, is the measure.
       gather-journal-events.
           open input journal-file
           if journal-file-ok
               perform until journal-file-eof
                   read journal-file
                       at end
                           continue
                       not at end
                           perform weigh-journal-line
                   end-read
               end-perform
           end-if
           if journal-file-ok or journal-file-eof
                   or journal-file-status = "05"
               close journal-file
           end-if.

       weigh-journal-line.
           if secj-action not = "INCIDENT-CLOSE"
                   and secj-action not = "ALERT-ACK"
               exit paragraph
           end-if
           move secj-run-date to date-text-work
           perform date-text-to-day-num
           if day-num-work = zero
               exit paragraph
           end-if
           perform find-period-hit
           if period-hit = zero
               exit paragraph
           end-if
           move secj-run-time to time-text-work
           perform time-text-to-minutes
           compute stamp-work = day-num-work * 1440 + time-minutes-work
           if secj-action = "INCIDENT-CLOSE"
               if secj-detail(1:9) = "incident "
                       and secj-detail(10:4) is numeric
                       and close-count < 300
                   add 1 to close-count
                   move secj-detail(10:4) to cls-number(close-count)
                   move period-hit to cls-period(close-count)
                   move stamp-work to cls-stamp(close-count)
               end-if
           else
               if secj-detail(1:6) = "alert "
                       and secj-detail(7:5) is numeric
                       and ack-count < 1000
                   add 1 to ack-count
                   move secj-detail(7:5) to ack-number(ack-count)
                   move period-hit to ack-period(ack-count)
                   move stamp-work to ack-stamp(ack-count)
               end-if
           end-if.

      * Register card: nnnn|date|time|job|status|...
       time-incident-closes.
           if close-count = zero
               exit paragraph
           end-if
           move "incidents.log" to card-filepath
           open input card-file
           if card-file-ok
               perform until card-file-eof
                   read card-file
                       at end
                           continue
                       not at end
                           perform weigh-incident-card
                   end-read
               end-perform
           end-if
           perform close-card-file.

      * A register emptied by archiving numbers afresh, so a close
      * earlier than the opening belongs to an older incident of
      * the same number and is passed over.
       weigh-incident-card.
           if card-file-line = spaces or card-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to field-work
           unstring card-file-line delimited by "|"
               into fw-1 fw-2 fw-3
           end-unstring
           if function test-numval(fw-1) not = 0
               exit paragraph
           end-if
           move function numval(fw-1) to card-number
           move fw-2 to date-text-work
           perform date-text-to-day-num
           move fw-3 to time-text-work
           perform time-text-to-minutes
           if day-num-work = zero or not time-is-valid
               exit paragraph
           end-if
           compute stamp-work = day-num-work * 1440 + time-minutes-work
           perform varying close-index from 1 by 1
                   until close-index > close-count
               if cls-number(close-index) = card-number
                       and cls-stamp(close-index) >= stamp-work
                   add 1 to incidents-resolved(cls-period(close-index))
                   compute resolve-minutes(cls-period(close-index)) =
                       resolve-minutes(cls-period(close-index))
                       + cls-stamp(close-index) - stamp-work
               end-if
           end-perform.

       time-alert-acks.
           if ack-count = zero
               exit paragraph
           end-if
           open input alert-file
           if alert-file-ok
               perform until alert-file-eof
                   read alert-file
                       at end
                           continue
                       not at end
                           perform weigh-alert-record
                   end-read
               end-perform
           end-if
           if alert-file-ok or alert-file-eof
                   or alert-file-status = "05"
               close alert-file
           end-if.

       weigh-alert-record.
           if alert-number is not numeric or not alert-acknowledged
               exit paragraph
           end-if
           move alert-run-date to date-text-work
           perform date-text-to-day-num
           move alert-run-time to time-text-work
           perform time-text-to-minutes
           if day-num-work = zero or not time-is-valid
               exit paragraph
           end-if
           compute stamp-work = day-num-work * 1440 + time-minutes-work
           perform varying ack-index from 1 by 1
                   until ack-index > ack-count
               if ack-number(ack-index) = alert-number
                       and ack-stamp(ack-index) >= stamp-work
                       and delay-count < 1000
                   add 1 to delay-count
                   move ack-period(ack-index)
                       to delay-period(delay-count)
                   compute delay-minutes(delay-count) =
                       ack-stamp(ack-index) - stamp-work
                   add 1 to alerts-acked(ack-period(ack-index))
               end-if
           end-perform.

      * Item card: nnnn|date|job|condition|status|user|note|
      * worked-date. An item was open at a period's end if it had
      * been raised by then and was either still OPEN or worked
      * afterwards; an item worked before MORNDISP dated the work
      * is taken as worked the day it was raised.
       tally-dispositions.
           move "disposition.log" to card-filepath
           open input card-file
           if card-file-ok
               perform until card-file-eof
                   read card-file
                       at end
                           continue
                       not at end
                           perform weigh-disposition-card
                   end-read
               end-perform
           end-if
           perform close-card-file.

       weigh-disposition-card.
           if card-file-line = spaces or card-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to field-work
           unstring card-file-line delimited by "|"
               into fw-1 fw-2 fw-3 fw-4 fw-5 fw-6 fw-7 fw-8
           end-unstring
           move fw-2 to date-text-work
           perform date-text-to-day-num
           if day-num-work = zero
               exit paragraph
           end-if
           move day-num-work to opened-day-num
           move zero to worked-day-num
           if fw-5 not = "OPEN"
               move fw-8 to date-text-work
               perform date-text-to-day-num
               move day-num-work to worked-day-num
           end-if
           perform varying period-number from 1 by 1
                   until period-number > 2
               move "N" to item-is-open-at-end
               if opened-day-num <= period-end-day(period-number)
                   if fw-5 = "OPEN"
                           or worked-day-num
                               > period-end-day(period-number)
                       move "Y" to item-is-open-at-end
                   end-if
               end-if
               if item-is-open-at-end = "Y"
                   compute item-age =
                       period-end-day(period-number) - opened-day-num
                   add 1 to items-open(period-number)
                   add item-age to item-age-days(period-number)
                   if item-age > 7
                       add 1 to items-past-week(period-number)
                   end-if
               end-if
           end-perform.

      * Queue card: nnnn|STATUS|job|overrides|requester|reason|
      * requested-date; a card queued before RERUNQ dated its
      * requests counts in neither period.
       tally-rerun-requests.
           move "rerun-requests.dat" to card-filepath
           open input card-file
           if card-file-ok
               perform until card-file-eof
                   read card-file
                       at end
                           continue
                       not at end
                           perform weigh-rerun-card
                   end-read
               end-perform
           end-if
           perform close-card-file.

       weigh-rerun-card.
           if card-file-line = spaces or card-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to field-work
           unstring card-file-line delimited by "|"
               into fw-1 fw-2 fw-3 fw-4 fw-5 fw-7 fw-8
           end-unstring
           move fw-8 to date-text-work
           perform date-text-to-day-num
           if day-num-work = zero
               exit paragraph
           end-if
           perform find-period-hit
           if period-hit not = zero
               add 1 to rerun-requests(period-hit)
           end-if.

       close-card-file.
           if card-file-ok or card-file-eof
                   or card-file-status = "05"
               close card-file
           end-if.

      * The middle acknowledgment delay of one period (the mean of
      * the middle two for an even count), in MEDIAN-MINUTES.
       find-median-delay.
           move zero to sort-count
           move zero to median-minutes
           perform varying delay-index from 1 by 1
                   until delay-index > delay-count
               if delay-period(delay-index) = period-number
                   add 1 to sort-count
                   move delay-minutes(delay-index)
                       to sort-minutes(sort-count)
               end-if
           end-perform
           if sort-count = zero
               exit paragraph
           end-if
           perform varying sort-index from 2 by 1
                   until sort-index > sort-count
               move sort-minutes(sort-index) to sort-hold
               move sort-index to sort-inner
               perform until sort-inner < 2
                       or sort-minutes(sort-inner - 1) <= sort-hold
                   move sort-minutes(sort-inner - 1)
                       to sort-minutes(sort-inner)
                   subtract 1 from sort-inner
               end-perform
               move sort-hold to sort-minutes(sort-inner)
           end-perform
           if function mod(sort-count, 2) = 1
               compute sort-index = (sort-count + 1) / 2
               move sort-minutes(sort-index) to median-minutes
           else
               compute sort-index = sort-count / 2
               compute median-minutes rounded =
                   (sort-minutes(sort-index)
                   + sort-minutes(sort-index + 1)) / 2
           end-if.

       format-period-range.
           compute date-digits-work =
               function date-of-integer(period-start-day(period-number))
           move spaces to range-text
           string date-digits-work(1:4) "-" date-digits-work(5:2)
               "-" date-digits-work(7:2) " to "
               delimited by size into range-text
           end-string
           compute date-digits-work =
               function date-of-integer(period-end-day(period-number))
           string date-digits-work(1:4) "-" date-digits-work(5:2)
               "-" date-digits-work(7:2)
               delimited by size into range-text(15:10)
           end-string.

       print-scorecard.
           move 2 to period-number
           perform format-period-range
           move range-text to range-text-prior
           move 1 to period-number
           perform format-period-range
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Operations KPI scorecard, "
               function trim(period-label) " " range-text
               " (prior " range-text-prior ")"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move spaces to rptwrt-text
           move "measure" to rptwrt-text(1:34)
           move period-label to rptwrt-text(36:11)
           move period-label-prior to rptwrt-text(48:11)
           move "change" to rptwrt-text(63:6)
           move "trend" to rptwrt-text(71:6)
           move "basis" to rptwrt-text(79:5)
           call "rptwrt" using rptwrt-request
           perform print-window-measure
           perform print-step-measures
           perform print-incident-measure
           perform print-alert-measure
           perform print-disposition-measures
           perform print-rerun-measure
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

       start-kpi-line.
           move spaces to kpi-label
           move zero to kpi-value(1)
           move zero to kpi-value(2)
           move "N" to kpi-has-value(1)
           move "N" to kpi-has-value(2)
           move zero to kpi-basis
           move "N" to kpi-lower-is-better
           move "N" to kpi-is-count.

       print-window-measure.
           perform start-kpi-line
           move "stream inside the window, % nights" to kpi-label
           perform varying period-number from 1 by 1
                   until period-number > 2
               if nights-run(period-number) > zero
                   move "Y" to kpi-has-value(period-number)
                   compute kpi-value(period-number) rounded =
                       nights-inside(period-number) * 100
                       / nights-run(period-number)
               end-if
           end-perform
           move nights-run(1) to kpi-basis
           perform print-kpi-line.

       print-step-measures.
           perform start-kpi-line
           move "step failure rate, % of steps run" to kpi-label
           move "Y" to kpi-lower-is-better
           perform varying period-number from 1 by 1
                   until period-number > 2
               if steps-ran(period-number) > zero
                   move "Y" to kpi-has-value(period-number)
                   compute kpi-value(period-number) rounded =
                       steps-failed(period-number) * 100
                       / steps-ran(period-number)
               end-if
           end-perform
           move steps-ran(1) to kpi-basis
           perform print-kpi-line
           perform start-kpi-line
           move "step retry rate, % of steps run" to kpi-label
           move "Y" to kpi-lower-is-better
           perform varying period-number from 1 by 1
                   until period-number > 2
               if steps-ran(period-number) > zero
                   move "Y" to kpi-has-value(period-number)
                   compute kpi-value(period-number) rounded =
                       steps-retried(period-number) * 100
                       / steps-ran(period-number)
               end-if
           end-perform
           move steps-ran(1) to kpi-basis
           perform print-kpi-line.

       print-incident-measure.
           perform start-kpi-line
           move "mean time to resolve, hours" to kpi-label
           move "Y" to kpi-lower-is-better
           perform varying period-number from 1 by 1
                   until period-number > 2
               if incidents-resolved(period-number) > zero
                   move "Y" to kpi-has-value(period-number)
                   compute kpi-value(period-number) rounded =
                       resolve-minutes(period-number)
                       / incidents-resolved(period-number) / 60
               end-if
           end-perform
           move incidents-resolved(1) to kpi-basis
           perform print-kpi-line.

       print-alert-measure.
           perform start-kpi-line
           move "median alert acknowledgment, min" to kpi-label
           move "Y" to kpi-lower-is-better
           perform varying period-number from 1 by 1
                   until period-number > 2
               if alerts-acked(period-number) > zero
                   perform find-median-delay
                   move "Y" to kpi-has-value(period-number)
                   move median-minutes to kpi-value(period-number)
               end-if
           end-perform
           move alerts-acked(1) to kpi-basis
           perform print-kpi-line.

       print-disposition-measures.
           perform start-kpi-line
           move "disposition items open, mean days" to kpi-label
           move "Y" to kpi-lower-is-better
           perform varying period-number from 1 by 1
                   until period-number > 2
               if items-open(period-number) > zero
                   move "Y" to kpi-has-value(period-number)
                   compute kpi-value(period-number) rounded =
                       item-age-days(period-number)
                       / items-open(period-number)
               end-if
           end-perform
           move items-open(1) to kpi-basis
           perform print-kpi-line
           perform start-kpi-line
           move "disposition items over a week old" to kpi-label
           move "Y" to kpi-lower-is-better
           move "Y" to kpi-is-count
           perform varying period-number from 1 by 1
                   until period-number > 2
               move "Y" to kpi-has-value(period-number)
               move items-past-week(period-number)
                   to kpi-value(period-number)
           end-perform
           move items-open(1) to kpi-basis
           perform print-kpi-line.

       print-rerun-measure.
           perform start-kpi-line
           move "rerun requests queued" to kpi-label
           move "Y" to kpi-lower-is-better
           move "Y" to kpi-is-count
           perform varying period-number from 1 by 1
                   until period-number > 2
               move "Y" to kpi-has-value(period-number)
               move rerun-requests(period-number)
                   to kpi-value(period-number)
           end-perform
           move rerun-requests(1) to kpi-basis
           perform print-kpi-line.

      * Label, this period, prior period, the change, which way it
      * went, and how many observations this period's figure rests
      * on.
       print-kpi-line.
           move spaces to rptwrt-text
           move kpi-label to rptwrt-text(1:34)
           perform varying period-number from 1 by 1
                   until period-number > 2
               if kpi-has-value(period-number) = "Y"
                   if kpi-is-count = "Y"
                       move kpi-value(period-number) to count-display
                       move count-display
                           to rptwrt-text(24 + period-number * 12:9)
                   else
                       move kpi-value(period-number) to value-display
                       move value-display
                           to rptwrt-text(24 + period-number * 12:9)
                   end-if
               else
                   move "      n/a"
                       to rptwrt-text(24 + period-number * 12:9)
               end-if
           end-perform
           if kpi-has-value(1) = "Y" and kpi-has-value(2) = "Y"
               compute kpi-change = kpi-value(1) - kpi-value(2)
               if kpi-is-count = "Y"
                   move kpi-change to change-count-display
                   move change-count-display to rptwrt-text(59:10)
               else
                   move kpi-change to change-display
                   move change-display to rptwrt-text(59:10)
               end-if
               evaluate true
                   when kpi-change = zero
                       move "steady" to rptwrt-text(71:6)
                   when kpi-change < zero
                           and kpi-lower-is-better = "Y"
                       move "better" to rptwrt-text(71:6)
                   when kpi-change > zero
                           and kpi-lower-is-better = "N"
                       move "better" to rptwrt-text(71:6)
                   when other
                       move "worse" to rptwrt-text(71:6)
               end-evaluate
           end-if
           move kpi-basis to basis-display
           move basis-display to rptwrt-text(77:7)
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.
       end program opskpi.
