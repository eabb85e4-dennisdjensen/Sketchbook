      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Turnaround against target for the SVCDISP service
      *          desk, so the other desks read the age of their
      *          requests off a report instead of phoning for it.
      *          Each card in service-requests.dat carries its
      *          arrival stamp, or has it in SVCDISP's arrival
      *          register service-arrivals.dat, and each reply in
      *          service-replies.dat its completion stamp
      *          ("@YYYYMMDDHHMM"); the time between is counted in
      *          business hours - DAYSTART to DAYEND on the days
      *          BUSDAYS calls business days - and held against the
      *          target for the request type in svcsla.parm (FACTOR,
      *          PROFILE, SPELL, BUSDAYS, LCM, ROMAN, and OTHER for
      *          a verb the dispatcher does not know).
      *          The report has three parts:
      *            requests in flight, by age band and one by one;
      *            breached targets - every request still open
      *            past its target, and those answered late since
      *            the start of the last business day;
      *            average turnaround by desk (the requester's id
      *            up to its first "-", TREAS-0042 for TREAS).
      *          Archived through RPTWRT as "svcsla" with a
      *          delimited extract. A request still open past its
      *          target raises a severity-2 alert through ALERT on
      *          the run that first finds it late, and the step
      *          ends with return code 8 while any is open late.
      * Tectonics: cobc -x svcsla.cob paramrdr.cob rptwrt.cob
      *            busdays.cob alert.cob notify.cob oncall.cob
      * Modifications:
      *   15 Oct 2026 - ROMAN requests, which SVCDISP now answers,
      *                 are held to a ROMAN= target of their own
      *                 (default 2 business hours) instead of OTHER.
      *   15 Oct 2026 - A breach alerts once: svcsla-alerted.dat
      *                 keeps each request id already alerted, with
      *                 the stamp of the run that alerted it, for as
      *                 long as the request stays open past target,
      *                 so a breach no longer pages on call again on
      *                 every scheduled run. It is rewritten each run
      *                 with the requests still open late.
      *   15 Oct 2026 - A card without a stamp of its own takes its
      *                 arrival from service-arrivals.dat. Replies
      *                 are matched against the requests held rather
      *                 than kept in a table of their own, and a
      *                 queue past 2000 requests makes room by
      *                 setting aside those answered before the
      *                 breach cut-off, so the newest requests are
      *                 always timed; the desk averages then cover
      *                 the requests held, and say so.
      ******************************************************************
       identification division.
       program-id. svcsla.
       environment division.
       input-output section.
       file-control.
           select optional request-file
               assign to "service-requests.dat"
               organization is line sequential
               file status is request-file-status.
           select optional reply-file
               assign to "service-replies.dat"
               organization is line sequential
               file status is reply-file-status.
           select optional alerted-file
               assign to "svcsla-alerted.dat"
               organization is line sequential
               file status is alerted-file-status.
           select optional arrival-file
               assign to "service-arrivals.dat"
               organization is line sequential
               file status is arrival-file-status.
      ******************************************************************
       data division.
       file section.
       fd  request-file.
       01  request-line           pic X(120).
       fd  reply-file.
       01  reply-line             pic X(160).
       fd  alerted-file.
       01  alerted-line.
           05  alerted-line-id    pic X(12).
           05  filler             pic X.
           05  alerted-line-stamp pic X(12).
       fd  arrival-file.
       01  arrival-line           pic X(40).

       working-storage section.
       01  request-file-status         pic XX.
           88  request-file-ok         value "00".
           88  request-file-eof        value "10".
       01  reply-file-status           pic XX.
           88  reply-file-ok           value "00".
           88  reply-file-eof          value "10".
       01  alerted-file-status         pic XX.
           88  alerted-file-ok         value "00".
           88  alerted-file-eof        value "10".
       01  arrival-file-status         pic XX.
           88  arrival-file-ok         value "00".
           88  arrival-file-eof        value "10".
       01  param-filepath              pic X(80)
                                       value "svcsla.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
      * Targets in business hours, and the business day in hours
      * of the clock; svcsla.parm overrides any of them.
       01  target-factor               pic 9(4) value 4.
       01  target-profile              pic 9(4) value 4.
       01  target-spell                pic 9(4) value 2.
       01  target-busdays              pic 9(4) value 2.
       01  target-lcm                  pic 9(4) value 4.
       01  target-roman                pic 9(4) value 2.
       01  target-other                pic 9(4) value 8.
       01  day-start-hour              pic 99 value 8.
       01  day-end-hour                pic 99 value 17.
       01  day-start-minute            pic 9(4).
       01  day-end-minute              pic 9(4).
       01  business-day-minutes        pic 9(4).
      * The replies, by request id: when and how each was answered.
       01  reply-body                  pic X(160).
       01  reply-stamp                 pic X(12).
       01  reply-id                    pic X(12).
       01  arrival-body                pic X(40).
       01  arrival-stamp               pic X(12).
       01  arrival-id                  pic X(12).
      * The requests, each with its turnaround worked out.
       01  request-table.
           05  request-entry           occurs 2000 times.
               10  entry-id            pic X(12).
               10  entry-desk          pic X(12).
               10  entry-verb          pic X(10).
               10  entry-arrived       pic X(12).
               10  entry-answered      pic X.
               10  entry-replied       pic X(12).
               10  entry-minutes       pic 9(7).
               10  entry-target        pic 9(4).
               10  entry-alerted       pic X(12).
               10  entry-state         pic X(10).
                   88  entry-open      value "OPEN".
                   88  entry-open-late value "OPEN-LATE".
                   88  entry-done      value "DONE".
                   88  entry-done-late value "DONE-LATE".
                   88  entry-unstamped value "UNSTAMPED".
       01  request-count               pic 9(4) comp value zero.
      * The breaches already alerted on an earlier run.
       01  alerted-table.
           05  alerted-entry           occurs 2000 times.
               10  alerted-id          pic X(12).
               10  alerted-stamp       pic X(12).
       01  alerted-count               pic 9(4) comp value zero.
       01  alerted-index               pic 9(4) comp.
       01  alerts-raised               pic 9(5) value zero.
       01  request-index               pic 9(4) comp.
       01  request-overflow            pic X value "N".
       01  request-kept                pic 9(4) comp.
       01  answered-set-aside          pic 9(5) value zero.
       01  request-body                pic X(120).
       01  request-stamp               pic X(12).
       01  request-id                  pic X(12).
       01  request-verb                pic X(10).
       01  request-desk-text           pic X(12).
      * Per desk: what it has had answered, how long it took in all,
      * how many of those were late, and what it still has open.
       01  desk-table.
           05  desk-entry              occurs 50 times.
               10  desk-name           pic X(12).
               10  desk-answered       pic 9(5).
               10  desk-minutes        pic 9(9).
               10  desk-late           pic 9(5).
               10  desk-open           pic 9(5).
               10  desk-open-late      pic 9(5).
       01  desk-count                  pic 9(4) comp value zero.
       01  desk-index                  pic 9(4) comp.
      * In-flight age bands: under an hour, one to four hours, four
      * hours to a business day, one to three days, beyond.
       01  band-table.
           05  band-entry              occurs 5 times.
               10  band-label          pic X(20).
               10  band-limit          pic 9(7).
               10  band-tally          pic 9(5).
       01  band-index                  pic 9(4) comp.
      * Business minutes between two stamps, walked a day at a time.
       01  span-from                   pic X(12).
       01  span-to                     pic X(12).
       01  span-from-date              pic 9(8).
       01  span-to-date                pic 9(8).
       01  span-from-minute            pic 9(4).
       01  span-to-minute              pic 9(4).
       01  span-walk-date              pic 9(8).
       01  span-walk-days              pic 9(5) comp.
       01  span-low                    pic 9(4).
       01  span-high                   pic 9(4).
       01  span-minutes                pic 9(7).
       01  span-valid                  pic X.
       01  stamp-check                 pic X(12).
           copy busdreq.
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  now-stamp                   pic X(12).
       01  lookback-date               pic 9(8).
       01  open-count                  pic 9(5) value zero.
       01  open-late-count             pic 9(5) value zero.
       01  done-late-recent            pic 9(5) value zero.
       01  unstamped-count             pic 9(5) value zero.
       01  breach-lines                pic 9(5) value zero.
       01  hours-display               pic Z(5)9.9.
       01  target-display              pic ZZZ9.
       01  count-display               pic ZZZZ9.
       01  late-display                pic ZZZZ9.
       01  open-display                pic ZZZZ9.
       01  average-hours               pic 9(6)v9.
       01  arrived-display             pic X(16).
       01  replied-display             pic X(16).
       01  alert-severity-arg          pic 9.
       01  alert-program-arg           pic X(12) value "svcsla".
       01  alert-text-arg              pic X(60).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to now-stamp
           string now-date-digits now-time-digits(1:4)
               delimited by size into now-stamp
           end-string
           perform read-parameters
           compute day-start-minute = day-start-hour * 60
           compute day-end-minute = day-end-hour * 60
           if day-end-minute <= day-start-minute
               display "svcsla: DAYEND must come after DAYSTART in "
                   function trim(param-filepath) upon syserr
               move 16 to return-code
               stop run
           end-if
           compute business-day-minutes =
               day-end-minute - day-start-minute
           perform set-up-age-bands
           set busdays-op-add to true
           move now-date-digits to busdays-date-1
           move zero to busdays-date-2
           move -1 to busdays-count
           call "busdays" using busdays-request
           move busdays-result to lookback-date
           perform load-requests
           perform match-replies
           perform match-arrivals
           perform load-alerted-breaches
           perform varying request-index from 1 by 1
                   until request-index > request-count
               perform time-one-request
           end-perform
           move "svcsla" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Service desk turnaround against target as at "
               now-stamp(1:4) "-" now-stamp(5:2) "-" now-stamp(7:2)
               " " now-stamp(9:2) ":" now-stamp(11:2)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 9 to rptwrt-column-count
           move "request_id" to rptwrt-column(1)
           move "desk" to rptwrt-column(2)
           move "verb" to rptwrt-column(3)
           move "arrived" to rptwrt-column(4)
           move "replied" to rptwrt-column(5)
           move "business_hours" to rptwrt-column(6)
           move "target_hours" to rptwrt-column(7)
           move "state" to rptwrt-column(8)
           move "count" to rptwrt-column(9)
           call "rptwrt" using rptwrt-request
           perform report-in-flight
           perform report-breaches
           perform report-desks
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           perform save-alerted-breaches
           display "svcsla: " open-count " in flight, "
               open-late-count " past target, "
               alerts-raised " newly alerted"
           if open-late-count > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               if function test-numval(param-value) not = 0
                   display "Bad value for "
                       function trim(param-key) " in "
                       function trim(param-filepath) upon syserr
                   move 16 to return-code
                   stop run
               end-if
               evaluate param-key
                   when "FACTOR"
                       move function numval(param-value)
                           to target-factor
                   when "PROFILE"
                       move function numval(param-value)
                           to target-profile
                   when "SPELL"
                       move function numval(param-value)
                           to target-spell
                   when "BUSDAYS"
                       move function numval(param-value)
                           to target-busdays
                   when "LCM"
                       move function numval(param-value)
                           to target-lcm
                   when "ROMAN"
                       move function numval(param-value)
                           to target-roman
                   when "OTHER"
                       move function numval(param-value)
                           to target-other
                   when "DAYSTART"
                       move function numval(param-value)
                           to day-start-hour
                   when "DAYEND"
                       move function numval(param-value)
                           to day-end-hour
                   when other
                       display "Unknown svcsla.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform.

       set-up-age-bands.
           move "under 1 hour" to band-label(1)
           move 60 to band-limit(1)
           move "1 to 4 hours" to band-label(2)
           move 240 to band-limit(2)
           move "4 hours to 1 day" to band-label(3)
           move business-day-minutes to band-limit(3)
           if band-limit(3) < 240
               move 240 to band-limit(3)
           end-if
           move "1 to 3 days" to band-label(4)
           compute band-limit(4) = business-day-minutes * 3
           move "over 3 days" to band-label(5)
           move 9999999 to band-limit(5)
           perform varying band-index from 1 by 1
                   until band-index > 5
               move zero to band-tally(band-index)
           end-perform.

      ******************************************************************
      * Loading the queue and its replies
      ******************************************************************
      * Every reply is held against the requests loaded so far;
      * the first reply to an id is its answer. A reply written
      * before the dispatcher stamped its replies has no completion
      * time and counts as answered but untimed.
       match-replies.
           open input reply-file
           if reply-file-ok
               perform until reply-file-eof
                   read reply-file into reply-line
                       at end
                           continue
                       not at end
                           perform match-one-reply
                   end-read
               end-perform
           end-if
           if reply-file-ok or reply-file-eof
                   or reply-file-status = "05"
               close reply-file
           end-if.

       match-one-reply.
           if reply-line = spaces
               exit paragraph
           end-if
           move spaces to reply-body
           move spaces to reply-stamp
           unstring reply-line delimited by " @"
               into reply-body reply-stamp
           end-unstring
           move spaces to reply-id
           unstring function trim(reply-body)
               delimited by all spaces
               into reply-id
           end-unstring
           perform varying request-index from 1 by 1
                   until request-index > request-count
               if entry-id(request-index) = reply-id
                       and entry-answered(request-index) = "N"
                   move "Y" to entry-answered(request-index)
                   move reply-stamp to entry-replied(request-index)
               end-if
           end-perform.

      * A card that came without a stamp of its own takes the first
      * arrival SVCDISP recorded for its id.
       match-arrivals.
           open input arrival-file
           if arrival-file-ok
               perform until arrival-file-eof
                   read arrival-file into arrival-line
                       at end
                           continue
                       not at end
                           perform match-one-arrival
                   end-read
               end-perform
           end-if
           if arrival-file-ok or arrival-file-eof
                   or arrival-file-status = "05"
               close arrival-file
           end-if.

       match-one-arrival.
           if arrival-line = spaces or arrival-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to arrival-body
           move spaces to arrival-stamp
           unstring arrival-line delimited by " @"
               into arrival-body arrival-stamp
           end-unstring
           move spaces to arrival-id
           unstring function trim(arrival-body)
               delimited by all spaces
               into arrival-id
           end-unstring
           perform varying request-index from 1 by 1
                   until request-index > request-count
               if entry-id(request-index) = arrival-id
                       and entry-arrived(request-index) = spaces
                   move arrival-stamp to entry-arrived(request-index)
               end-if
           end-perform.

      * The queue only grows, so a full table makes room first: the
      * replies are matched to what it holds and every request
      * answered before the breach cut-off is set aside, leaving
      * what is still open or answered since. Only a table full of
      * those turns a new arrival away.
       make-room-for-requests.
           perform match-replies
           move zero to request-kept
           perform varying request-index from 1 by 1
                   until request-index > request-count
               if entry-answered(request-index) = "Y"
                       and entry-replied(request-index)(1:8)
                           < lookback-date
                   add 1 to answered-set-aside
               else
                   add 1 to request-kept
                   if request-kept < request-index
                       move request-entry(request-index)
                           to request-entry(request-kept)
                   end-if
               end-if
           end-perform
           if request-kept = request-count
               move "Y" to request-overflow
           end-if
           move request-kept to request-count.

       load-requests.
           open input request-file
           if request-file-ok
               perform until request-file-eof
                   read request-file into request-line
                       at end
                           continue
                       not at end
                           perform keep-one-request
                   end-read
               end-perform
           end-if
           if request-file-ok or request-file-eof
                   or request-file-status = "05"
               close request-file
           end-if
           if request-overflow = "Y"
               display "svcsla: more than 2000 requests open or"
                   " answered since " lookback-date
                   "; the newest are left out" upon syserr
           end-if.

       keep-one-request.
           if request-line = spaces or request-line(1:1) = "*"
               exit paragraph
           end-if
           if request-count >= 2000 and request-overflow = "N"
               perform make-room-for-requests
           end-if
           if request-count >= 2000
               exit paragraph
           end-if
           move spaces to request-body
           move spaces to request-stamp
           unstring request-line delimited by " @"
               into request-body request-stamp
           end-unstring
           move spaces to request-id
           move spaces to request-verb
           unstring function trim(request-body)
               delimited by all spaces
               into request-id request-verb
           end-unstring
           add 1 to request-count
           move request-id to entry-id(request-count)
           move request-verb to entry-verb(request-count)
           move request-stamp to entry-arrived(request-count)
           move spaces to request-desk-text
           unstring request-id delimited by "-"
               into request-desk-text
           end-unstring
           move request-desk-text to entry-desk(request-count)
           move "N" to entry-answered(request-count)
           move spaces to entry-replied(request-count)
           move zero to entry-minutes(request-count)
           move spaces to entry-alerted(request-count)
           evaluate request-verb
               when "FACTOR"
                   move target-factor to entry-target(request-count)
               when "PROFILE"
                   move target-profile to entry-target(request-count)
               when "SPELL"
                   move target-spell to entry-target(request-count)
               when "BUSDAYS"
                   move target-busdays to entry-target(request-count)
               when "LCM"
                   move target-lcm to entry-target(request-count)
               when "ROMAN"
                   move target-roman to entry-target(request-count)
               when other
                   move target-other to entry-target(request-count)
           end-evaluate.

      ******************************************************************
      * Timing each request against its target
      ******************************************************************
       time-one-request.
           move entry-arrived(request-index) to stamp-check
           perform check-one-stamp
           if span-valid = "N"
               set entry-unstamped(request-index) to true
               add 1 to unstamped-count
               exit paragraph
           end-if
           move entry-arrived(request-index) to span-from
           if entry-answered(request-index) = "N"
               move now-stamp to span-to
           else
               move entry-replied(request-index) to stamp-check
               perform check-one-stamp
               if span-valid = "N"
                   set entry-unstamped(request-index) to true
                   add 1 to unstamped-count
                   exit paragraph
               end-if
               move entry-replied(request-index) to span-to
           end-if
           perform count-business-minutes
           move span-minutes to entry-minutes(request-index)
           perform find-the-desk
           if entry-answered(request-index) = "N"
               add 1 to open-count
               add 1 to desk-open(desk-index)
               if span-minutes > entry-target(request-index) * 60
                   set entry-open-late(request-index) to true
                   add 1 to open-late-count
                   add 1 to desk-open-late(desk-index)
               else
                   set entry-open(request-index) to true
               end-if
               perform varying band-index from 1 by 1
                       until band-index >= 5
                           or span-minutes < band-limit(band-index)
                   continue
               end-perform
               add 1 to band-tally(band-index)
           else
               add 1 to desk-answered(desk-index)
               add span-minutes to desk-minutes(desk-index)
               if span-minutes > entry-target(request-index) * 60
                   set entry-done-late(request-index) to true
                   add 1 to desk-late(desk-index)
               else
                   set entry-done(request-index) to true
               end-if
           end-if.

       check-one-stamp.
           move "Y" to span-valid
           if stamp-check is not numeric
               move "N" to span-valid
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                   function numval(stamp-check(1:8))) not = 0
                   or stamp-check(9:2) > "23"
                   or stamp-check(11:2) > "59"
               move "N" to span-valid
           end-if.

       find-the-desk.
           perform varying desk-index from 1 by 1
                   until desk-index > desk-count
               if desk-name(desk-index) = entry-desk(request-index)
                   exit paragraph
               end-if
           end-perform
           if desk-count < 50
               add 1 to desk-count
               move desk-count to desk-index
           else
               move 50 to desk-index
               move "OTHER" to entry-desk(request-index)
           end-if
           if desk-name(desk-index) = spaces
               move entry-desk(request-index) to desk-name(desk-index)
               move zero to desk-answered(desk-index)
               move zero to desk-minutes(desk-index)
               move zero to desk-late(desk-index)
               move zero to desk-open(desk-index)
               move zero to desk-open-late(desk-index)
           end-if.

      * Business minutes from SPAN-FROM to SPAN-TO: on each day the
      * calendar calls a business day, the part of DAYSTART to
      * DAYEND that falls inside the span. A day is a business day
      * when BUSDAYS counts one business day after the day before.
       count-business-minutes.
           move zero to span-minutes
           if span-to <= span-from
               exit paragraph
           end-if
           move span-from(1:8) to span-from-date
           move span-to(1:8) to span-to-date
           compute span-from-minute =
               function numval(span-from(9:2)) * 60
               + function numval(span-from(11:2))
           compute span-to-minute =
               function numval(span-to(9:2)) * 60
               + function numval(span-to(11:2))
           move span-from-date to span-walk-date
           move zero to span-walk-days
           perform add-one-business-day
               until span-walk-date > span-to-date
                   or span-walk-days > 800.

       add-one-business-day.
           set busdays-op-count to true
           compute busdays-date-1 = function date-of-integer(
               function integer-of-date(span-walk-date) - 1)
           move span-walk-date to busdays-date-2
           call "busdays" using busdays-request
           if busdays-ok and busdays-count = 1
               move day-start-minute to span-low
               if span-walk-date = span-from-date
                       and span-from-minute > span-low
                   move span-from-minute to span-low
               end-if
               move day-end-minute to span-high
               if span-walk-date = span-to-date
                       and span-to-minute < span-high
                   move span-to-minute to span-high
               end-if
               if span-high > span-low
                   add span-high to span-minutes
                   subtract span-low from span-minutes
               end-if
           end-if
           add 1 to span-walk-days
           compute span-walk-date = function date-of-integer(
               function integer-of-date(span-walk-date) + 1).

      ******************************************************************
      * The report
      ******************************************************************
       report-in-flight.
           set rptwrt-op-break to true
           move "REQUESTS IN FLIGHT, BY AGE IN BUSINESS HOURS"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "age-band" to rptwrt-section
           set rptwrt-op-detail to true
           perform varying band-index from 1 by 1
                   until band-index > 5
               move band-tally(band-index) to count-display
               move band-label(band-index) to rptwrt-column(8)
               move count-display to rptwrt-column(9)
               move spaces to rptwrt-text
               string "  " band-label(band-index) count-display
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-perform
           if unstamped-count > zero
               move unstamped-count to count-display
               move spaces to rptwrt-text
               string "  " function trim(count-display)
                   " request(s) without a readable arrival or"
                   " completion stamp are not timed"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if
           if open-count = zero
               exit paragraph
           end-if
           move "in-flight" to rptwrt-section
           move spaces to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying request-index from 1 by 1
                   until request-index > request-count
               if entry-open(request-index)
                       or entry-open-late(request-index)
                   perform write-request-line
               end-if
           end-perform.

       report-breaches.
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string "BREACHED TARGETS - OPEN, AND ANSWERED LATE SINCE "
               lookback-date
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move "breach" to rptwrt-section
           set rptwrt-op-detail to true
           perform varying request-index from 1 by 1
                   until request-index > request-count
               if entry-open-late(request-index)
                   perform write-request-line
                   perform raise-breach-alert
                   add 1 to breach-lines
               end-if
               if entry-done-late(request-index)
                       and entry-replied(request-index)(1:8)
                           >= lookback-date
                   perform write-request-line
                   add 1 to breach-lines
                   add 1 to done-late-recent
               end-if
           end-perform
           if breach-lines = zero
               move "  No request is past its target"
                   to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-if.

       report-desks.
           set rptwrt-op-break to true
           move "AVERAGE TURNAROUND BY DESK, IN BUSINESS HOURS"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "desk" to rptwrt-section
           set rptwrt-op-detail to true
           if desk-count = zero
               move "  No timed requests on the queue" to rptwrt-text
               call "rptwrt" using rptwrt-request
               exit paragraph
           end-if
           perform varying desk-index from 1 by 1
                   until desk-index > desk-count
               perform write-desk-line
           end-perform
           if answered-set-aside > zero
               move answered-set-aside to count-display
               move spaces to rptwrt-text
               string "  " function trim(count-display)
                   " request(s) answered before " lookback-date
                   " set aside to make room on a long queue"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if.

       write-desk-line.
           move zero to average-hours
           if desk-answered(desk-index) > zero
               compute average-hours rounded =
                   desk-minutes(desk-index)
                   / desk-answered(desk-index) / 60
           end-if
           move average-hours to hours-display
           move desk-answered(desk-index) to count-display
           move desk-late(desk-index) to late-display
           move desk-open(desk-index) to open-display
           move desk-name(desk-index) to rptwrt-column(2)
           move hours-display to rptwrt-column(6)
           move "AVERAGE" to rptwrt-column(8)
           move count-display to rptwrt-column(9)
           move spaces to rptwrt-text
           string "  " desk-name(desk-index)
               " answered " count-display
               "  average " hours-display " h"
               "  late " late-display
               "  still open " open-display
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       write-request-line.
           compute average-hours rounded =
               entry-minutes(request-index) / 60
           move average-hours to hours-display
           move entry-target(request-index) to target-display
           move spaces to arrived-display
           move entry-arrived(request-index) to span-from
           string span-from(1:4) "-" span-from(5:2) "-"
               span-from(7:2) " " span-from(9:2) ":"
               span-from(11:2)
               delimited by size into arrived-display
           end-string
           move spaces to replied-display
           if entry-replied(request-index) not = spaces
               move entry-replied(request-index) to span-to
               string span-to(1:4) "-" span-to(5:2) "-"
                   span-to(7:2) " " span-to(9:2) ":"
                   span-to(11:2)
                   delimited by size into replied-display
               end-string
           end-if
           move entry-id(request-index) to rptwrt-column(1)
           move entry-desk(request-index) to rptwrt-column(2)
           move entry-verb(request-index) to rptwrt-column(3)
           move arrived-display to rptwrt-column(4)
           move replied-display to rptwrt-column(5)
           move hours-display to rptwrt-column(6)
           move target-display to rptwrt-column(7)
           move entry-state(request-index) to rptwrt-column(8)
           move spaces to rptwrt-text
           string "  " entry-id(request-index)
               " " entry-verb(request-index)
               " in " arrived-display
               " out " replied-display
               " " hours-display " h of " target-display " h  "
               entry-state(request-index)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      * Only a breach no earlier run has alerted pages anyone.
       raise-breach-alert.
           if entry-alerted(request-index) not = spaces
               exit paragraph
           end-if
           move now-stamp to entry-alerted(request-index)
           add 1 to alerts-raised
           move 2 to alert-severity-arg
           move spaces to alert-text-arg
           string "Service request " function trim(
               entry-id(request-index)) " "
               function trim(entry-verb(request-index))
               " open past its "
               function trim(target-display) " h target"
               delimited by size into alert-text-arg
           end-string
           call "alert" using alert-severity-arg
               alert-program-arg alert-text-arg
               on exception
                   continue
           end-call.

      * svcsla-alerted.dat: "id stamp", one breach a line.
       load-alerted-breaches.
           open input alerted-file
           if alerted-file-ok
               perform until alerted-file-eof
                   read alerted-file
                       at end
                           continue
                       not at end
                           if alerted-line-id not = spaces
                                   and alerted-count < 2000
                               add 1 to alerted-count
                               move alerted-line-id
                                   to alerted-id(alerted-count)
                               move alerted-line-stamp
                                   to alerted-stamp(alerted-count)
                           end-if
                   end-read
               end-perform
           end-if
           if alerted-file-ok or alerted-file-eof
                   or alerted-file-status = "05"
               close alerted-file
           end-if
           perform varying request-index from 1 by 1
                   until request-index > request-count
               perform varying alerted-index from 1 by 1
                       until alerted-index > alerted-count
                   if alerted-id(alerted-index)
                           = entry-id(request-index)
                       move alerted-stamp(alerted-index)
                           to entry-alerted(request-index)
                       exit perform
                   end-if
               end-perform
           end-perform.

      * Only the breaches still open late are kept: one answered,
      * or brought back inside its target, is forgotten.
       save-alerted-breaches.
           open output alerted-file
           if not alerted-file-ok and alerted-file-status not = "05"
               display "svcsla: svcsla-alerted.dat not written ("
                   alerted-file-status "); breaches will alert again"
                   upon syserr
               exit paragraph
           end-if
           perform varying request-index from 1 by 1
                   until request-index > request-count
               if entry-open-late(request-index)
                       and entry-alerted(request-index) not = spaces
                   move spaces to alerted-line
                   move entry-id(request-index) to alerted-line-id
                   move entry-alerted(request-index)
                       to alerted-line-stamp
                   write alerted-line
               end-if
           end-perform
           close alerted-file.
       end program svcsla.
