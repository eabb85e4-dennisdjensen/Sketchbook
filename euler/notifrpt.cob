      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Daily alert notification report: every notification
      *          NOTIFY sent on the day (notify-sent.log) - to whom,
      *          at which address, primary or secondary - and whether
      *          the alert behind it has been acknowledged since
      *          (batch-alerts.log), with the time of the
      *          acknowledgment off the security journal. Dates the
      *          rota left uncovered show as NOCOVER lines. The
      *          report opens with who the rota has on duty today.
      *          The optional first argument is the day, YYYY-MM-DD;
      *          the default is yesterday, the day the nightly deck
      *          has just closed. Printed through RPTWRT (archived
      *          as "notifrpt").
      * Tectonics: cobc -x notifrpt.cob rptwrt.cob oncall.cob
      *            busdays.cob
      ******************************************************************
       identification division.
       program-id. notifrpt.
       environment division.
       input-output section.
       file-control.
           select optional sent-file
               assign to "notify-sent.log"
               organization is line sequential
               file status is sent-file-status.
           select optional alert-file
               assign to "batch-alerts.log"
               organization is line sequential
               file status is alert-file-status.
           select optional journal-file
               assign to "security-journal.log"
               organization is line sequential
               file status is journal-file-status.
      ******************************************************************
       data division.
       file section.
       fd  sent-file.
           copy notifrec.
       fd  alert-file.
           copy alertrec.
       fd  journal-file.
           copy secjrec.

       working-storage section.
       01  sent-file-status            pic XX.
           88  sent-file-ok            value "00".
           88  sent-file-eof           value "10".
       01  alert-file-status           pic XX.
           88  alert-file-ok           value "00".
           88  alert-file-eof          value "10".
       01  journal-file-status         pic XX.
           88  journal-file-ok         value "00".
           88  journal-file-eof        value "10".
       01  date-arg                    pic X(10).
       01  report-date-text            pic X(10).
       01  report-date-digits          pic 9(8).
       01  today-date-digits           pic 9(8).
      * The day's notices, with what became of their alerts.
       01  notice-table.
           05  notice-entry occurs 500 times.
               10  ntc-line            pic X(200).
               10  ntc-alert-number    pic 9(5).
               10  ntc-acked           pic X.
               10  ntc-ack-time        pic X(19).
       01  notice-count                pic 9(4) comp value zero.
       01  notice-index                pic 9(4) comp.
       01  sent-count                  pic 9(4) comp value zero.
       01  acked-count                 pic 9(4) comp value zero.
       01  unacked-count               pic 9(4) comp value zero.
       01  no-cover-count              pic 9(4) comp value zero.
       01  sent-display                pic ZZZ9.
       01  acked-display               pic ZZZ9.
       01  unacked-display             pic ZZZ9.
       01  no-cover-display            pic ZZZ9.
           copy oncreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           move spaces to date-arg
           display 1 upon argument-number
           accept date-arg from argument-value
           if date-arg = spaces
               compute report-date-digits = function date-of-integer(
                   function integer-of-date(today-date-digits) - 1)
           else
               if date-arg(1:4) is not numeric
                       or date-arg(5:1) not = "-"
                       or date-arg(6:2) is not numeric
                       or date-arg(8:1) not = "-"
                       or date-arg(9:2) is not numeric
                   display "notifrpt: the day is YYYY-MM-DD"
                       upon syserr
                   move 16 to return-code
                   stop run
               end-if
               compute report-date-digits =
                   function numval(date-arg(1:4)) * 10000
                   + function numval(date-arg(6:2)) * 100
                   + function numval(date-arg(9:2))
           end-if
           move spaces to report-date-text
           string report-date-digits(1:4) "-"
               report-date-digits(5:2) "-" report-date-digits(7:2)
               delimited by size into report-date-text
           end-string
           perform load-days-notices
           perform mark-acknowledged-alerts
           perform find-acknowledgment-times
           perform print-notification-report
           move zero to return-code
           stop run.

       load-days-notices.
           open input sent-file
           if sent-file-ok
               perform until sent-file-eof
                       or notice-count >= 500
                   read sent-file
                       at end
                           continue
                       not at end
                           if notify-run-date = report-date-text
                               add 1 to notice-count
                               move notify-record
                                   to ntc-line(notice-count)
                               move notify-alert-number
                                   to ntc-alert-number(notice-count)
                               move "N" to ntc-acked(notice-count)
                               move spaces
                                   to ntc-ack-time(notice-count)
                           end-if
                   end-read
               end-perform
           end-if
           if sent-file-ok or sent-file-eof
                   or sent-file-status = "05"
               close sent-file
           end-if.

       mark-acknowledged-alerts.
           if notice-count = zero
               exit paragraph
           end-if
           open input alert-file
           if alert-file-ok
               perform until alert-file-eof
                   read alert-file
                       at end
                           continue
                       not at end
                           if alert-acknowledged
                               perform mark-alert-notices
                           end-if
                   end-read
               end-perform
           end-if
           if alert-file-ok or alert-file-eof
                   or alert-file-status = "05"
               close alert-file
           end-if.

       mark-alert-notices.
           perform varying notice-index from 1 by 1
                   until notice-index > notice-count
               if ntc-alert-number(notice-index) = alert-number
                   move "Y" to ntc-acked(notice-index)
               end-if
           end-perform.

      * ALERTMON journals every acknowledgment as "alert nnnnn
      * acknowledged"; the latest one for the alert is its time.
       find-acknowledgment-times.
           if notice-count = zero
               exit paragraph
           end-if
           open input journal-file
           if journal-file-ok
               perform until journal-file-eof
                   read journal-file
                       at end
                           continue
                       not at end
                           if secj-action = "ALERT-ACK"
                                   and secj-detail(1:6) = "alert "
                                   and secj-detail(7:5) is numeric
                               perform time-alert-notices
                           end-if
                   end-read
               end-perform
           end-if
           if journal-file-ok or journal-file-eof
                   or journal-file-status = "05"
               close journal-file
           end-if.

       time-alert-notices.
           perform varying notice-index from 1 by 1
                   until notice-index > notice-count
               if ntc-alert-number(notice-index)
                       = function numval(secj-detail(7:5))
                   move spaces to ntc-ack-time(notice-index)
                   string secj-run-date " " secj-run-time
                       delimited by size
                       into ntc-ack-time(notice-index)
                   end-string
               end-if
           end-perform.

       print-notification-report.
           move "notifrpt" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Alert notifications sent " report-date-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move zero to oncall-date
           call "oncall" using oncall-request
               on exception
                   set oncall-no-cover to true
           end-call
           set rptwrt-op-head to true
           move spaces to rptwrt-text
           if oncall-found
               string "On call today: primary "
                   function trim(oncall-primary) " ("
                   function trim(oncall-primary-address)
                   "), secondary " function trim(oncall-secondary)
                   " (" function trim(oncall-secondary-address) ")"
                   delimited by size into rptwrt-text
               end-string
           else
               move "On call today: NOBODY - the rota has no cover"
                   to rptwrt-text
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           move "notice time     alert level     user     address"
               to rptwrt-text
           move "acknowledged" to rptwrt-text(96:12)
           call "rptwrt" using rptwrt-request
           perform varying notice-index from 1 by 1
                   until notice-index > notice-count
               perform print-one-notice
           end-perform
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move sent-count to sent-display
           move acked-count to acked-display
           move unacked-count to unacked-display
           move no-cover-count to no-cover-display
           string function trim(sent-display) " sent, "
               function trim(acked-display) " acknowledged, "
               function trim(unacked-display)
               " still unacknowledged, "
               function trim(no-cover-display)
               " with nobody on the rota"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

       print-one-notice.
           move ntc-line(notice-index) to notify-record
           move spaces to rptwrt-text
           move notify-number to rptwrt-text(1:5)
           move notify-run-time to rptwrt-text(8:8)
           move notify-alert-number to rptwrt-text(17:5)
           move notify-level to rptwrt-text(23:9)
           move notify-user to rptwrt-text(33:8)
           move notify-address(1:54) to rptwrt-text(42:54)
           evaluate true
               when notify-no-cover
                   add 1 to no-cover-count
                   move "-" to rptwrt-text(96:1)
               when ntc-acked(notice-index) = "Y"
                   add 1 to sent-count
                   add 1 to acked-count
                   move "yes" to rptwrt-text(96:3)
                   move ntc-ack-time(notice-index)
                       to rptwrt-text(100:19)
               when other
                   add 1 to sent-count
                   add 1 to unacked-count
                   move "NO" to rptwrt-text(96:2)
           end-evaluate
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.
       end program notifrpt.
