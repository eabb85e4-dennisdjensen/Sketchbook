      *          SECAUDIT under the operating system's USER, so
      *          "who waved that severity-1 away" has an answer.
      * Tectonics: cobc -x alertmon.cob paramrdr.cob rptwrt.cob
      *            secaudit.cob notify.cob oncall.cob busdays.cob
      *            msgcat.cob
      * Modifications:
      *   15 Oct 2026 - ESCALATE now notifies as well as reports,
      *                 and is meant to run from its own cron entry
      *                 every few minutes: an escalated alert nobody
      *                 has been told of goes to the on-call primary
      *                 through NOTIFY, and one still unacknowledged
      *                 an age limit after that first notice goes to
      *                 the on-call secondary. Two notices per alert
      *                 at most; notify-sent.log says which were
      *                 sent.
      *   15 Oct 2026 - The screen's prompts and messages come from
      *                 the MSGCAT message catalog in the operator's
      *                 language (EULER_LANG), and each alert line is
      *                 recast the same way - a cataloged alert text
      *                 in the operator's words, its date the
      *                 language's way.
      ******************************************************************
       identification division.
       program-id. alertmon.
               assign to "batch-alerts.log"
               organization is line sequential
               file status is alert-file-status.
           select optional sent-file
               assign to "notify-sent.log"
               organization is line sequential
               file status is sent-file-status.
      ******************************************************************
       data division.
       file section.
       fd  alert-file.
           copy alertrec.
       fd  sent-file.
           copy notifrec.

       working-storage section.
       01  alert-file-status           pic XX.
           88  alert-file-ok           value "00".
           88  alert-file-eof          value "10".
       01  sent-file-status            pic XX.
           88  sent-file-ok            value "00".
           88  sent-file-eof           value "10".
       01  param-filepath              pic X(80)
                                       value "alertmon.parm".
       01  param-table.
       01  operator-user               pic X(8).
       01  secaudit-role               pic X(10) value "console".
       01  audit-detail                pic X(80).
      * The notices already sent, from notify-sent.log.
       01  notice-table.
           05  notice-entry occurs 500 times.
               10  ntc-alert-number    pic 9(5).
               10  ntc-run-date        pic X(10).
               10  ntc-run-time        pic X(8).
       01  notice-count                pic 9(4) comp value zero.
       01  notice-index                pic 9(4) comp.
       01  notices-for-alert           pic 9(4) comp.
       01  first-notice                pic 9(4) comp.
       01  notice-seconds              pic 9(7) comp.
       01  notice-age-seconds          pic s9(7) comp.
       01  asked-number-text           pic X(5).
           copy msgcreq.
           copy notifreq.
           copy rptreq.
      ******************************************************************
       procedure division.
           perform until operator-quit
               perform paint-alerts
               display " "
               move spaces to msgcat-args
               move "ENTER refreshes, A nnnnn acknowledges, Q quits:"
                   to msgcat-text
               move 202 to msgcat-number
               perform take-catalog-text
               display function trim(msgcat-text trailing) " "
                   with no advancing
               move spaces to operator-reply
               accept operator-reply
               evaluate true
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           display " "
           move spaces to msgcat-args
           move "=============== OPERATOR ALERTS ==============="
               to msgcat-text
           move 200 to msgcat-number
           perform say-catalog-text
           move zero to unseen-count
           perform varying alert-index from 1 by 1
                   until alert-index > alert-count
               move alert-slot(alert-index) to alert-record
               if alert-unseen
                   add 1 to unseen-count
                   perform show-one-alert
               end-if
           end-perform
           if unseen-count = zero
               move spaces to msgcat-args
               move "  nothing unacknowledged" to msgcat-text
               move 201 to msgcat-number
               perform say-catalog-text
           end-if.

      * The alert's own text first, then the whole line for its
      * date; the log itself is never rewritten for the screen.
       show-one-alert.
           set msgcat-op-render to true
           move spaces to msgcat-language
           move alert-text to msgcat-text
           call "msgcat" using msgcat-request
               on exception
                   move alert-text to msgcat-text
           end-call
           move msgcat-text to alert-text
           set msgcat-op-render to true
           move spaces to msgcat-language
           move alert-record to msgcat-text
           call "msgcat" using msgcat-request
               on exception
                   move alert-record to msgcat-text
           end-call
           display "  " function trim(msgcat-text trailing).

      * MSGCAT-TEXT holds the English as the program builds it,
      * which stands when the catalog has no card for the message.
       take-catalog-text.
           set msgcat-op-text to true
           move spaces to msgcat-language
           call "msgcat" using msgcat-request
               on exception
                   continue
           end-call.

       say-catalog-text.
           perform take-catalog-text
           display function trim(msgcat-text trailing).

       acknowledge-alert.
           move spaces to reply-verb
           move spaces to reply-operand
               into reply-verb reply-operand
           end-unstring
           if function test-numval(reply-operand) not = 0
               move spaces to msgcat-args
               move "Acknowledge with A and the alert number"
                   to msgcat-text
               move 203 to msgcat-number
               perform say-catalog-text
               exit paragraph
           end-if
           move function numval(reply-operand) to asked-number
                   set alerts-were-changed to true
               end-if
           end-perform
           move asked-number to asked-number-text
           move spaces to msgcat-args
           move asked-number-text to msgcat-arg(1)
           move operator-user to msgcat-arg(2)
           move spaces to msgcat-text
           if match-found = "N"
               string "No unacknowledged alert " asked-number
                   delimited by size into msgcat-text
               end-string
               move 204 to msgcat-number
               perform say-catalog-text
           else
               perform save-alerts
               string "Alert " asked-number " acknowledged by "
                   function trim(operator-user)
                   delimited by size into msgcat-text
               end-string
               move 205 to msgcat-number
               perform say-catalog-text
      * An acknowledgment is a privileged act - somebody took
      * responsibility for a raised alert - so it goes on the
      * security journal like PARMMNT's changes do.
           move "Alert escalation report for the shift supervisor"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform load-notices
           perform varying alert-index from 1 by 1
                   until alert-index > alert-count
               move alert-slot(alert-index) to alert-record
               end-string
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
               perform notify-escalation
           end-if.

       load-notices.
           move zero to notice-count
           open input sent-file
           if sent-file-ok
               perform until sent-file-eof
                       or notice-count >= 500
                   read sent-file
                       at end
                           continue
                       not at end
                           if notify-alert-number is numeric
                               add 1 to notice-count
                               move notify-alert-number
                                   to ntc-alert-number(notice-count)
                               move notify-run-date
                                   to ntc-run-date(notice-count)
                               move notify-run-time
                                   to ntc-run-time(notice-count)
                           end-if
                   end-read
               end-perform
           end-if
           if sent-file-ok or sent-file-eof
                   or sent-file-status = "05"
               close sent-file
           end-if.

      * The first notice goes to the primary; a second, to the
      * secondary, once the first has itself gone unanswered for
      * the age limit. A date nobody was rostered for still counts
      * as a notice tried, so a hole in the rota is logged twice
      * at most, not every sweep.
       notify-escalation.
           move zero to notices-for-alert
           move zero to first-notice
           perform varying notice-index from 1 by 1
                   until notice-index > notice-count
               if ntc-alert-number(notice-index) = alert-number
                   add 1 to notices-for-alert
                   if first-notice = zero
                       move notice-index to first-notice
                   end-if
               end-if
           end-perform
           evaluate true
               when notices-for-alert = zero
                   move "PRIMARY" to notify-req-level
               when notices-for-alert = 1
                   perform weigh-first-notice-age
                   if notice-age-seconds <= age-limit-seconds
                       exit paragraph
                   end-if
                   move "SECONDARY" to notify-req-level
               when other
                   exit paragraph
           end-evaluate
           move alert-number to notify-req-alert-number
           move alert-severity to notify-req-severity
           move alert-program-id to notify-req-program-id
           move alert-text to notify-req-text
           move "E" to notify-req-status
           call "notify" using notify-request
               on exception
                   continue
           end-call
           move spaces to rptwrt-text
           evaluate true
               when notify-req-sent
                   string "           notified "
                       function trim(notify-req-level) " "
                       function trim(notify-req-user) " at "
                       function trim(notify-req-address)
                       delimited by size into rptwrt-text
                   end-string
               when notify-req-no-cover
                   move "           nobody on the on-call rota today"
                       to rptwrt-text
               when other
                   move "           notification could not be spooled"
                       to rptwrt-text
           end-evaluate
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       weigh-first-notice-age.
           move zero to notice-seconds
           if ntc-run-time(first-notice)(1:2) is numeric
                   and ntc-run-time(first-notice)(4:2) is numeric
                   and ntc-run-time(first-notice)(7:2) is numeric
               compute notice-seconds =
                   function numval(ntc-run-time(first-notice)(1:2))
                   * 3600
                   + function numval(ntc-run-time(first-notice)(4:2))
                   * 60
                   + function numval(ntc-run-time(first-notice)(7:2))
           end-if
           if ntc-run-date(first-notice) = now-date-text
               compute notice-age-seconds = now-seconds
                   - notice-seconds
           else
               compute notice-age-seconds = now-seconds
                   - notice-seconds + seconds-per-day
           end-if.
       end program alertmon.
