      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Outbound alert notification. An escalation report
      *          only helps if somebody runs it; now a severity-1
      *          alert (from ALERT as it is raised) or an escalation
      *          past its age limit (from ALERTMON ESCALATE) CALLs
      *          here, and a notification addressed to whoever the
      *          on-call rota (ONCALL, oncall-rota.dat) has on duty
      *          today is appended to the outbound spool
      *          notify-spool.dat for the mail gateway to pick up,
      *          and to the notification log notify-sent.log that
      *          NOTIFRPT reports from. See notifreq.cpy for the
      *          request area and notifrec.cpy for the record. Like
      *          ALERT, it stays quiet about its own troubles -
      *          whatever went wrong is in the STATUS.
      * Tectonics: cobc -m notify.cob oncall.cob busdays.cob
      ******************************************************************
       identification division.
       program-id. notify.
       environment division.
       input-output section.
       file-control.
           select optional spool-file
               assign to "notify-spool.dat"
               organization is line sequential
               file status is spool-file-status.
           select optional sent-file
               assign to "notify-sent.log"
               organization is line sequential
               file status is sent-file-status.
      ******************************************************************
       data division.
       file section.
       fd  spool-file.
       01  spool-file-line        pic X(200).
       fd  sent-file.
           copy notifrec.

       working-storage section.
       01  spool-file-status           pic XX.
           88  spool-file-ok           value "00".
       01  sent-file-status            pic XX.
           88  sent-file-ok            value "00".
           88  sent-file-eof           value "10".
       01  highest-number              pic 9(5) value zero.
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  saved-return-code           pic s9(9) comp.
       01  notice-line                 pic X(200).
           copy oncreq.

       linkage section.
           copy notifreq.
      ******************************************************************
       procedure division using notify-request.
       send-notification.
           move return-code to saved-return-code
           move spaces to notify-req-user
           move spaces to notify-req-address
           move zero to oncall-date
           call "oncall" using oncall-request
               on exception
                   set oncall-no-cover to true
           end-call
           perform find-highest-number
           perform build-notice
           if oncall-no-cover
               set notify-req-no-cover to true
           else
               perform spool-the-notice
           end-if
           perform log-the-notice
           move saved-return-code to return-code
           goback.

       build-notice.
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to notify-record
           compute notify-number = highest-number + 1
           string now-date-digits(1:4) "-" now-date-digits(5:2)
               "-" now-date-digits(7:2)
               delimited by size into notify-run-date
           end-string
           string now-time-digits(1:2) ":" now-time-digits(3:2)
               ":" now-time-digits(5:2)
               delimited by size into notify-run-time
           end-string
           move notify-req-alert-number to notify-alert-number
           if oncall-no-cover
               set notify-no-cover to true
           else
               move notify-req-level to notify-level
               if notify-to-secondary
                       and oncall-secondary not = spaces
                   move oncall-secondary to notify-user
                   move oncall-secondary-address to notify-address
               else
                   set notify-to-primary to true
                   move oncall-primary to notify-user
                   move oncall-primary-address to notify-address
               end-if
           end-if
           string "SEV" notify-req-severity " alert "
               notify-req-alert-number " from "
               function trim(notify-req-program-id) ": "
               function trim(notify-req-text)
               delimited by size into notify-subject
           end-string
           move notify-user to notify-req-user
           move notify-address to notify-req-address.

      * The gateway's card: TO address, then the subject, then the
      * notice and alert numbers it echoes back in its own log.
       spool-the-notice.
           move spaces to notice-line
           string "TO " function trim(notify-address)
               "|" function trim(notify-subject)
               "|notice " notify-number
               "|alert " notify-alert-number
               "|" function trim(notify-level)
               delimited by size into notice-line
           end-string
           open extend spool-file
      * An OPTIONAL file opened EXTEND for the first time answers
      * 05 - created and open, not failed.
           if not spool-file-ok
                   and spool-file-status not = "05"
               open output spool-file
           end-if
           if spool-file-ok or spool-file-status = "05"
               write spool-file-line from notice-line
               close spool-file
               set notify-req-sent to true
           else
               set notify-req-failed to true
           end-if.

       log-the-notice.
           open extend sent-file
           if not sent-file-ok
                   and sent-file-status not = "05"
               open output sent-file
           end-if
           if sent-file-ok or sent-file-status = "05"
               write notify-record
               close sent-file
           end-if.

       find-highest-number.
           move zero to highest-number
           open input sent-file
           if sent-file-ok
               perform until sent-file-eof
                   read sent-file
                       at end
                           continue
                       not at end
                           if notify-number is numeric
                                   and notify-number
                                       > highest-number
                               move notify-number
                                   to highest-number
                           end-if
                   end-read
               end-perform
           end-if
           if sent-file-ok or sent-file-eof
                   or sent-file-status = "05"
               close sent-file
           end-if.
       end program notify.
