      *          troubles, the same stance FILEERR's journal append
      *          takes - an alerter that abends raising an alert
      *          would eat the original failure's evidence.
      * Tectonics: cobc -m alert.cob notify.cob oncall.cob
      *            busdays.cob
      * Modifications:
      *   15 Oct 2026 - A severity-1 alert is also notified to the
      *                 on-call primary through the NOTIFY
      *                 subprogram (the outbound spool for the mail
      *                 gateway), so it no longer waits for somebody
      *                 to look at ALERTMON.
      ******************************************************************
       identification division.
       program-id. alert.
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  saved-return-code           pic s9(9) comp.
           copy notifreq.

       linkage section.
       01  lk-alert-severity           pic 9.
               move lk-alert-text to alert-text
               write alert-record
               close alert-file
               if lk-alert-severity = 1
                   perform notify-on-call
               end-if
           end-if
           move saved-return-code to return-code
           goback.

      * Quiet, like the append itself: a notification that cannot
      * go out is on NOTIFY's log and ALERTMON's escalation will
      * try again.
       notify-on-call.
           move alert-number to notify-req-alert-number
           move lk-alert-severity to notify-req-severity
           move lk-alert-program-id to notify-req-program-id
           move lk-alert-text to notify-req-text
           move "PRIMARY" to notify-req-level
           call "notify" using notify-request
               on exception
                   continue
           end-call.

       find-highest-number.
           move zero to highest-number
           open input alert-file
