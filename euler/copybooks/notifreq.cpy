      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the NOTIFY subprogram. Set the
      *          alert being notified (number, severity, raising
      *          program, text) and the LEVEL - PRIMARY for the
      *          first call, SECONDARY for the second when the
      *          alert has stayed unacknowledged - and CALL
      *          "notify". STATUS comes back:
      *            "0"  spooled for the mail gateway, USER and
      *                 ADDRESS saying to whom
      *            "N"  nobody on the rota for today; logged
      *                 NOCOVER, nothing spooled
      *            "E"  the spool could not be written
      ******************************************************************
       01  notify-request.
           05  notify-req-alert-number pic 9(5).
           05  notify-req-severity     pic 9.
           05  notify-req-program-id   pic X(12).
           05  notify-req-text         pic X(60).
           05  notify-req-level        pic X(9).
           05  notify-req-user         pic X(8).
           05  notify-req-address      pic X(60).
           05  notify-req-status       pic X.
               88  notify-req-sent     value "0".
               88  notify-req-no-cover value "N".
               88  notify-req-failed   value "E".
