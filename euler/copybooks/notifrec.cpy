      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one alert notification, written by
      *          the NOTIFY subprogram twice over: to the outbound
      *          spool (notify-spool.dat) the mail gateway picks up
      *          and empties, and to the notification log
      *          (notify-sent.log) that stays behind as the record
      *          of who was told what and when. LEVEL is PRIMARY for
      *          the on-call primary, SECONDARY for the second call
      *          when the alert stayed unacknowledged; a date with
      *          nobody on the rota is logged NOCOVER against the
      *          alert and nothing is spooled. Kept as a copybook,
      *          the way ALERTREC is, so NOTIFY, ALERTMON's
      *          escalation, and the NOTIFRPT daily report agree on
      *          the field widths.
      ******************************************************************
       01  notify-record.
           05  notify-number           pic 9(5).
           05  filler                  pic X value space.
           05  notify-run-date         pic X(10).
           05  filler                  pic X value space.
           05  notify-run-time         pic X(8).
           05  filler                  pic X value space.
           05  notify-alert-number     pic 9(5).
           05  filler                  pic X value space.
           05  notify-level            pic X(9).
               88  notify-to-primary   value "PRIMARY".
               88  notify-to-secondary value "SECONDARY".
               88  notify-no-cover     value "NOCOVER".
           05  filler                  pic X value space.
           05  notify-user             pic X(8).
           05  filler                  pic X value space.
           05  notify-address          pic X(60).
           05  filler                  pic X value space.
           05  notify-subject          pic X(80).
