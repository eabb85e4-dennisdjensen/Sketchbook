      *                 writer, so the trend report carries the same
      *                 furniture as everything else the suite
      *                 prints.
      *   15 Oct 2026 - Delimited extract of the job lines, the
      *                 nightly stream totals and the stream
      *                 projection beside the printed report
      *                 (rpt-archive/trendrpt-YYYYMMDD.csv).
      ******************************************************************
       identification division.
       program-id. trendrpt.
           compute window-seconds = window-minutes * 60
           perform load-run-history
           move "trendrpt" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Runtime trend report, lookback from "
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 13 to rptwrt-column-count
           move "job" to rptwrt-column(1)
           move "runs" to rptwrt-column(2)
           move "mean_s" to rptwrt-column(3)
           move "band_low_s" to rptwrt-column(4)
           move "band_high_s" to rptwrt-column(5)
           move "latest_s" to rptwrt-column(6)
           move "drift_per_week_s" to rptwrt-column(7)
           move "at_horizon_s" to rptwrt-column(8)
           move "verdict" to rptwrt-column(9)
           move "night" to rptwrt-column(10)
           move "total_s" to rptwrt-column(11)
           move "window_s" to rptwrt-column(12)
           move "flagged_jobs" to rptwrt-column(13)
           call "rptwrt" using rptwrt-request
           move "job" to rptwrt-section
           move band-percent to band-pct-display
           move window-minutes to window-min-display
           move horizon-weeks to horizon-display
               " job(s) flagged"
               delimited by size into rptwrt-text
           end-string
           move "flagged" to rptwrt-section
           move flagged-display to rptwrt-column(13)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
               "s " function trim(verdict-text)
               delimited by size into rptwrt-text
           end-string
           move job-name(job-index) to rptwrt-column(1)
           move run-count-display to rptwrt-column(2)
           move mean-display to rptwrt-column(3)
           move low-display to rptwrt-column(4)
           move high-display to rptwrt-column(5)
           move latest-display to rptwrt-column(6)
           move slope-display to rptwrt-column(7)
           move projected-display to rptwrt-column(8)
           move verdict-text to rptwrt-column(9)
           call "rptwrt" using rptwrt-request.

       report-stream-total.
           set rptwrt-op-break to true
           move "Stream total duration per night:" to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "night" to rptwrt-section
           perform varying date-index from 1 by 1
                   until date-index > date-count
               move night-seconds(date-index) to total-display
                   function trim(total-display leading) " s"
                   delimited by size into rptwrt-text
               end-string
               move night-date(date-index) to rptwrt-column(10)
               move total-display to rptwrt-column(11)
               call "rptwrt" using rptwrt-request
           end-perform
           if date-count >= 2
                       " s"
                       delimited by size into rptwrt-text
                   end-string
                   move "stream" to rptwrt-section
                   move slope-display to rptwrt-column(7)
                   move projected-display to rptwrt-column(8)
                   move window-sec-display to rptwrt-column(12)
                   call "rptwrt" using rptwrt-request
                   if projected-seconds > window-seconds
                       set rptwrt-op-detail to true
                       move "  STREAM WILL BLOW THE WINDOW"
                           to rptwrt-text
                       move "WILL BLOW WINDOW" to rptwrt-column(9)
                       call "rptwrt" using rptwrt-request
                       add 1 to flagged-jobs
                   end-if
