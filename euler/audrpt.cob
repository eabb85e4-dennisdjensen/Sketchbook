      *          stare at before committing next month's threshold
      *          increase to the batch window.
      * Tectonics: cobc -x audrpt.cob paramrdr.cob rptwrt.cob
      * Modifications:
      *   15 Oct 2026 - Delimited extract of the record setters, the
      *                 bands and the frontier beside the printed
      *                 report (rpt-archive/audrpt-YYYYMMDD.csv).
      ******************************************************************
       identification division.
       program-id. audrpt.

       print-audit-report.
           move "audrpt" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move "Divisor-growth report over euler012.audit"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 9 to rptwrt-column-count
           move "index" to rptwrt-column(1)
           move "triangle" to rptwrt-column(2)
           move "divisors" to rptwrt-column(3)
           move "band_low" to rptwrt-column(4)
           move "band_high" to rptwrt-column(5)
           move "rows" to rptwrt-column(6)
           move "peak" to rptwrt-column(7)
           move "mean" to rptwrt-column(8)
           move "below_threshold" to rptwrt-column(9)
           call "rptwrt" using rptwrt-request
           move "record" to rptwrt-section
           set rptwrt-op-head to true
           move "record-setting triangle numbers" to rptwrt-text
           call "rptwrt" using rptwrt-request
                   function trim(divisors-display leading)
                   delimited by size into rptwrt-text
               end-string
               move index-display to rptwrt-column(1)
               move number-display to rptwrt-column(2)
               move divisors-display to rptwrt-column(3)
               call "rptwrt" using rptwrt-request
           end-perform
           set rptwrt-op-break to true
           move "divisor growth per 10000-index band"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "band" to rptwrt-section
           perform varying band-index from 1 by 1
                   until band-index > 50
               if band-rows(band-index) > zero
           end-perform
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move "frontier" to rptwrt-section
           move frontier-divisors to divisors-display
           move frontier-at-index to index-display
           move index-display to rptwrt-column(1)
           move divisors-display to rptwrt-column(3)
           if threshold-value > zero
               compute shortfall =
                   threshold-value - frontier-divisors
               move shortfall to shortfall-display
               move shortfall-display to rptwrt-column(9)
               string "frontier: "
                   function trim(divisors-display leading)
                   " divisor(s) at index "
               ", mean " function trim(mean-display leading)
               delimited by size into rptwrt-text
           end-string
           move band-low-display to rptwrt-column(4)
           move band-high-display to rptwrt-column(5)
           move rows-display to rptwrt-column(6)
           move divisors-display to rptwrt-column(7)
           move mean-display to rptwrt-column(8)
           call "rptwrt" using rptwrt-request.
       end program audrpt.
