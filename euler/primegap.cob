      *                 instead of a rescan of the primes file. A
      *                 build without the module just skips the
      *                 confirmation.
      *   15 Oct 2026 - Delimited extract of the gap distribution,
      *                 the record gaps, the decades and the summary
      *                 beside the printed report
      *                 (rpt-archive/primegap-YYYYMMDD.csv).
      ******************************************************************
       identification division.
       program-id. primegap.

       print-gap-report.
           move "primegap" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move "Prime-gap and twin-prime report over"
               & " euler0007-primes.out" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 9 to rptwrt-column-count
           move "gap" to rptwrt-column(1)
           move "occurrences" to rptwrt-column(2)
           move "first_after" to rptwrt-column(3)
           move "decade" to rptwrt-column(4)
           move "primes" to rptwrt-column(5)
           move "twin_pairs" to rptwrt-column(6)
           move "per_thousand" to rptwrt-column(7)
           move "largest_prime" to rptwrt-column(8)
           move "largest_gap" to rptwrt-column(9)
           call "rptwrt" using rptwrt-request
           move "distribution" to rptwrt-section
           set rptwrt-op-head to true
           move "gap distribution (gap: occurrences)"
               to rptwrt-text
                       function trim(count-display leading)
                       delimited by size into rptwrt-text
                   end-string
                   move gap-display to rptwrt-column(1)
                   move count-display to rptwrt-column(2)
                   call "rptwrt" using rptwrt-request
               end-if
           end-perform
                   function trim(count-display leading)
                   delimited by size into rptwrt-text
               end-string
               move "over 100" to rptwrt-column(1)
               move count-display to rptwrt-column(2)
               call "rptwrt" using rptwrt-request
           end-if
           set rptwrt-op-break to true
           move "record gaps (first appearance)" to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "record" to rptwrt-section
           perform varying gap-index from 1 by 1
                   until gap-index > record-gap-count
               move record-gap-size(gap-index) to gap-display
                   function trim(prime-display leading)
                   delimited by size into rptwrt-text
               end-string
               move gap-display to rptwrt-column(1)
               move prime-display to rptwrt-column(3)
               call "rptwrt" using rptwrt-request
           end-perform
           set rptwrt-op-break to true
           move "twin pairs and density per decade" to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "decade" to rptwrt-section
           perform varying decade-index from 1 by 1
                   until decade-index > 10
               if decade-primes(decade-index) > zero
               function trim(gap-display leading)
               delimited by size into rptwrt-text
           end-string
           move "summary" to rptwrt-section
           move count-display to rptwrt-column(5)
           move count-display-2 to rptwrt-column(6)
           move prime-display to rptwrt-column(8)
           move gap-display to rptwrt-column(9)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
               " per thousand"
               delimited by size into rptwrt-text
           end-string
           move decade-display to rptwrt-column(4)
           move count-display to rptwrt-column(5)
           move count-display-2 to rptwrt-column(6)
           move density-display to rptwrt-column(7)
           call "rptwrt" using rptwrt-request.
      * The record gap's two ends, confirmed keyed: the nearest
      * prime above the gap's start must be exactly its end, or
