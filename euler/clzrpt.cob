      *          remembered in clzrpt.last between runs. Logs the
      *          cache size and record chain to the shared ledger.
      * Tectonics: cobc -x clzrpt.cob rptwrt.cob ledger.cob
      * Modifications:
      *   15 Oct 2026 - Delimited extract of the distribution, the
      *                 record setters, the longest chains and the
      *                 cache growth beside the printed report
      *                 (rpt-archive/clzrpt-YYYYMMDD.csv).
      ******************************************************************
       identification division.
       program-id. clzrpt.

       print-collatz-report.
           move "clzrpt" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move "Collatz chain analytics over euler014-memo.cache"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 7 to rptwrt-column-count
           move "terms_low" to rptwrt-column(1)
           move "terms_high" to rptwrt-column(2)
           move "entries" to rptwrt-column(3)
           move "start" to rptwrt-column(4)
           move "terms" to rptwrt-column(5)
           move "cache_entries" to rptwrt-column(6)
           move "gained" to rptwrt-column(7)
           call "rptwrt" using rptwrt-request
           move "distribution" to rptwrt-section
           set rptwrt-op-head to true
           move "chain-length distribution (band: entries)"
               to rptwrt-text
           set rptwrt-op-break to true
           move "record-setting starting numbers" to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "record" to rptwrt-section
           perform varying band-index from 1 by 1
                   until band-index > record-count
               move record-start(band-index) to count-display
                   " term(s)"
                   delimited by size into rptwrt-text
               end-string
               move count-display to rptwrt-column(4)
               move count-display-2 to rptwrt-column(5)
               call "rptwrt" using rptwrt-request
           end-perform
           set rptwrt-op-break to true
           move "longest chains in the cached range"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "longest" to rptwrt-section
           perform varying longest-index from 1 by 1
                   until longest-index > 5
               if longest-terms(longest-index) > zero
                       " term(s)"
                       delimited by size into rptwrt-text
                   end-string
                   move count-display to rptwrt-column(4)
                   move count-display-2 to rptwrt-column(5)
                   call "rptwrt" using rptwrt-request
               end-if
           end-perform
               " gained since the last analytics run"
               delimited by size into rptwrt-text
           end-string
           move "cache" to rptwrt-section
           move count-display to rptwrt-column(6)
           move growth-display to rptwrt-column(7)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
                   function trim(count-display leading)
                   delimited by size into rptwrt-text
               end-string
               move band-high-display to rptwrt-column(2)
           else
               move band-bucket(band-index) to count-display
               set rptwrt-op-detail to true
                   delimited by size into rptwrt-text
               end-string
           end-if
           move band-low-display to rptwrt-column(1)
           move count-display to rptwrt-column(3)
           call "rptwrt" using rptwrt-request.

       read-previous-entry-count.
