      *                 through the suite's shared FILESTAT/FILEERR
      *                 copybook and subprogram, instead of a local
      *                 status field and an ad hoc message.
      *   15 Oct 2026 - A factor FACTORIZE could only show a probable
      *                 prime is marked "?", and a cofactor left
      *                 unsplit at its time cap is shown in brackets
      *                 with an "incomplete" note; the batch report
      *                 carries the new FACTBREC proof column, and an
      *                 incomplete target is classed UNKNOWN.
       environment division.
       input-output section.
       file-control.
       01  n        pic 9(20).
       01  n-display      pic z(19)9.
       01  factor   pic z(19)9.
       01  factor-display pic X(24).
       01  factor-list-line         pic X(160).
       01  factor-list-pointer      pic 9(4) comp.
       01  ledger-start-time        pic 9(8).
           perform varying factor-index from 1 by 1
                   until factor-index > factorize-list-count
               move factorize-value(factor-index) to factor
               perform mark-factor
               if factor-index < factorize-list-count
                   display function trim(factor-display)
                       space with no advancing
               else
                   display function trim(factor-display)
               end-if
               perform accumulate-factor
           end-perform
           if factorize-incomplete
               display "    factoring incomplete at the time cap;"
                   " the bracketed cofactor is unsplit"
           end-if
           if factorize-has-probable
               display "    ? marks a probable prime"
           end-if
           if is-batch-mode
               perform write-factors-report-line
           end-if.

       mark-factor.
           move spaces to factor-display
           evaluate true
               when factorize-value-probable(factor-index)
                   string function trim(factor leading) "?"
                       delimited by size into factor-display
                   end-string
               when factorize-value-unsplit(factor-index)
                   string "[" function trim(factor leading) "]"
                       delimited by size into factor-display
                   end-string
               when other
                   move function trim(factor leading)
                       to factor-display
           end-evaluate.

       accumulate-factor.
           string
               function trim(factor-display) delimited by size
               " "                            delimited by size

      * PRIME outranks the divisor-sum classes - every prime is
      * deficient, but nobody scanning the report wants it filed
      * that way. A factoring cut short is not classed at all.
       classify-number.
           compute proper-divisor-sum =
               factorize-divisor-sum - n
           evaluate true
               when factorize-incomplete
                   move "UNKNOWN" to number-class
               when factorize-list-count = 1
                   move "PRIME" to number-class
               when proper-divisor-sum = n
                   move "PERFECT" to number-class
               when proper-divisor-sum > n
                   move "ABUNDANT" to number-class
               when other
                   move "DEFICIENT" to number-class
           end-evaluate
           evaluate true
               when factorize-incomplete
                   move "INCOMPLETE" to fb-proof
               when factorize-has-probable
                   move "PROBABLE" to fb-proof
               when other
                   move "PROVEN" to fb-proof
           end-evaluate
           move n to fb-number
           move number-class to fb-class
           move factorize-divisor-count to fb-divisor-count
