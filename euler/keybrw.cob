      *          browse during the batch window waits out a
      *          writer's update or reports a clean "busy,
      *          retried" instead of aborting on a file status.
      * Tectonics: cobc -x keybrw.cob reclock.cob laycat.cob
      * Modifications:
      *   15 Oct 2026 - Records are broken out from the record-layout
      *                 catalog (layout-catalog.dat, through LAYCAT)
      *                 under the layout named like the file - the
      *                 ledger master under LEDGER, the line it
      *                 holds - instead of a hand-coded format per
      *                 copybook; a widened layout shows its new
      *                 fields with a catalog card.
      ******************************************************************
       identification division.
       program-id. keybrw.
       fd  factor-cache-file.
           copy factcrec.
       fd  dump-file.
       01  dump-line              pic X(400).

       working-storage section.
       01  ledger-master-status        pic XX.
       01  dump-hi-number              pic 9(20).
       01  key-number                  pic 9(20).
       01  key-number-7                pic 9(7).
       01  formatted-line              pic X(400).
       01  dump-display                pic ZZZZZZ9.
       01  reclock-op                  pic X.
       01  reclock-file                pic X(30).
       01  reclock-verdict             pic X.
           copy laycreq.
      ******************************************************************
       procedure division.
       main-procedure.
               move 16 to return-code
               stop run
           end-if
           move "LOAD" to laycat-op
           move which-file to laycat-layout
           call "laycat" using layout-catalog-request
           if not laycat-is-known
               display "No " function trim(which-file)
                   " layout in layout-catalog.dat" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform open-chosen-file
           if file-is-open not = "Y"
               display "Cannot open the chosen master (status "
                   move factor-cache-status to current-io-status
           end-evaluate.

      * Each layout's fields broken out under their catalog
      * labels, so "is it sane" is a glance, not an offset
      * calculation.
       format-current-record.
           move spaces to laycat-record
           evaluate true
               when browsing-ledger
                   move ledger-master-record to laycat-record
               when browsing-memo
                   move clz-cache-record to laycat-record
               when browsing-factor
                   move factor-cache-record to laycat-record
           end-evaluate
           move "SHOW" to laycat-op
           call "laycat" using layout-catalog-request
           move laycat-text to formatted-line.

      * The dump walks from the low key and writes every formatted
      * record through the high key into keybrw-dump.txt - the
