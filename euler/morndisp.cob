      *            MARK nnnn EXPLAINED|ESCALATED|FIXED [note]
      *                    the human decision, recorded with who
      *                    and when
      *          Item card: nnnn|date|job|condition|status|user|note|
      *                     worked-date
      * Tectonics: cobc -x morndisp.cob
      * Modifications:
      *   15 Oct 2026 - MARK stamps the date the item was worked on
      *                 the end of the card, so the operations KPI
      *                 scorecard can age the items that were open at
      *                 the end of any week or month. Items worked
      *                 before carry no date.
      *   15 Oct 2026 - Chain-anchor lines in the ledger (left by a
      *                 trim, see CHAINSUM) are passed by; they are
      *                 no job's answer and would read as drift.
      ******************************************************************
       identification division.
       program-id. morndisp.
               88  di-is-open          value "OPEN".
           05  di-user                 pic X(8).
           05  di-note                 pic X(40).
           05  di-worked-date          pic X(10).
       01  field-work.
           05  fw-number-text          pic X(6).
           05  fw-date                 pic X(10).
           05  fw-status               pic X(9).
           05  fw-user                 pic X(8).
           05  fw-note                 pic X(40).
           05  fw-worked-date          pic X(10).
       01  item-table.
           05  item-slot               pic X(140) occurs 200 times.
       01  item-count                  pic 9(4) comp value zero.
           move spaces to field-work
           unstring item-slot(item-index) delimited by "|"
               into fw-number-text fw-date fw-job fw-condition
                    fw-status fw-user fw-note fw-worked-date
           end-unstring
           move zero to di-number
           if function test-numval(fw-number-text) = 0
           move fw-condition to di-condition
           move fw-status to di-status
           move fw-user to di-user
           move fw-note to di-note
           move fw-worked-date to di-worked-date.

       pack-item.
           move spaces to item-file-line
               function trim(di-condition) "|"
               function trim(di-status) "|"
               function trim(di-user) "|"
               function trim(di-note) "|"
               function trim(di-worked-date)
               delimited by size into item-file-line
           end-string.

                       at end
                           continue
                       not at end
                           if not ledger-chain-anchor
                               perform weigh-ledger-line
                           end-if
                   end-read
               end-perform
           end-if
           move "OPEN" to di-status
           move spaces to di-user
           move spaces to di-note
           move spaces to di-worked-date
           perform pack-item
           move item-file-line to item-slot(item-index)
           set items-were-changed to true
                       move status-arg to di-status
                       move operator-user to di-user
                       move note-arg to di-note
                       move now-date-text to di-worked-date
                       perform pack-item
                       move item-file-line
                           to item-slot(item-index)
