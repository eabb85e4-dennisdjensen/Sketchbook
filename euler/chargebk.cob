      *          invoice section per department through RPTWRT,
      *          then a summary page for management.
      * Tectonics: cobc -x chargebk.cob paramrdr.cob rptwrt.cob
      * Modifications:
      *   15 Oct 2026 - Both reports archived by name, chargebk for
      *                 the invoices and chargemgt for the management
      *                 summary, so RPTDIST delivers them, each with
      *                 a delimited extract beside it
      *                 (rpt-archive/<name>-YYYYMMDD.csv) for the
      *                 departments' own spreadsheets.
      *   15 Oct 2026 - BUDGET cards in chargeback-map.dat carry each
      *                 department's monthly allowance for the
      *                 BUDGET module; the invoice run passes them
      *                 by instead of taking BUDGET for a job.
      ******************************************************************
       identification division.
       program-id. chargebk.
               move map-token-dept to default-department
               exit paragraph
           end-if
           if map-token-job = "BUDGET"
               exit paragraph
           end-if
           if map-count < 50
               add 1 to map-count
               move map-token-job to map-job(map-count)
           end-if.

       print-invoices.
           move "chargebk" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Machine-time chargeback invoices for "
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 6 to rptwrt-column-count
           move "month" to rptwrt-column(1)
           move "department" to rptwrt-column(2)
           move "job" to rptwrt-column(3)
           move "standing_s" to rptwrt-column(4)
           move "adhoc_s" to rptwrt-column(5)
           move "amount_due" to rptwrt-column(6)
           call "rptwrt" using rptwrt-request
           perform varying dept-index from 1 by 1
                   until dept-index > dept-count
               perform print-one-invoice
               function trim(amount-display leading)
               delimited by size into rptwrt-text
           end-string
           move "total" to rptwrt-section
           move invoice-month to rptwrt-column(1)
           move dpt-name(dept-index) to rptwrt-column(2)
           move amount-display to rptwrt-column(6)
           call "rptwrt" using rptwrt-request.

       print-one-bill-line.
               function trim(amount-display leading)
               delimited by size into rptwrt-text
           end-string
           move "job" to rptwrt-section
           move invoice-month to rptwrt-column(1)
           move bill-department(bill-index) to rptwrt-column(2)
           move bill-job(bill-index) to rptwrt-column(3)
           move secs-display to rptwrt-column(4)
           move adhoc-display to rptwrt-column(5)
           move amount-display to rptwrt-column(6)
           call "rptwrt" using rptwrt-request.

       print-management-summary.
           move "chargemgt" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Chargeback summary for management, "
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 5 to rptwrt-column-count
           move "month" to rptwrt-column(1)
           move "department" to rptwrt-column(2)
           move "standing_s" to rptwrt-column(3)
           move "adhoc_s" to rptwrt-column(4)
           move "amount_due" to rptwrt-column(5)
           call "rptwrt" using rptwrt-request
           move "department" to rptwrt-section
           set rptwrt-op-head to true
           move "department   standing-s adhoc-s amount-due"
               to rptwrt-text
               move secs-display to rptwrt-text(25:10)
               move amount-work to amount-display
               move amount-display to rptwrt-text(36:12)
               move invoice-month to rptwrt-column(1)
               move rptwrt-text(1:12) to rptwrt-column(2)
               move rptwrt-text(14:10) to rptwrt-column(3)
               move rptwrt-text(25:10) to rptwrt-column(4)
               move amount-display to rptwrt-column(5)
               call "rptwrt" using rptwrt-request
           end-perform
           move total-amount to amount-display
               function trim(amount-display leading)
               delimited by size into rptwrt-text
           end-string
           move "total" to rptwrt-section
           move invoice-month to rptwrt-column(1)
           move amount-display to rptwrt-column(5)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
