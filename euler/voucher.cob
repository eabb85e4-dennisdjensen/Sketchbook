      *          affiliate; blank is British). Every
      *          voucher is numbered in voucher-register.log
      *          (number|issue-date|payee|amount|reference|status|
      *          payment-date|convention|status-date), so a spoiled
      *          form is accounted for rather than vanishing, a
      *          reissue keeps the original's spelling convention,
      *          and the printed form carries both the issue date
      *          and the payment's own date.
      *          First argument is the operation:
      *            PRINT    print a voucher for every payment card
      *                     whose reference is not already on the
      *                     voucher for the same payment under a
      *                     new number
      *            LIST     show the register
      * Tectonics: cobc -x voucher.cob spellnum.cob wordsnum.cob
      *            rptwrt.cob
      * Modifications:
      *   15 Oct 2026 - The amount in words, as it will print, is read
      *                 back through the WORDSNUM parser before a
      *                 voucher is numbered and printed; words that
      *                 do not come back to the figures hold the
      *                 payment (reported on syserr and in the run's
      *                 break line, ending 8) rather than release a
      *                 form that disagrees with itself.
      *   15 Oct 2026 - Register lines carry the date of the last
      *                 status change (issue, VOID, and CLEARED when
      *                 VCHBANK reconciles the bank's cleared items),
      *                 so the day's voids can go to the bank on the
      *                 positive-pay file.
      ******************************************************************
       identification division.
       program-id. voucher.
           05  rg-status               pic X(8).
           05  rg-pay-date             pic X(10).
           05  rg-convention           pic X.
           05  rg-status-date          pic X(10).
       01  rg-number                   pic 9(5).
       01  match-found                 pic X.
           88  voucher-was-found       value "Y".
       01  whole-part                  pic X(14).
       01  cents-part                  pic X(4).
       01  vouchers-printed            pic 9(4) comp value zero.
       01  vouchers-held               pic 9(4) comp value zero.
       01  round-trip-verdict          pic X.
           88  round-trip-agrees       value "Y".
       01  read-back-display           pic Z(11)9.
       01  sum-of-line                 pic X(120).
       01  now-date-digits             pic 9(8).
       01  now-date-text               pic X(10).
       01  voucher-rule                pic X(70) value all "=".
           copy spellreq.
           copy wordsreq.
           copy rptreq.
      ******************************************************************
       procedure division.
           if register-was-changed
               perform save-register
           end-if
           if vouchers-held > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       load-register.
               delimited by "|"
               into rg-number-text rg-date rg-payee
                    rg-amount-text rg-reference rg-status
                    rg-pay-date rg-convention rg-status-date
           end-unstring
           move zero to rg-number
           if function test-numval(rg-number-text) = 0
               function trim(rg-reference) "|"
               function trim(rg-status) "|"
               function trim(rg-pay-date) "|"
               rg-convention "|"
               function trim(rg-status-date)
               delimited by size into register-file-line
           end-string.

           string asked-number " voucher(s) printed"
               delimited by size into rptwrt-text
           end-string
           if vouchers-held > zero
               move vouchers-held to asked-number
               string function trim(rptwrt-text) ", "
                   asked-number " held: amount in words did not"
                   " read back"
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
               display "Voucher register is full" upon syserr
               exit paragraph
           end-if
           move pay-amount-text to rg-amount-text
           move pay-convention to rg-convention
           perform split-amount-text
           perform spell-the-amount
           perform read-back-the-amount
           if not round-trip-agrees
               add 1 to vouchers-held
               display "Payment " function trim(pay-reference)
                   " held: amount in words reads back as "
                   function trim(wordsnum-reason) upon syserr
               exit paragraph
           end-if
           add 1 to register-count
           move register-count to register-index
           compute rg-number = highest-number + 1
           move pay-date to rg-pay-date
           move pay-convention to rg-convention
           move "ISSUED" to rg-status
           move now-date-text to rg-status-date
           perform pack-register
           move register-file-line
               to register-slot(register-index)
      * in SPELLNUM's words across the body - the line accounts
      * used to type by hand.
       print-voucher-form.
           set rptwrt-op-detail to true
           move voucher-rule to rptwrt-text
           call "rptwrt" using rptwrt-request
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move sum-of-line to rptwrt-text
           call "rptwrt" using rptwrt-request
           move spaces to rptwrt-text
           string "AMOUNT IN FIGURES: "
               function trim(rg-amount-text)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move "signature: ______________________"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move voucher-rule to rptwrt-text
           call "rptwrt" using rptwrt-request.

       spell-the-amount.
           set spellnum-mode-amount to true
           evaluate rg-convention
               when "A"
           move amount-units to spellnum-value
           move amount-cents to spellnum-cents
           call "spellnum" using spellnum-request
           move spaces to sum-of-line
           string "THE SUM OF: "
               function trim(spellnum-text)
               delimited by size into sum-of-line
           end-string.

      * The words exactly as they will print - an amount too long
      * for the line loses its tail - are parsed back in the same
      * convention; the voucher goes out only when they come back
      * to exactly the units and cents in the figures.
       read-back-the-amount.
           move "N" to round-trip-verdict
           move spellnum-style to wordsnum-style
           move spaces to wordsnum-text
           move sum-of-line(13:) to wordsnum-text
           call "wordsnum" using wordsnum-request
           if not wordsnum-ok
               exit paragraph
           end-if
           if wordsnum-value = amount-units
                   and wordsnum-cents = amount-cents
               set round-trip-agrees to true
           else
               move wordsnum-value to read-back-display
               move spaces to wordsnum-reason
               string function trim(read-back-display leading)
                   "." wordsnum-cents
                   delimited by size into wordsnum-reason
               end-string
           end-if.

      * "1234.56" comes apart into units and cents; a missing or
      * short cents part is zero-filled on the right, the way a
                   set voucher-was-found to true
                   if rg-status = "ISSUED"
                       move "VOID" to rg-status
                       move now-date-text to rg-status-date
                       perform pack-register
                       move register-file-line
                           to register-slot(register-index)
                       and rg-status = "ISSUED"
                   set voucher-was-found to true
                   move "VOID" to rg-status
                   move now-date-text to rg-status-date
                   perform pack-register
                   move register-file-line
                       to register-slot(register-index)
