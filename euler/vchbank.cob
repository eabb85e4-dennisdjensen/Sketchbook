      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: The bank side of the VOUCHER register - positive
      *          pay out, cleared checks back in. First argument is
      *          the operation:
      *            EXPORT [yyyymmdd]
      *                     write positive-pay.dat, the day's checks
      *                     in the bank's fixed-width layout (see
      *                     posprec.cpy): one record per voucher
      *                     issued that day, void flag "N", and one
      *                     per voucher voided that day, void flag
      *                     "Y", so the bank pays the one and refuses
      *                     the other. The day defaults to today.
      *            RECONCILE [yyyymmdd]
      *                     match the bank's cleared-items.dat (see
      *                     clrdrec.cpy) to the register as of the
      *                     day given, today by default. A clean
      *                     match marks the voucher CLEARED on the
      *                     register with the date it cleared. The
      *                     exceptions report lists
      *                       CLEARED NOT ISSUED  no such voucher
      *                       AMOUNT DIFFERS      paid other than
      *                                           issued (the voucher
      *                                           stays ISSUED for
      *                                           accounts to settle)
      *                       VOID CLEARED        paid on a void
      *                       CLEARED TWICE       paid again
      *                       UNREADABLE          not in the bank's
      *                                           layout
      *                       OUTSTANDING         still ISSUED more
      *                                           than OUTSTANDING=
      *                                           business days
      *                                           (BUSDAYS) after
      *                                           issue
      *                     A rerun over the same cleared items finds
      *                     them already reconciled and says nothing.
      *          vchbank.parm sets OUTSTANDING= (default 30). Both
      *          reports go through RPTWRT; RECONCILE ends 8 when it
      *          lists any exception.
      * Tectonics: cobc -x vchbank.cob paramrdr.cob busdays.cob
      *            rptwrt.cob fileerr.cob
      ******************************************************************
       identification division.
       program-id. vchbank.
       environment division.
       input-output section.
       file-control.
           select optional register-file
               assign to "voucher-register.log"
               organization is line sequential
               file status is register-file-status.
           select pospay-file
               assign to "positive-pay.dat"
               organization is line sequential
               file status is pospay-file-status.
           select cleared-file
               assign to cleared-filepath
               organization is line sequential
               file status is cleared-file-status.
      ******************************************************************
       data division.
       file section.
       fd  register-file.
       01  register-file-line     pic X(120).
       fd  pospay-file.
           copy posprec.
       fd  cleared-file.
       01  cleared-line           pic X(80).

       working-storage section.
       01  register-file-status        pic XX.
           88  register-file-ok        value "00".
           88  register-file-eof       value "10".
       01  pospay-file-status          pic XX.
           88  pospay-file-ok          value "00".
       01  cleared-file-status         pic XX.
           88  cleared-file-ok         value "00".
           88  cleared-file-eof        value "10".
       01  cleared-filepath            pic X(80)
                                       value "cleared-items.dat".
       01  pospay-filepath             pic X(80)
                                       value "positive-pay.dat".
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
       01  param-filepath              pic X(80)
                                       value "vchbank.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
      * Business days a check may stay uncashed before it is chased;
      * vchbank.parm overrides it.
       01  outstanding-limit           pic 9(3) value 30.
       01  operation-arg               pic X(10).
       01  date-arg                    pic X(10).
       01  run-date                    pic 9(8).
       01  run-date-text               pic X(10).
      * The register, held whole for the CLEARED rewrite, with what
      * this run has done to each voucher alongside.
       01  register-table.
           05  register-slot           pic X(120) occurs 200 times.
       01  register-marks.
           05  register-mark           pic X occurs 200 times.
               88  cleared-this-run    value "C".
               88  disputed-this-run   value "D".
       01  register-count              pic 9(4) comp value zero.
       01  register-index              pic 9(4) comp.
       01  register-changed            pic X value "N".
           88  register-was-changed    value "Y".
       01  reg-fields.
           05  rg-number-text          pic X(6).
           05  rg-date                 pic X(10).
           05  rg-payee                pic X(30).
           05  rg-amount-text          pic X(14).
           05  rg-reference            pic X(16).
           05  rg-status               pic X(8).
           05  rg-pay-date             pic X(10).
           05  rg-convention           pic X.
           05  rg-status-date          pic X(10).
       01  rg-number                   pic 9(5).
       01  rg-date-digits              pic X(8).
       01  rg-status-digits            pic X(8).
       01  register-amount             pic 9(10)V99.
       01  amount-units                pic 9(12).
       01  amount-cents                pic 99.
       01  cents-scan                  pic 9(4) comp.
       01  whole-part                  pic X(14).
       01  cents-part                  pic X(4).
       01  match-found                 pic X.
           88  voucher-was-found       value "Y".
           copy clrdrec.
       01  cleared-date-text           pic X(10).
      * Counts and totals for the break lines.
       01  checks-issued               pic 9(6) comp value zero.
       01  checks-voided               pic 9(6) comp value zero.
       01  issued-total                pic 9(12)V99 value zero.
       01  voided-total                pic 9(12)V99 value zero.
       01  items-read                  pic 9(6) comp value zero.
       01  items-matched               pic 9(6) comp value zero.
       01  items-already-done          pic 9(6) comp value zero.
       01  found-not-issued            pic 9(6) comp value zero.
       01  found-amount-differs        pic 9(6) comp value zero.
       01  found-void-cleared          pic 9(6) comp value zero.
       01  found-cleared-twice         pic 9(6) comp value zero.
       01  found-unreadable            pic 9(6) comp value zero.
       01  found-outstanding           pic 9(6) comp value zero.
       01  exceptions-found            pic 9(6) comp value zero.
       01  check-display               pic Z(9)9.
       01  amount-display              pic Z(9)9.99.
       01  total-display               pic Z(11)9.99.
       01  second-total-display        pic Z(11)9.99.
       01  count-display               pic Z(5)9.
       01  second-display              pic Z(5)9.
       01  third-display               pic Z(5)9.
       01  fourth-display              pic Z(5)9.
       01  fifth-display               pic Z(5)9.
       01  sixth-display               pic Z(5)9.
       01  seventh-display             pic Z(5)9.
       01  limit-display               pic ZZ9.
       01  days-display                pic Z(4)9.
       01  exception-name              pic X(18).
       01  exception-detail            pic X(50).
           copy busdreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to operation-arg
           display 1 upon argument-number
           accept operation-arg from argument-value
           perform take-run-date
           perform load-register
           evaluate operation-arg
               when "EXPORT"
                   perform export-positive-pay
                   move zero to return-code
               when "RECONCILE"
                   perform read-parameters
                   perform reconcile-cleared-items
                   if register-was-changed
                       perform save-register
                   end-if
                   if exceptions-found > zero
                       move 8 to return-code
                   else
                       move zero to return-code
                   end-if
               when other
                   display "vchbank: EXPORT [yyyymmdd] or"
                       " RECONCILE [yyyymmdd]" upon syserr
                   move 16 to return-code
           end-evaluate
           stop run.

      * The day to export or reconcile as of: argument 2, today
      * when it is left off.
       take-run-date.
           move spaces to date-arg
           display 2 upon argument-number
           accept date-arg from argument-value
           if date-arg = spaces
               accept run-date from date yyyymmdd
           else
               if date-arg(1:8) is not numeric
                       or date-arg(9:2) not = spaces
                   display "vchbank: the day must be yyyymmdd"
                       upon syserr
                   move 16 to return-code
                   stop run
               end-if
               move date-arg(1:8) to run-date
               if function test-date-yyyymmdd(run-date) not = 0
                   display "vchbank: " function trim(date-arg)
                       " is not a date" upon syserr
                   move 16 to return-code
                   stop run
               end-if
           end-if
           move spaces to run-date-text
           string run-date(1:4) "-" run-date(5:2) "-"
               run-date(7:2)
               delimited by size into run-date-text
           end-string.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "OUTSTANDING"
                       if function test-numval(param-value) = 0
                               and function numval(param-value) >= 1
                               and function numval(param-value)
                                   <= 999
                           move function numval(param-value)
                               to outstanding-limit
                       else
                           display "Bad value for OUTSTANDING in "
                               function trim(param-filepath)
                               "; 30 business days used"
                               upon syserr
                       end-if
                   when other
                       display "Unknown vchbank.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform.

       load-register.
           open input register-file
           if register-file-ok
               perform until register-file-eof
                       or register-count >= 200
                   read register-file into register-file-line
                       at end
                           continue
                       not at end
                           if register-file-line not = spaces
                                   and register-file-line(1:1)
                                       not = "*"
                               add 1 to register-count
                               move register-file-line
                                   to register-slot(
                                       register-count)
                               move space
                                   to register-mark(register-count)
                           end-if
                   end-read
               end-perform
           end-if
           if register-file-ok or register-file-eof
                   or register-file-status = "05"
               close register-file
           end-if.

      * The register card as VOUCHER writes it, with the dates
      * brought to YYYYMMDD for the bank and the amount to cents.
      * A line from before status dates were kept has none.
       unpack-register.
           move spaces to reg-fields
           unstring register-slot(register-index)
               delimited by "|"
               into rg-number-text rg-date rg-payee
                    rg-amount-text rg-reference rg-status
                    rg-pay-date rg-convention rg-status-date
           end-unstring
           move zero to rg-number
           if function test-numval(rg-number-text) = 0
               move function numval(rg-number-text) to rg-number
           end-if
           move spaces to rg-date-digits
           string rg-date(1:4) rg-date(6:2) rg-date(9:2)
               delimited by size into rg-date-digits
           end-string
           move spaces to rg-status-digits
           if rg-status-date not = spaces
               string rg-status-date(1:4) rg-status-date(6:2)
                   rg-status-date(9:2)
                   delimited by size into rg-status-digits
               end-string
           end-if
           perform split-amount-text
           compute register-amount = amount-units
               + amount-cents / 100.

       pack-register.
           move spaces to register-file-line
           string
               rg-number "|"
               function trim(rg-date) "|"
               function trim(rg-payee) "|"
               function trim(rg-amount-text) "|"
               function trim(rg-reference) "|"
               function trim(rg-status) "|"
               function trim(rg-pay-date) "|"
               rg-convention "|"
               function trim(rg-status-date)
               delimited by size into register-file-line
           end-string.

       save-register.
           open output register-file
           move "* Voucher register; see voucher.cob for the"
               to register-file-line
           write register-file-line
           move "* card layout and operations."
               to register-file-line
           write register-file-line
           perform varying register-index from 1 by 1
                   until register-index > register-count
               move register-slot(register-index)
                   to register-file-line
               write register-file-line
           end-perform
           close register-file.

      * "1234.56" comes apart into units and cents the way VOUCHER
      * reads its amounts.
       split-amount-text.
           move zero to amount-units
           move zero to amount-cents
           move spaces to whole-part
           move spaces to cents-part
           unstring rg-amount-text delimited by "."
               into whole-part cents-part
           end-unstring
           if function test-numval(whole-part) = 0
               move function numval(whole-part)
                   to amount-units
           end-if
           move zero to cents-scan
           inspect cents-part tallying cents-scan
               for characters before initial space
           evaluate cents-scan
               when 0
                   move zero to amount-cents
               when 1
                   compute amount-cents =
                       function numval(cents-part(1:1)) * 10
               when other
                   if function test-numval(cents-part(1:2)) = 0
                       move function numval(cents-part(1:2))
                           to amount-cents
                   end-if
           end-evaluate.

      ******************************************************************
      * EXPORT: the day's positive-pay file. A voucher voided on the
      * day goes as a void, whenever it was issued; one issued on
      * the day and still standing goes as an issue.
      ******************************************************************
       export-positive-pay.
           open output pospay-file
           if not pospay-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "vchbank     " pospay-filepath
                   fileerr-operation pospay-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if
           move "vchbank" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Positive-pay export for " run-date-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "     check  payee                                  "
             & "          amount  issued      void"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying register-index from 1 by 1
                   until register-index > register-count
               perform unpack-register
               evaluate true
                   when rg-status = "VOID"
                           and rg-status-digits = run-date
                       set pp-voided to true
                       add 1 to checks-voided
                       add register-amount to voided-total
                       perform write-positive-pay
                   when rg-date-digits = run-date
                       set pp-issued to true
                       add 1 to checks-issued
                       add register-amount to issued-total
                       perform write-positive-pay
               end-evaluate
           end-perform
           close pospay-file
           move checks-issued to count-display
           move issued-total to total-display
           move checks-voided to second-display
           move voided-total to second-total-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " check(s) issued for "
               function trim(total-display leading) ", "
               function trim(second-display leading)
               " voided for "
               function trim(second-total-display leading)
               ", to positive-pay.dat"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

       write-positive-pay.
           move rg-number to pp-check-number
           move rg-payee to pp-payee
           move register-amount to pp-amount
           move rg-date-digits to pp-issue-date
           write positive-pay-record
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move rg-number to check-display
           move check-display to rptwrt-text(1:10)
           move rg-payee to rptwrt-text(13:40)
           move register-amount to amount-display
           move amount-display to rptwrt-text(55:13)
           move rg-date to rptwrt-text(70:10)
           move pp-void-flag to rptwrt-text(82:1)
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * RECONCILE: every cleared item against the register, then
      * every voucher still out against the OUTSTANDING= limit.
      ******************************************************************
       reconcile-cleared-items.
           open input cleared-file
           if not cleared-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "vchbank     " cleared-filepath
                   fileerr-operation cleared-file-status
                   file-error-severity
               if cleared-file-status = "05"
                   close cleared-file
               end-if
               move 16 to return-code
               stop run
           end-if
           move "vchbank" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Cleared-check reconciliation as of "
               run-date-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "exception                check   paid by bank    on"
             & " register  detail"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform until cleared-file-eof
               read cleared-file
                   at end
                       continue
                   not at end
                       perform match-one-cleared-item
               end-read
           end-perform
           close cleared-file
           perform varying register-index from 1 by 1
                   until register-index > register-count
               perform weigh-outstanding-voucher
           end-perform
           perform report-reconciliation-totals.

       match-one-cleared-item.
           inspect cleared-line replacing all x"0D" by space
           if cleared-line = spaces or cleared-line(1:1) = "*"
               exit paragraph
           end-if
           add 1 to items-read
           move cleared-line to cleared-item-record
           if clr-check-number is not numeric
                   or clr-amount is not numeric
                   or clr-cleared-date is not numeric
                   or function test-date-yyyymmdd(clr-cleared-date)
                       not = 0
               add 1 to found-unreadable
               move "UNREADABLE" to exception-name
               move zero to register-amount
               move spaces to exception-detail
               move cleared-line(1:50) to exception-detail
               perform write-exception-line
               exit paragraph
           end-if
           move spaces to cleared-date-text
           string clr-cleared-date(1:4) "-" clr-cleared-date(5:2)
               "-" clr-cleared-date(7:2)
               delimited by size into cleared-date-text
           end-string
           move "N" to match-found
           perform varying register-index from 1 by 1
                   until register-index > register-count
                       or voucher-was-found
               perform unpack-register
               if rg-number = clr-check-number
                   set voucher-was-found to true
               end-if
           end-perform
           if not voucher-was-found
               add 1 to found-not-issued
               move "CLEARED NOT ISSUED" to exception-name
               move zero to register-amount
               move spaces to exception-detail
               string "cleared " cleared-date-text
                   delimited by size into exception-detail
               end-string
               perform write-exception-line
               exit paragraph
           end-if
           subtract 1 from register-index
           evaluate true
               when rg-status = "VOID"
                   add 1 to found-void-cleared
                   move "VOID CLEARED" to exception-name
                   move spaces to exception-detail
                   string "voided " function trim(rg-status-date)
                       ", cleared " cleared-date-text
                       delimited by size into exception-detail
                   end-string
                   perform write-exception-line
               when rg-status = "CLEARED"
                       and not cleared-this-run(register-index)
                       and rg-status-digits = clr-cleared-date
                       and register-amount = clr-amount
                   add 1 to items-already-done
                   set cleared-this-run(register-index) to true
               when rg-status = "CLEARED"
                   add 1 to found-cleared-twice
                   move "CLEARED TWICE" to exception-name
                   move spaces to exception-detail
                   string "first cleared "
                       function trim(rg-status-date)
                       ", again " cleared-date-text
                       delimited by size into exception-detail
                   end-string
                   perform write-exception-line
               when register-amount not = clr-amount
                   add 1 to found-amount-differs
                   set disputed-this-run(register-index) to true
                   move "AMOUNT DIFFERS" to exception-name
                   move spaces to exception-detail
                   string "cleared " cleared-date-text
                       "; left ISSUED"
                       delimited by size into exception-detail
                   end-string
                   perform write-exception-line
               when other
                   add 1 to items-matched
                   move "CLEARED" to rg-status
                   move cleared-date-text to rg-status-date
                   perform pack-register
                   move register-file-line
                       to register-slot(register-index)
                   set cleared-this-run(register-index) to true
                   set register-was-changed to true
           end-evaluate.

      * Business days from issue up to the reconciliation day; a
      * voucher whose amount was just disputed is already on the
      * report.
       weigh-outstanding-voucher.
           perform unpack-register
           if rg-status not = "ISSUED"
                   or disputed-this-run(register-index)
               exit paragraph
           end-if
           if rg-date-digits is not numeric
               exit paragraph
           end-if
           set busdays-op-count to true
           move rg-date-digits to busdays-date-1
           move run-date to busdays-date-2
           call "busdays" using busdays-request
           if not busdays-ok
                   or busdays-count <= outstanding-limit
               exit paragraph
           end-if
           add 1 to found-outstanding
           move "OUTSTANDING" to exception-name
           move busdays-count to days-display
           move spaces to exception-detail
           string "issued " function trim(rg-date) ", "
               function trim(days-display leading)
               " business days"
               delimited by size into exception-detail
           end-string
           perform write-exception-line.

      * The bank's amount is blank for an item the bank has not
      * presented, the register's for a check it does not hold.
       write-exception-line.
           add 1 to exceptions-found
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move exception-name to rptwrt-text(1:18)
           if exception-name = "UNREADABLE"
               move spaces to rptwrt-text(21:10)
           else
               if exception-name = "OUTSTANDING"
                   move rg-number to check-display
               else
                   move clr-check-number to check-display
               end-if
               move check-display to rptwrt-text(21:10)
           end-if
           if exception-name not = "OUTSTANDING"
                   and exception-name not = "UNREADABLE"
               move clr-amount to amount-display
               move amount-display to rptwrt-text(33:13)
           end-if
           if exception-name not = "CLEARED NOT ISSUED"
                   and exception-name not = "UNREADABLE"
               move register-amount to amount-display
               move amount-display to rptwrt-text(48:13)
           end-if
           move exception-detail to rptwrt-text(63:50)
           call "rptwrt" using rptwrt-request.

       report-reconciliation-totals.
           move items-read to count-display
           move items-matched to second-display
           move items-already-done to third-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " cleared item(s) read, "
               function trim(second-display leading)
               " matched, "
               function trim(third-display leading)
               " already reconciled"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move exceptions-found to count-display
           move found-not-issued to second-display
           move found-amount-differs to third-display
           move found-void-cleared to fourth-display
           move found-cleared-twice to fifth-display
           move found-outstanding to sixth-display
           move found-unreadable to seventh-display
           move outstanding-limit to limit-display
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " exception(s): "
               function trim(second-display leading)
               " not issued, "
               function trim(third-display leading)
               " amount differs, "
               function trim(fourth-display leading)
               " void cleared"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move spaces to rptwrt-text
           string function trim(fifth-display leading)
               " cleared twice, "
               function trim(seventh-display leading)
               " unreadable, "
               function trim(sixth-display leading)
               " outstanding past "
               function trim(limit-display leading)
               " business days"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
       end program vchbank.
