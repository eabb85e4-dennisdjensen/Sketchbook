      *          Ends rc 0 all applied, rc 4 when any card was
      *          rejected, rc 16 when nothing could be done at all.
      * Tectonics: cobc -x parmtxn.cob paramrdr.cob secaudit.cob
      *            freezchk.cob busdays.cob
      * Modifications:
      *   15 Oct 2026 - Change-freeze calendar honoured: while
      *                 FREEZCHK reports a PARMS (or ALL) freeze in
      *                 force every card is rejected to the register
      *                 with the freeze's reason. A batch run has no
      *                 console to take an override on; an emergency
      *                 change goes through PARMMNT, where a
      *                 SUPERVISOR may override with a justification.
      *   15 Oct 2026 - Effective-dated changes: a card may carry a
      *                 seventh field, the business date the change
      *                 takes effect (YYYYMMDD, or NEXTMONTH for the
      *                 first business day of next month through the
      *                 BUSDAYS calendar). A card dated after today
      *                 is checked against the dictionary now, filed
      *                 PENDING in parm-pending.dat (see pendrec.cpy)
      *                 and journaled PARM-SCHEDULE; a card dated
      *                 today or earlier applies at once, as before.
      *                 The new DUE operation - first argument "DUE",
      *                 the step at the front of the deck - applies
      *                 every pending change due by the stream's
      *                 business date (EULER_BUSDATE, else today),
      *                 validating it all over again, the old value
      *                 included; registers and journals it as any
      *                 other change; and lists it, with the parameter
      *                 file as it now stands, at the end of the run
      *                 manifest (EULER_RUN_ID), so RUNREPRO restores
      *                 the values the night's steps really ran with.
      *                 A change freeze holds a due change pending
      *                 until it lifts; a SMOKETEST rehearsal only
      *                 lists what would apply.
      ******************************************************************
       identification division.
       program-id. parmtxn.
               assign to "parmtxn-register.log"
               organization is line sequential
               file status is register-file-status.
           select optional pending-file
               assign to "parm-pending.dat"
               organization is line sequential
               file status is pending-file-status.
           select optional run-manifest-file
               assign to run-manifest-filepath
               organization is line sequential
               file status is run-manifest-status.
      ******************************************************************
       data division.
       file section.
       01  parm-out-line          pic X(61).
       fd  register-file.
       01  register-line          pic X(160).
       fd  pending-file.
       01  pending-file-line      pic X(260).
       fd  run-manifest-file.
       01  run-manifest-line      pic X(120).

       working-storage section.
       01  transaction-file-status     pic XX.
       01  register-file-status        pic XX.
           88  register-file-ok        value "00".
       01  parm-out-filepath           pic X(80).
       01  pending-file-status         pic XX.
           88  pending-file-ok         value "00".
           88  pending-file-eof        value "10".
       01  run-manifest-status         pic XX.
           88  run-manifest-ok         value "00".
       01  run-manifest-filepath       pic X(40).
       01  parm-in-status              pic XX.
           88  parm-in-ok              value "00".
           88  parm-in-eof             value "10".
      * The dictionary, loaded the way PARMMNT loads it.
       01  dictionary-table.
           05  dict-entry occurs 100 times.
           05  txn-new-value           pic X(40).
           05  txn-action              pic X(4).
           05  txn-requester           pic X(8).
           05  txn-effective           pic X(10).
       01  txn-count                   pic 9(4) comp value zero.
       01  filed-count                 pic 9(4) comp value zero.
       01  due-count                   pic 9(4) comp value zero.
       01  held-count                  pic 9(4) comp value zero.
       01  applied-count               pic 9(4) comp value zero.
       01  rejected-count              pic 9(4) comp value zero.
       01  reject-reason               pic X(50).
       01  now-time-digits             pic 9(8).
       01  audit-detail                pic X(80).
       01  requester-role              pic X(10) value "paper".
       01  operation-arg               pic X(10).
       01  today-date-text             pic X(10).
       01  effective-date-text         pic X(10).
       01  freeze-on-digits            pic 9(8).
       01  month-start-digits          pic 9(8).
       01  month-start-year            pic 9(4).
       01  month-start-month           pic 9(2).
       01  business-date-env           pic X(10).
       01  business-date-digits        pic 9(8).
       01  business-date-text          pic X(10).
       01  smoke-flag                  pic X(4).
           88  smoke-rehearsal         value "Y".
       01  run-id-env                  pic X(10).
      * The pending-change file, held whole while it is worked.
           copy pendrec.
       01  pending-table.
           05  pending-slot            pic X(260) occurs 200 times.
       01  pending-count               pic 9(4) comp value zero.
       01  pending-index               pic 9(4) comp.
       01  highest-pending             pic 9(4) value zero.
       01  pending-changed             pic X value "N".
           88  pending-was-changed     value "Y".
      * What the DUE pass applied, for the run manifest.
       01  applied-table.
           05  applied-line            pic X(120) occurs 50 times.
       01  applied-line-count          pic 9(4) comp value zero.
       01  applied-file-table.
           05  applied-file            pic X(20) occurs 20 times.
       01  applied-file-count          pic 9(4) comp value zero.
       01  applied-file-index          pic 9(4) comp.
       01  applied-file-known          pic X.
           copy freezreq.
           copy busdreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to today-date-text
           string now-date-digits(1:4) "-" now-date-digits(5:2) "-"
               now-date-digits(7:2)
               delimited by size into today-date-text
           end-string
           move spaces to operation-arg
           display 1 upon argument-number
           accept operation-arg from argument-value
           move function upper-case(operation-arg) to operation-arg
           perform load-dictionary
           if dict-count = zero
               display "No parameter dictionary on hand; nothing"
               move 16 to return-code
               stop run
           end-if
           perform load-pending-changes
           if operation-arg = "DUE"
               perform apply-due-changes
               stop run
           end-if
           move now-date-digits to freeze-on-digits
           perform check-parameter-freeze
           open extend register-file
           if not register-file-ok
               open output register-file
           end-perform
           close transaction-file
           close register-file
           if pending-was-changed
               perform save-pending-changes
           end-if
           display "Parameter transactions: " txn-count
               " card(s), " applied-count " applied, "
               filed-count " filed pending, "
               rejected-count " rejected"
           if rejected-count > zero
               move 4 to return-code
               end-if
           end-if.

      * One look at the freeze calendar for the whole run; there is
      * no console here, so no override is offered.
       check-parameter-freeze.
           move spaces to freeze-request
           move "PARMS" to freeze-scope
           move freeze-on-digits to freeze-date
           move "parmtxn" to freeze-program
           accept freeze-user from environment "USER"
           move requester-role to freeze-role
           move "N" to freeze-override-ok
           set freeze-open to true
           call "freezchk" using freeze-request
               on exception
                   continue
           end-call
           if freeze-frozen
               display "Change freeze in force: "
                   function trim(freeze-reason)
                   "; every card will be rejected" upon syserr
           end-if.

       apply-one-transaction.
           move spaces to txn-fields
           unstring transaction-line delimited by "|"
               into txn-parm-file txn-key txn-old-value
                    txn-new-value txn-action txn-requester
                    txn-effective
           end-unstring
           move spaces to reject-reason
           perform resolve-effective-date
           if reject-reason not = spaces
               add 1 to rejected-count
               perform register-verdict
               exit paragraph
           end-if
           if effective-date-text > today-date-text
               perform file-pending-change
               exit paragraph
           end-if
           if freeze-frozen
               string "change freeze: " freeze-reason
                   delimited by size into reject-reason
               end-string
               add 1 to rejected-count
               perform register-verdict
               exit paragraph
           end-if
           perform verify-transaction
           if reject-reason not = spaces
               add 1 to rejected-count
               on exception
                   continue
           end-call.

      ******************************************************************
      * Effective-dated changes
      ******************************************************************
      * Blank is today; NEXTMONTH is the first business day of next
      * month; otherwise a real YYYYMMDD.
       resolve-effective-date.
           move spaces to effective-date-text
           move function upper-case(txn-effective) to txn-effective
           evaluate true
               when txn-effective = spaces
                   move today-date-text to effective-date-text
               when txn-effective = "NEXTMONTH"
                   perform find-next-month-start
               when txn-effective(1:8) is numeric
                       and txn-effective(9:2) = spaces
                   if function test-date-yyyymmdd(
                           function numval(txn-effective(1:8)))
                           not = 0
                       move "effective date is not a real date"
                           to reject-reason
                   else
                       string txn-effective(1:4) "-"
                           txn-effective(5:2) "-" txn-effective(7:2)
                           delimited by size into effective-date-text
                       end-string
                   end-if
               when other
                   move "effective date not YYYYMMDD or NEXTMONTH"
                       to reject-reason
           end-evaluate.

      * The business day on or after the first of next month; a
      * build without the calendar module takes the first itself.
       find-next-month-start.
           move now-date-digits(1:4) to month-start-year
           move now-date-digits(5:2) to month-start-month
           if month-start-month = 12
               move 1 to month-start-month
               add 1 to month-start-year
           else
               add 1 to month-start-month
           end-if
           compute month-start-digits = month-start-year * 10000
               + month-start-month * 100 + 1
           move spaces to busdays-request
           set busdays-op-add to true
           compute busdays-date-1 = function date-of-integer(
               function integer-of-date(month-start-digits) - 1)
           move zero to busdays-date-2
           move 1 to busdays-count
           move month-start-digits to busdays-result
           move "0" to busdays-status
           call "busdays" using busdays-request
               on exception
                   continue
           end-call
           if not busdays-ok
               move month-start-digits to busdays-result
           end-if
           string busdays-result(1:4) "-" busdays-result(5:2) "-"
               busdays-result(7:2)
               delimited by size into effective-date-text
           end-string.

      * Entered: the dictionary's word now; whether the old value
      * still matches waits for the day it applies.
       file-pending-change.
           perform verify-transaction
           if reject-reason = spaces and pending-count >= 200
               move "pending-change file is full" to reject-reason
           end-if
           if reject-reason not = spaces
               add 1 to rejected-count
               perform register-verdict
               exit paragraph
           end-if
           move spaces to pending-record
           add 1 to highest-pending
           move highest-pending to pc-number
           set pc-is-pending to true
           move effective-date-text to pc-effective-date
           move txn-parm-file to pc-parm-file
           move txn-key to pc-key
           move txn-old-value to pc-old-value
           move txn-new-value to pc-new-value
           move txn-action to pc-action
           move txn-requester to pc-requester
           move today-date-text to pc-entered-date
           perform pack-pending
           add 1 to pending-count
           move pending-card to pending-slot(pending-count)
           set pending-was-changed to true
           add 1 to filed-count
           move spaces to register-line
           string
               now-date-digits(1:4) "-"
               now-date-digits(5:2) "-"
               now-date-digits(7:2) " "
               now-time-digits(1:2) ":"
               now-time-digits(3:2) ":"
               now-time-digits(5:2)
               " PENDING  "
               function trim(txn-parm-file) " "
               function trim(txn-key) " "
               function trim(txn-action)
               " old=" function trim(txn-old-value)
               " new=" function trim(txn-new-value)
               " effective " effective-date-text
               " as " pc-number
               " by " function trim(txn-requester)
               delimited by size into register-line
           end-string
           write register-line
           move spaces to audit-detail
           string function trim(txn-parm-file) " "
               function trim(txn-key)
               " new=" function trim(txn-new-value)
               " effective " effective-date-text
               delimited by size into audit-detail
           end-string
           call "secaudit" using txn-requester requester-role
               "parmtxn     " "PARM-SCHEDULE   " audit-detail
               on exception
                   continue
           end-call.

       load-pending-changes.
           open input pending-file
           if pending-file-ok
               perform until pending-file-eof
                       or pending-count >= 200
                   read pending-file
                       at end
                           continue
                       not at end
                           if pending-file-line not = spaces
                                   and pending-file-line(1:1)
                                       not = "*"
                               add 1 to pending-count
                               move pending-file-line
                                   to pending-slot(pending-count)
                               move pending-count to pending-index
                               perform unpack-pending
                               if pc-number > highest-pending
                                   move pc-number to highest-pending
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           if pending-file-ok or pending-file-eof
                   or pending-file-status = "05"
               close pending-file
           end-if.

       unpack-pending.
           move spaces to pending-field-work
           unstring pending-slot(pending-index) delimited by "|"
               into pfw-number pfw-status pfw-effective-date
                    pfw-parm-file pfw-key pfw-old-value
                    pfw-new-value pfw-action pfw-requester
                    pfw-entered-date pfw-settled-date pfw-reason
           end-unstring
           move spaces to pending-record
           move zero to pc-number
           if function test-numval(pfw-number) = 0
               move function numval(pfw-number) to pc-number
           end-if
           move pfw-status to pc-status
           move pfw-effective-date to pc-effective-date
           move pfw-parm-file to pc-parm-file
           move pfw-key to pc-key
           move pfw-old-value to pc-old-value
           move pfw-new-value to pc-new-value
           move pfw-action to pc-action
           move pfw-requester to pc-requester
           move pfw-entered-date to pc-entered-date
           move pfw-settled-date to pc-settled-date
           move pfw-reason to pc-reason.

       pack-pending.
           move spaces to pending-card
           string
               pc-number "|"
               function trim(pc-status) "|"
               function trim(pc-effective-date) "|"
               function trim(pc-parm-file) "|"
               function trim(pc-key) "|"
               function trim(pc-old-value) "|"
               function trim(pc-new-value) "|"
               function trim(pc-action) "|"
               function trim(pc-requester) "|"
               function trim(pc-entered-date) "|"
               function trim(pc-settled-date) "|"
               function trim(pc-reason)
               delimited by size into pending-card
           end-string.

       save-pending-changes.
           open output pending-file
           move "* Effective-dated parameter changes; see pendrec.cpy"
               to pending-file-line
           write pending-file-line
           move "* for the card layout. Filed and applied by PARMTXN."
               to pending-file-line
           write pending-file-line
           perform varying pending-index from 1 by 1
                   until pending-index > pending-count
               move pending-slot(pending-index) to pending-file-line
               write pending-file-line
           end-perform
           close pending-file.

      ******************************************************************
      * DUE
      ******************************************************************
       apply-due-changes.
           move spaces to business-date-env
           accept business-date-env from environment "EULER_BUSDATE"
           if business-date-env(1:8) is numeric
               move business-date-env(1:8) to business-date-digits
           else
               move now-date-digits to business-date-digits
           end-if
           move spaces to business-date-text
           string business-date-digits(1:4) "-"
               business-date-digits(5:2) "-"
               business-date-digits(7:2)
               delimited by size into business-date-text
           end-string
           move spaces to smoke-flag
           accept smoke-flag from environment "EULER_SMOKETEST"
           move business-date-digits to freeze-on-digits
           perform check-parameter-freeze
           open extend register-file
           if not register-file-ok
               open output register-file
           end-if
           perform varying pending-index from 1 by 1
                   until pending-index > pending-count
               perform unpack-pending
               if pc-is-pending
                       and pc-effective-date <= business-date-text
                   perform apply-one-due-change
               end-if
           end-perform
           close register-file
           if pending-was-changed
               perform save-pending-changes
           end-if
           if applied-count > zero
               perform append-run-manifest
           end-if
           display "Pending parameter changes due by "
               business-date-text ": " due-count " due, "
               applied-count " applied, " held-count " held, "
               rejected-count " rejected"
           if rejected-count > zero or held-count > zero
               move 4 to return-code
           else
               move zero to return-code
           end-if.

      * Due today means validated today: the dictionary may have
      * moved since the card was filed, and the old value must
      * still be what is on file.
       apply-one-due-change.
           add 1 to due-count
           move spaces to txn-fields
           move pc-parm-file to txn-parm-file
           move pc-key to txn-key
           move pc-old-value to txn-old-value
           move pc-new-value to txn-new-value
           move pc-action to txn-action
           move pc-requester to txn-requester
           if smoke-rehearsal
               display "Rehearsal; would apply pending " pc-number
                   ": " function trim(pc-parm-file) " "
                   function trim(pc-key) " new="
                   function trim(pc-new-value)
               exit paragraph
           end-if
           if freeze-frozen
               add 1 to held-count
               display "Held by the change freeze: pending "
                   pc-number " " function trim(pc-parm-file) " "
                   function trim(pc-key)
               exit paragraph
           end-if
           move spaces to reject-reason
           perform verify-transaction
           if reject-reason = spaces
               perform apply-to-parameter-file
           end-if
           move business-date-text to pc-settled-date
           if reject-reason not = spaces
               set pc-is-rejected to true
               move reject-reason to pc-reason
               add 1 to rejected-count
               perform register-verdict
           else
               set pc-is-applied to true
               add 1 to applied-count
               perform register-verdict
               perform journal-applied-change
               perform note-applied-change
               display "Applied pending " pc-number ": "
                   function trim(pc-parm-file) " "
                   function trim(pc-key) " old="
                   function trim(pc-old-value) " new="
                   function trim(pc-new-value)
           end-if
           perform pack-pending
           move pending-card to pending-slot(pending-index)
           set pending-was-changed to true.

       note-applied-change.
           if applied-line-count < 50
               add 1 to applied-line-count
               move spaces to applied-line(applied-line-count)
               string "* pending " pc-number " effective "
                   pc-effective-date " applied: "
                   function trim(pc-parm-file) " "
                   function trim(pc-key) " old="
                   function trim(pc-old-value) " new="
                   function trim(pc-new-value) " by "
                   function trim(pc-requester)
                   delimited by size
                   into applied-line(applied-line-count)
               end-string
           end-if
           move "N" to applied-file-known
           perform varying applied-file-index from 1 by 1
                   until applied-file-index > applied-file-count
               if applied-file(applied-file-index) = pc-parm-file
                   move "Y" to applied-file-known
               end-if
           end-perform
           if applied-file-known = "N" and applied-file-count < 20
               add 1 to applied-file-count
               move pc-parm-file to applied-file(applied-file-count)
           end-if.

      * The manifest was written at stream start, before this step
      * ran; the changes and each file as it now stands go on its
      * end, and a later "== parm" section is the one RUNREPRO
      * restores. A hand run outside the stream has no manifest.
       append-run-manifest.
           move spaces to run-id-env
           accept run-id-env from environment "EULER_RUN_ID"
           if run-id-env = spaces
               exit paragraph
           end-if
           move spaces to run-manifest-filepath
           string "run-manifest-" function trim(run-id-env) ".dat"
               delimited by size into run-manifest-filepath
           end-string
           open extend run-manifest-file
           if not run-manifest-ok
                   and run-manifest-status not = "05"
               exit paragraph
           end-if
           move spaces to run-manifest-line
           string "* pending parameter changes applied for business"
               " date " business-date-text
               delimited by size into run-manifest-line
           end-string
           write run-manifest-line
           perform varying pending-index from 1 by 1
                   until pending-index > applied-line-count
               move applied-line(pending-index) to run-manifest-line
               write run-manifest-line
           end-perform
           perform varying applied-file-index from 1 by 1
                   until applied-file-index > applied-file-count
               perform copy-parm-file-to-manifest
           end-perform
           close run-manifest-file.

       copy-parm-file-to-manifest.
           move spaces to run-manifest-line
           string "== parm "
               function trim(applied-file(applied-file-index))
               delimited by size into run-manifest-line
           end-string
           write run-manifest-line
           move applied-file(applied-file-index) to parm-out-filepath
           open input parm-out-file
           move parm-out-status to parm-in-status
           if not parm-in-ok
               exit paragraph
           end-if
           perform until parm-in-eof
               read parm-out-file
                   at end
                       move "10" to parm-in-status
                   not at end
                       move parm-out-line to run-manifest-line
                       write run-manifest-line
               end-read
           end-perform
           close parm-out-file.
       end program parmtxn.
