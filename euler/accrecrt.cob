      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Quarterly access recertification and segregation-
      *          of-duties review. user-table.dat only ever grows;
      *          nobody asked whether a departed analyst still holds
      *          a role, or whether one person changed a parameter
      *          and then certified the baseline it produced. This
      *          reads the user table against the security journal
      *          (security-journal.log, SECJREC) and prints, through
      *          RPTWRT (archived as "accrecrt", with its delimited
      *          extract), every user with their role and last
      *          journaled activity, flagging:
      *            DORMANT  no journal line for longer than
      *                     DORMANT= days (accrecrt.parm, PARAMRDR
      *                     format, default 90), or none ever
      *            SOD      a segregation-of-duties conflict inside
      *                     the quarter: a parameter of a job
      *                     changed (PARMMNT or PARMTXN, PARM-CHANGE)
      *                     and that job's baseline then certified
      *                     (BASECERT, CERTIFY) by the same user, or
      *                     a RERUNQ request approved by the user who
      *                     queued it (RERUN-APPROVE)
      *          and each user's keep/remove decision for the
      *          quarter, or PENDING. First argument is the
      *          operation:
      *            REPORT [YYYY-Qn]
      *                 the review of the quarter named, or by
      *                 default of the quarter just closed - and
      *                 then only in the month after a quarter
      *                 closes (January, April, July, October), so
      *                 the deck can carry it on MONTHSTART and it
      *                 reviews each quarter once
      *            DECIDE user KEEP|REMOVE [YYYY-Qn]
      *                 a SUPERVISOR's recertification decision for
      *                 the user, for the quarter under review by
      *                 default, journaled through SECAUDIT as
      *                 ACCESS-KEEP or ACCESS-REMOVE ("user quarter
      *                 role"); the last decision for the quarter
      *                 stands. Nobody decides on their own access,
      *                 and REMOVE records the decision only - the
      *                 card comes out of user-table.dat by hand.
      *          REPORT ends 4 when anyone is dormant or in
      *          conflict, zero otherwise.
      * Tectonics: cobc -x accrecrt.cob paramrdr.cob signon.cob
      *            secaudit.cob rptwrt.cob
      ******************************************************************
       identification division.
       program-id. accrecrt.
       environment division.
       input-output section.
       file-control.
           select optional user-table-file
               assign to "user-table.dat"
               organization is line sequential
               file status is user-table-status.
           select optional journal-file
               assign to "security-journal.log"
               organization is line sequential
               file status is journal-file-status.
      ******************************************************************
       data division.
       file section.
       fd  user-table-file.
       01  user-table-line        pic X(80).
       fd  journal-file.
           copy secjrec.

       working-storage section.
       01  user-table-status           pic XX.
           88  user-table-ok           value "00".
           88  user-table-eof          value "10".
       01  journal-file-status         pic XX.
           88  journal-file-ok         value "00".
           88  journal-file-eof        value "10".
       01  operation-arg               pic X(10).
       01  quarter-arg                 pic X(10).
       01  user-arg                    pic X(10).
       01  decision-arg                pic X(10).
       01  param-filepath              pic X(80)
                                       value "accrecrt.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  dormant-days                pic 9(5) comp value 90.
      * The quarter under review and the dates bounding it.
       01  today-date-digits           pic 9(8).
       01  today-day-num               pic 9(7) comp.
       01  today-year                  pic 9(4).
       01  today-month                 pic 9(2).
       01  quarter-label               pic X(7).
       01  quarter-year                pic 9(4).
       01  quarter-number              pic 9.
       01  quarter-first-month         pic 9(2).
       01  quarter-last-month          pic 9(2).
       01  quarter-start-text          pic X(10).
       01  quarter-end-text            pic X(10).
       01  quarter-is-good             pic X.
           88  quarter-arg-good        value "Y".
      * Everyone on the user table, with what the journal says.
       01  user-table.
           05  user-entry occurs 100 times.
               10  ut-user             pic X(8).
               10  ut-role             pic X(10).
               10  ut-last-date        pic X(10).
               10  ut-idle-days        pic 9(5) comp.
               10  ut-dormant          pic X.
                   88  ut-is-dormant   value "Y".
               10  ut-conflicts        pic 9(3) comp.
               10  ut-decision         pic X(7).
               10  ut-decided-by       pic X(8).
               10  ut-decided-date     pic X(10).
       01  user-count                  pic 9(4) comp value zero.
       01  user-index                  pic 9(4) comp.
       01  user-match                  pic 9(4) comp.
       01  card-user                   pic X(10).
       01  card-role                   pic X(10).
      * The quarter's parameter changes, waiting for a certify.
       01  change-table.
           05  change-entry occurs 300 times.
               10  chg-user            pic X(8).
               10  chg-job             pic X(12).
               10  chg-date            pic X(10).
       01  change-count                pic 9(4) comp value zero.
       01  change-index                pic 9(4) comp.
       01  conflict-table.
           05  conflict-entry occurs 50 times.
               10  cf-user             pic X(8).
               10  cf-kind             pic X(12).
               10  cf-job              pic X(12).
               10  cf-date             pic X(10).
               10  cf-text             pic X(100).
       01  conflict-count              pic 9(4) comp value zero.
       01  conflict-index              pic 9(4) comp.
       01  detail-token                pic X(40).
       01  detail-number               pic X(6).
       01  detail-job                  pic X(12).
       01  detail-rest                 pic X(80).
       01  detail-requester            pic X(8).
       01  detail-user                 pic X(10).
       01  detail-quarter              pic X(10).
       01  date-digits-work            pic 9(8).
       01  journal-lines               pic 9(7) comp value zero.
       01  dormant-count               pic 9(4) comp value zero.
       01  conflicted-count            pic 9(4) comp value zero.
       01  pending-count               pic 9(4) comp value zero.
       01  signon-user                 pic X(8).
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  audit-action                pic X(16).
       01  audit-detail                pic X(80).
       01  idle-display                pic ZZZZ9.
       01  count-display               pic ZZZ9.
       01  count-display-2             pic ZZZ9.
       01  count-display-3             pic ZZZ9.
       01  count-display-4             pic ZZZ9.
       01  flags-text                  pic X(12).
       01  decision-text               pic X(30).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           compute today-day-num =
               function integer-of-date(today-date-digits)
           move today-date-digits(1:4) to today-year
           move today-date-digits(5:2) to today-month
           move spaces to operation-arg
           display 1 upon argument-number
           accept operation-arg from argument-value
           move function upper-case(operation-arg) to operation-arg
           evaluate operation-arg
               when "REPORT"
                   perform report-access
               when "DECIDE"
                   perform record-decision
               when other
                   display "accrecrt: REPORT [YYYY-Qn], or DECIDE"
                       " user KEEP|REMOVE [YYYY-Qn]" upon syserr
                   move 16 to return-code
           end-evaluate
           stop run.

      ******************************************************************
      * The quarter
      ******************************************************************
      * The quarter just closed: the one before today's.
       set-closed-quarter.
           compute quarter-number = (today-month + 2) / 3
           move today-year to quarter-year
           if quarter-number = 1
               move 4 to quarter-number
               subtract 1 from quarter-year
           else
               subtract 1 from quarter-number
           end-if
           perform set-quarter-bounds.

      * A YYYY-Qn argument, proven and taken.
       take-quarter-argument.
           move "N" to quarter-is-good
           move function upper-case(quarter-arg) to quarter-arg
           if quarter-arg(1:4) is not numeric
                   or quarter-arg(5:2) not = "-Q"
                   or quarter-arg(7:1) < "1"
                   or quarter-arg(7:1) > "4"
                   or quarter-arg(8:3) not = spaces
               exit paragraph
           end-if
           set quarter-arg-good to true
           move quarter-arg(1:4) to quarter-year
           move quarter-arg(7:1) to quarter-number
           perform set-quarter-bounds.

       set-quarter-bounds.
           compute quarter-first-month = quarter-number * 3 - 2
           compute quarter-last-month = quarter-number * 3
           move spaces to quarter-label
           string quarter-year "-Q" quarter-number
               delimited by size into quarter-label
           end-string
           move spaces to quarter-start-text
           string quarter-year "-" quarter-first-month "-01"
               delimited by size into quarter-start-text
           end-string
           move spaces to quarter-end-text
           if quarter-last-month = 3 or quarter-last-month = 12
               string quarter-year "-" quarter-last-month "-31"
                   delimited by size into quarter-end-text
               end-string
           else
               string quarter-year "-" quarter-last-month "-30"
                   delimited by size into quarter-end-text
               end-string
           end-if.

      * The quarter an argument names, or the one just closed.
       choose-quarter.
           move spaces to quarter-arg
           accept quarter-arg from argument-value
           if quarter-arg = spaces
               perform set-closed-quarter
               exit paragraph
           end-if
           perform take-quarter-argument
           if not quarter-arg-good
               display "accrecrt: quarter is YYYY-Qn, not "
                   function trim(quarter-arg) upon syserr
               move 16 to return-code
               stop run
           end-if.

      ******************************************************************
      * REPORT
      ******************************************************************
       report-access.
           display 2 upon argument-number
           perform choose-quarter
           if quarter-arg = spaces
                   and today-month not = 1 and today-month not = 4
                   and today-month not = 7 and today-month not = 10
               display "Access recertification is quarterly; "
                   quarter-label " was reviewed in the month after"
                   " it closed"
               move zero to return-code
               exit paragraph
           end-if
           perform read-review-parameters
           perform load-user-table
           if user-count = zero
               display "No user-table.dat on file; nobody to"
                   " recertify"
               move 4 to return-code
               exit paragraph
           end-if
           perform scan-security-journal
           perform judge-each-user
           perform print-access-report
           if dormant-count > zero or conflict-count > zero
               move 4 to return-code
           else
               move zero to return-code
           end-if.

       read-review-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status = "00"
               perform varying param-index from 1 by 1
                       until param-index > param-count
                   move param-slot(param-index) to param-entry
                   if param-key = "DORMANT"
                           and function test-numval(param-value) = 0
                       move function numval(param-value)
                           to dormant-days
                   end-if
               end-perform
           end-if.

       load-user-table.
           open input user-table-file
           if user-table-ok
               perform until user-table-eof
                   read user-table-file
                       at end
                           continue
                       not at end
                           perform take-user-card
                   end-read
               end-perform
           end-if
           if user-table-ok or user-table-eof
                   or user-table-status = "05"
               close user-table-file
           end-if.

       take-user-card.
           if user-table-line = spaces
                   or user-table-line(1:1) = "*"
               exit paragraph
           end-if
           if user-count >= 100
               exit paragraph
           end-if
           move spaces to card-user
           move spaces to card-role
           unstring function trim(user-table-line)
               delimited by all spaces
               into card-user card-role
           end-unstring
           add 1 to user-count
           move card-user to ut-user(user-count)
           move card-role to ut-role(user-count)
           move spaces to ut-last-date(user-count)
           move zero to ut-idle-days(user-count)
           move "N" to ut-dormant(user-count)
           move zero to ut-conflicts(user-count)
           move "PENDING" to ut-decision(user-count)
           move spaces to ut-decided-by(user-count)
           move spaces to ut-decided-date(user-count).

       find-user.
           move zero to user-match
           perform varying user-index from 1 by 1
                   until user-index > user-count
               if ut-user(user-index) = detail-user
                   move user-index to user-match
                   exit perform
               end-if
           end-perform.

      * The journal is in time order: a user's last line is their
      * last activity, and a change is always read before the
      * certify that follows it.
       scan-security-journal.
           open input journal-file
           if journal-file-ok
               perform until journal-file-eof
                   read journal-file
                       at end
                           continue
                       not at end
                           add 1 to journal-lines
                           perform weigh-journal-line
                   end-read
               end-perform
           end-if
           if journal-file-ok or journal-file-eof
                   or journal-file-status = "05"
               close journal-file
           end-if.

       weigh-journal-line.
           move secj-user to detail-user
           perform find-user
           if user-match > zero
               move secj-run-date to ut-last-date(user-match)
           end-if
           if secj-action = "ACCESS-KEEP"
                   or secj-action = "ACCESS-REMOVE"
               perform take-decision-line
               exit paragraph
           end-if
           if secj-run-date < quarter-start-text
                   or secj-run-date > quarter-end-text
               exit paragraph
           end-if
           evaluate secj-action
               when "PARM-CHANGE"
                   perform note-parameter-change
               when "CERTIFY"
                   perform check-certify-after-change
               when "RERUN-APPROVE"
                   perform check-own-rerun-approval
           end-evaluate.

      * "parm-file KEY old=... new=...": the job is the parameter
      * file's name short of ".parm".
       note-parameter-change.
           move spaces to detail-token
           unstring secj-detail delimited by all spaces
               into detail-token
           end-unstring
           perform token-to-job
           if change-count >= 300 or detail-job = spaces
               exit paragraph
           end-if
           add 1 to change-count
           move secj-user to chg-user(change-count)
           move detail-job to chg-job(change-count)
           move secj-run-date to chg-date(change-count).

       token-to-job.
           if detail-token(1:2) = "./"
               move detail-token(3:) to detail-token
           end-if
           move spaces to detail-job
           unstring detail-token delimited by ".parm"
               into detail-job
           end-unstring.

      * "program (signature) = answer": one conflict per certify,
      * against the certifier's own earliest change to that job.
       check-certify-after-change.
           move spaces to detail-token
           unstring secj-detail delimited by all spaces
               into detail-token
           end-unstring
           perform token-to-job
           perform varying change-index from 1 by 1
                   until change-index > change-count
               if chg-user(change-index) = secj-user
                       and chg-job(change-index) = detail-job
                   perform note-change-certify-conflict
                   exit perform
               end-if
           end-perform.

       note-change-certify-conflict.
           if conflict-count >= 50
               exit paragraph
           end-if
           add 1 to conflict-count
           move secj-user to cf-user(conflict-count)
           move "CHANGE+CERT" to cf-kind(conflict-count)
           move detail-job to cf-job(conflict-count)
           move secj-run-date to cf-date(conflict-count)
           move spaces to cf-text(conflict-count)
           string "changed a " function trim(detail-job)
               " parameter " chg-date(change-index)
               " and certified its baseline " secj-run-date
               delimited by size into cf-text(conflict-count)
           end-string
           perform count-user-conflict.

      * "request nnnn job requested by user".
       check-own-rerun-approval.
           move spaces to detail-rest
           move spaces to detail-requester
           unstring secj-detail delimited by " requested by "
               into detail-rest detail-requester
           end-unstring
           if detail-requester not = secj-user
               exit paragraph
           end-if
           if conflict-count >= 50
               exit paragraph
           end-if
           move spaces to detail-token
           move spaces to detail-number
           move spaces to detail-job
           unstring detail-rest delimited by all spaces
               into detail-token detail-number detail-job
           end-unstring
           add 1 to conflict-count
           move secj-user to cf-user(conflict-count)
           move "OWN-RERUN" to cf-kind(conflict-count)
           move detail-job to cf-job(conflict-count)
           move secj-run-date to cf-date(conflict-count)
           move spaces to cf-text(conflict-count)
           string "approved own rerun "
               function trim(detail-rest) " " secj-run-date
               delimited by size into cf-text(conflict-count)
           end-string
           perform count-user-conflict.

       count-user-conflict.
           move secj-user to detail-user
           perform find-user
           if user-match > zero
               add 1 to ut-conflicts(user-match)
           end-if.

      * "user quarter role": the quarter's last decision stands.
       take-decision-line.
           move spaces to detail-user
           move spaces to detail-quarter
           unstring secj-detail delimited by all spaces
               into detail-user detail-quarter
           end-unstring
           if detail-quarter not = quarter-label
               exit paragraph
           end-if
           perform find-user
           if user-match = zero
               exit paragraph
           end-if
           if secj-action = "ACCESS-KEEP"
               move "KEEP" to ut-decision(user-match)
           else
               move "REMOVE" to ut-decision(user-match)
           end-if
           move secj-user to ut-decided-by(user-match)
           move secj-run-date to ut-decided-date(user-match).

       judge-each-user.
           perform varying user-index from 1 by 1
                   until user-index > user-count
               if ut-last-date(user-index) = spaces
                   move "Y" to ut-dormant(user-index)
               else
                   move ut-last-date(user-index)(1:4)
                       to date-digits-work(1:4)
                   move ut-last-date(user-index)(6:2)
                       to date-digits-work(5:2)
                   move ut-last-date(user-index)(9:2)
                       to date-digits-work(7:2)
                   compute ut-idle-days(user-index) =
                       today-day-num
                       - function integer-of-date(date-digits-work)
                   if ut-idle-days(user-index) > dormant-days
                       move "Y" to ut-dormant(user-index)
                   end-if
               end-if
               if ut-is-dormant(user-index)
                   add 1 to dormant-count
               end-if
               if ut-conflicts(user-index) > zero
                   add 1 to conflicted-count
               end-if
               if ut-decision(user-index) = "PENDING"
                   add 1 to pending-count
               end-if
           end-perform.

       print-access-report.
           move "accrecrt" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Access recertification for " quarter-label
               " (" quarter-start-text " to " quarter-end-text ")"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 16 to rptwrt-column-count
           move "user" to rptwrt-column(1)
           move "role" to rptwrt-column(2)
           move "last_active" to rptwrt-column(3)
           move "idle_days" to rptwrt-column(4)
           move "dormant" to rptwrt-column(5)
           move "conflicts" to rptwrt-column(6)
           move "decision" to rptwrt-column(7)
           move "decided_by" to rptwrt-column(8)
           move "decided_on" to rptwrt-column(9)
           move "conflict" to rptwrt-column(10)
           move "conflict_job" to rptwrt-column(11)
           move "conflict_on" to rptwrt-column(12)
           move "users" to rptwrt-column(13)
           move "dormant_users" to rptwrt-column(14)
           move "conflicted_users" to rptwrt-column(15)
           move "pending" to rptwrt-column(16)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "user     role       last active idle-d flags"
               & "        decision"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "user" to rptwrt-section
           perform varying user-index from 1 by 1
                   until user-index > user-count
               perform print-one-user
           end-perform
           set rptwrt-op-break to true
           move "segregation-of-duties conflicts in the quarter"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "conflict" to rptwrt-section
           if conflict-count = zero
               set rptwrt-op-detail to true
               move "  none" to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-if
           perform varying conflict-index from 1 by 1
                   until conflict-index > conflict-count
               set rptwrt-op-detail to true
               move spaces to rptwrt-text
               string "  " cf-user(conflict-index) " "
                   function trim(cf-text(conflict-index))
                   delimited by size into rptwrt-text
               end-string
               move cf-user(conflict-index) to rptwrt-column(1)
               move cf-kind(conflict-index) to rptwrt-column(10)
               move cf-job(conflict-index) to rptwrt-column(11)
               move cf-date(conflict-index) to rptwrt-column(12)
               call "rptwrt" using rptwrt-request
           end-perform
           move user-count to count-display
           move dormant-count to count-display-2
           move conflicted-count to count-display-3
           move pending-count to count-display-4
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " user(s): "
               function trim(count-display-2 leading)
               " dormant, "
               function trim(count-display-3 leading)
               " in conflict, "
               function trim(count-display-4 leading)
               " decision(s) pending"
               delimited by size into rptwrt-text
           end-string
           move "summary" to rptwrt-section
           move count-display to rptwrt-column(13)
           move count-display-2 to rptwrt-column(14)
           move count-display-3 to rptwrt-column(15)
           move count-display-4 to rptwrt-column(16)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

       print-one-user.
           move spaces to flags-text
           if ut-is-dormant(user-index)
               move "DORMANT" to flags-text
           end-if
           if ut-conflicts(user-index) > zero
               if flags-text = spaces
                   move "SOD" to flags-text
               else
                   move "DORMANT SOD" to flags-text
               end-if
           end-if
           move spaces to decision-text
           if ut-decided-by(user-index) = spaces
               move ut-decision(user-index) to decision-text
           else
               string function trim(ut-decision(user-index))
                   " by " function trim(ut-decided-by(user-index))
                   " " ut-decided-date(user-index)
                   delimited by size into decision-text
               end-string
           end-if
           move ut-idle-days(user-index) to idle-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move ut-user(user-index) to rptwrt-text(1:8)
           move ut-role(user-index) to rptwrt-text(10:10)
           if ut-last-date(user-index) = spaces
               move "never" to rptwrt-text(21:10)
           else
               move ut-last-date(user-index) to rptwrt-text(21:10)
               move idle-display to rptwrt-text(33:5)
           end-if
           move flags-text to rptwrt-text(39:12)
           move decision-text to rptwrt-text(52:30)
           move ut-user(user-index) to rptwrt-column(1)
           move ut-role(user-index) to rptwrt-column(2)
           if ut-last-date(user-index) not = spaces
               move ut-last-date(user-index) to rptwrt-column(3)
               move idle-display to rptwrt-column(4)
           end-if
           move ut-dormant(user-index) to rptwrt-column(5)
           move ut-conflicts(user-index) to count-display
           move count-display to rptwrt-column(6)
           move ut-decision(user-index) to rptwrt-column(7)
           move ut-decided-by(user-index) to rptwrt-column(8)
           move ut-decided-date(user-index) to rptwrt-column(9)
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * DECIDE
      ******************************************************************
       record-decision.
           move spaces to user-arg
           display 2 upon argument-number
           accept user-arg from argument-value
           move spaces to decision-arg
           display 3 upon argument-number
           accept decision-arg from argument-value
           move function upper-case(decision-arg) to decision-arg
           if user-arg = spaces
                   or (decision-arg not = "KEEP"
                       and decision-arg not = "REMOVE")
               display "Usage: accrecrt DECIDE user KEEP|REMOVE"
                   " [YYYY-Qn]" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           display 4 upon argument-number
           perform choose-quarter
           perform load-user-table
           move user-arg to detail-user
           perform find-user
           if user-match = zero
               display "No " function trim(user-arg)
                   " on user-table.dat to recertify" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           perform sign-supervisor-on
           if signon-user = ut-user(user-match)
               display "Nobody recertifies their own access;"
                   " another SUPERVISOR decides for "
                   function trim(user-arg) upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           if decision-arg = "KEEP"
               move "ACCESS-KEEP" to audit-action
           else
               move "ACCESS-REMOVE" to audit-action
           end-if
           move spaces to audit-detail
           string function trim(ut-user(user-match)) " "
               quarter-label " " function trim(ut-role(user-match))
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "accrecrt    " audit-action audit-detail
               on exception
                   continue
           end-call
           display function trim(decision-arg) " "
               function trim(user-arg) " for " quarter-label
               " recorded by " function trim(signon-user)
           move zero to return-code.

      * The review is of the user table, so a shop without one has
      * nothing to decide, and only a SUPERVISOR decides.
       sign-supervisor-on.
           move spaces to signon-user
           move spaces to signon-role
           move "T" to signon-status
           call "signon" using signon-user signon-role
               signon-status
               on exception
                   continue
           end-call
           if not signon-ok
               display "Sign-on refused; user not in"
                   " user-table.dat" upon syserr
               move 16 to return-code
               stop run
           end-if
           if signon-role not = "SUPERVISOR"
               display "Only a SUPERVISOR records a recertification"
                   " decision" upon syserr
               move 16 to return-code
               stop run
           end-if.
       end program accrecrt.
