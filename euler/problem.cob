      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Problem management over the problem register
      *          (problems.dat, PROBREC layout). INCIDENT opens a
      *          fresh packet every time euler014 runs away or
      *          euler018's input arrives late; it now also links
      *          each incident to the problem record for the same
      *          program and condition, so the fourth occurrence
      *          is counted with the first three. This utility is
      *          the human side: the root cause, the workaround,
      *          and the status OPEN, KNOWN-ERROR, or RESOLVED.
      *          First argument is the operation:
      *            LIST          every problem not yet RESOLVED
      *            SHOW nnnn     one problem whole, with its
      *                          incidents from incidents.log
      *            UPDATE nnnn   the signed-on OPERATOR or
      *                          SUPERVISOR types the status, root
      *                          cause, and workaround (ENTER keeps
      *                          each as it stands); a KNOWN-ERROR
      *                          needs a workaround written down.
      *                          Journaled through SECAUDIT.
      *            REPORT        the monthly report through RPTWRT
      *                          (archived as "problem"): the top
      *                          recurring problems of the last 30
      *                          days by incident count and by
      *                          machine seconds lost, from the
      *                          incident register, with each
      *                          problem's all-time totals beside
      *                          them
      * Tectonics: cobc -x problem.cob signon.cob secaudit.cob
      *            rptwrt.cob
      ******************************************************************
       identification division.
       program-id. problem.
       environment division.
       input-output section.
       file-control.
           select optional problem-file
               assign to "problems.dat"
               organization is line sequential
               file status is problem-file-status.
           select optional register-file
               assign to "incidents.log"
               organization is line sequential
               file status is register-file-status.
      ******************************************************************
       data division.
       file section.
       fd  problem-file.
       01  problem-file-line      pic X(240).
       fd  register-file.
       01  register-file-line     pic X(100).

       working-storage section.
       01  problem-file-status         pic XX.
           88  problem-file-ok         value "00".
           88  problem-file-eof        value "10".
       01  register-file-status        pic XX.
           88  register-file-ok        value "00".
           88  register-file-eof       value "10".
       01  operation-arg               pic X(10).
       01  number-arg                  pic X(10).
       01  asked-number                pic 9(4).
           copy probrec.
       01  problem-table.
           05  problem-entry occurs 200 times.
               10  problem-slot        pic X(240).
               10  month-incidents     pic 9(5) comp.
               10  month-seconds       pic 9(9) comp.
               10  problem-ranked      pic X.
       01  problem-count               pic 9(4) comp value zero.
       01  problem-index               pic 9(4) comp.
       01  problem-match               pic 9(4) comp.
      * The incident register card, as INCIDENT writes it.
       01  incident-fields.
           05  inc-number              pic X(6).
           05  inc-date                pic X(10).
           05  inc-time                pic X(8).
           05  inc-job                 pic X(12).
           05  inc-status              pic X(6).
           05  inc-disposition         pic X(10).
           05  inc-user                pic X(8).
           05  inc-condition           pic X(10).
           05  inc-seconds             pic X(10).
           05  inc-problem             pic X(6).
       01  inc-problem-number          pic 9(4).
       01  inc-date-digits             pic 9(8).
       01  inc-day-num                 pic 9(7) comp.
       01  today-date-digits           pic 9(8).
       01  today-day-num               pic 9(7) comp.
       01  incidents-shown             pic 9(4) comp.
       01  signon-user                 pic X(8).
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  operator-reply              pic X(60).
       01  old-status                  pic X(11).
       01  audit-detail                pic X(80).
       01  rank-number                 pic 9(4) comp.
       01  rank-best                   pic 9(4) comp.
       01  rank-best-value             pic 9(9) comp.
       01  ranking-by                  pic X.
           88  ranking-by-count        value "C".
           88  ranking-by-seconds      value "S".
       01  number-display              pic ZZZ9.
       01  count-display               pic ZZZZ9.
       01  seconds-display             pic ZZZZZZZZ9.
       01  total-count-display         pic ZZZZ9.
       01  total-seconds-display       pic ZZZZZZZZ9.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           compute today-day-num =
               function integer-of-date(today-date-digits)
           move spaces to operation-arg
           display 1 upon argument-number
           accept operation-arg from argument-value
           perform load-problems
           evaluate operation-arg
               when "LIST"
                   perform list-open-problems
               when "SHOW"
                   perform take-problem-number
                   perform show-one-problem
               when "UPDATE"
                   perform take-problem-number
                   perform update-one-problem
               when "REPORT"
                   perform report-recurring-problems
               when other
                   display "problem: LIST, SHOW nnnn, UPDATE nnnn,"
                       " or REPORT" upon syserr
                   move 16 to return-code
           end-evaluate
           stop run.

       take-problem-number.
           move spaces to number-arg
           display 2 upon argument-number
           accept number-arg from argument-value
           if number-arg = spaces
                   or function test-numval(number-arg) not = 0
               display "problem " function trim(operation-arg)
                   " needs a problem number" upon syserr
               move 16 to return-code
               stop run
           end-if
           move function numval(number-arg) to asked-number
           move zero to problem-match
           perform varying problem-index from 1 by 1
                   until problem-index > problem-count
               perform unpack-problem
               if pr-number = asked-number
                   move problem-index to problem-match
               end-if
           end-perform
           if problem-match = zero
               display "No problem " asked-number
                   " on the register" upon syserr
               move 16 to return-code
               stop run
           end-if
           move problem-match to problem-index
           perform unpack-problem.

       load-problems.
           open input problem-file
           if problem-file-ok
               perform until problem-file-eof
                       or problem-count >= 200
                   read problem-file
                       at end
                           continue
                       not at end
                           if problem-file-line not = spaces
                                   and problem-file-line(1:1)
                                       not = "*"
                               add 1 to problem-count
                               move problem-file-line
                                   to problem-slot(problem-count)
                               move zero
                                   to month-incidents(problem-count)
                               move zero
                                   to month-seconds(problem-count)
                               move "N"
                                   to problem-ranked(problem-count)
                           end-if
                   end-read
               end-perform
           end-if
           if problem-file-ok or problem-file-eof
                   or problem-file-status = "05"
               close problem-file
           end-if.

       unpack-problem.
           move spaces to problem-field-work
           unstring problem-slot(problem-index) delimited by "|"
               into pfw-number pfw-program pfw-condition
                    pfw-status pfw-incidents pfw-seconds
                    pfw-first-date pfw-last-date pfw-updated-by
                    pfw-root-cause pfw-workaround
           end-unstring
           move spaces to problem-record
           move zero to pr-number
           if function test-numval(pfw-number) = 0
               move function numval(pfw-number) to pr-number
           end-if
           move pfw-program to pr-program
           move pfw-condition to pr-condition
           move pfw-status to pr-status
           move zero to pr-incidents
           if function test-numval(pfw-incidents) = 0
               move function numval(pfw-incidents) to pr-incidents
           end-if
           move zero to pr-seconds
           if function test-numval(pfw-seconds) = 0
               move function numval(pfw-seconds) to pr-seconds
           end-if
           move pfw-first-date to pr-first-date
           move pfw-last-date to pr-last-date
           move pfw-updated-by to pr-updated-by
           move pfw-root-cause to pr-root-cause
           move pfw-workaround to pr-workaround.

       pack-problem.
           move spaces to problem-card
           string
               pr-number "|"
               function trim(pr-program) "|"
               function trim(pr-condition) "|"
               function trim(pr-status) "|"
               pr-incidents "|"
               pr-seconds "|"
               function trim(pr-first-date) "|"
               function trim(pr-last-date) "|"
               function trim(pr-updated-by) "|"
               function trim(pr-root-cause) "|"
               function trim(pr-workaround)
               delimited by size into problem-card
           end-string.

       save-problems.
           open output problem-file
           move "* Problem register; see probrec.cpy for the card"
               to problem-file-line
           write problem-file-line
           move "* layout and the PROBLEM utility to update it."
               to problem-file-line
           write problem-file-line
           perform varying problem-index from 1 by 1
                   until problem-index > problem-count
               move problem-slot(problem-index)
                   to problem-file-line
               write problem-file-line
           end-perform
           close problem-file.

       list-open-problems.
           move zero to incidents-shown
           perform varying problem-index from 1 by 1
                   until problem-index > problem-count
               perform unpack-problem
               if not pr-is-resolved
                   add 1 to incidents-shown
                   move pr-incidents to count-display
                   move pr-seconds to seconds-display
                   display "  " pr-number " " pr-program " "
                       pr-condition " " pr-status " "
                       function trim(count-display leading)
                       " incident(s), "
                       function trim(seconds-display leading)
                       " s lost"
               end-if
           end-perform
           if incidents-shown = zero
               display "  no problems open"
           end-if.

       show-one-problem.
           move pr-incidents to count-display
           move pr-seconds to seconds-display
           display "Problem " pr-number ": "
               function trim(pr-program) " "
               function trim(pr-condition) " - " pr-status
           display "  incidents   "
               function trim(count-display leading)
               ", " function trim(seconds-display leading)
               " machine seconds lost"
           display "  first/last  " pr-first-date " / "
               pr-last-date
           display "  root cause  " function trim(pr-root-cause)
           display "  workaround  " function trim(pr-workaround)
           display "  updated by  " function trim(pr-updated-by)
           move zero to incidents-shown
           open input register-file
           if register-file-ok
               perform until register-file-eof
                   read register-file
                       at end
                           continue
                       not at end
                           perform unpack-incident
                           if inc-problem-number = pr-number
                               add 1 to incidents-shown
                               display "  incident "
                                   function trim(
                                   register-file-line trailing)
                           end-if
                   end-read
               end-perform
           end-if
           if register-file-ok or register-file-eof
                   or register-file-status = "05"
               close register-file
           end-if
           if incidents-shown = zero
               display "  no incidents on the register"
           end-if.

       unpack-incident.
           move spaces to incident-fields
           move zero to inc-problem-number
           if register-file-line = spaces
                   or register-file-line(1:1) = "*"
               exit paragraph
           end-if
           unstring register-file-line delimited by "|"
               into inc-number inc-date inc-time inc-job
                    inc-status inc-disposition inc-user
                    inc-condition inc-seconds inc-problem
           end-unstring
           if inc-problem not = spaces
                   and function test-numval(inc-problem) = 0
               move function numval(inc-problem)
                   to inc-problem-number
           end-if.

      * The console user signs on; a shop with no user table runs
      * open under the operating system's user, as PARMMNT does.
       sign-user-on.
           move spaces to signon-user
           move spaces to signon-role
           move "T" to signon-status
           call "signon" using signon-user signon-role
               signon-status
               on exception
                   continue
           end-call
           if not signon-ok and not signon-no-table
               display "Sign-on refused; user not in"
                   " user-table.dat" upon syserr
               move 16 to return-code
               stop run
           end-if
           if signon-user = spaces
               accept signon-user from environment "USER"
           end-if
           if signon-user = spaces
               move "unknown" to signon-user
           end-if.

       update-one-problem.
           perform sign-user-on
           if signon-ok
                   and signon-role not = "OPERATOR"
                   and signon-role not = "SUPERVISOR"
               display "Only an OPERATOR or SUPERVISOR updates a"
                   " problem" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           perform show-one-problem
           move pr-status to old-status
           display "Status OPEN, KNOWN-ERROR, RESOLVED (ENTER"
               " keeps): " with no advancing
           move spaces to operator-reply
           accept operator-reply
           move function upper-case(operator-reply)
               to operator-reply
           if operator-reply not = spaces
               if operator-reply not = "OPEN"
                       and operator-reply not = "KNOWN-ERROR"
                       and operator-reply not = "RESOLVED"
                   display "Status must be OPEN, KNOWN-ERROR, or"
                       " RESOLVED; problem left alone"
                   exit paragraph
               end-if
               move operator-reply to pr-status
           end-if
           display "Root cause (ENTER keeps): " with no advancing
           move spaces to operator-reply
           accept operator-reply
           if operator-reply not = spaces
               inspect operator-reply replacing all "|" by "/"
               move operator-reply to pr-root-cause
           end-if
           display "Workaround (ENTER keeps): " with no advancing
           move spaces to operator-reply
           accept operator-reply
           if operator-reply not = spaces
               inspect operator-reply replacing all "|" by "/"
               move operator-reply to pr-workaround
           end-if
           if pr-is-known-error and pr-workaround = spaces
               display "A KNOWN-ERROR needs its workaround written"
                   " down; problem left alone"
               exit paragraph
           end-if
           move signon-user to pr-updated-by
           perform pack-problem
           move problem-card to problem-slot(problem-match)
           perform save-problems
           display "Problem " pr-number " is " pr-status
           move spaces to audit-detail
           string "problem " pr-number " "
               function trim(pr-program) " "
               function trim(pr-condition) " "
               function trim(old-status) " -> "
               function trim(pr-status)
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "problem     " "PROBLEM-UPDATE  " audit-detail
               on exception
                   continue
           end-call.

      * The month is the 30 days to today, counted off the incident
      * register's own dates and seconds; the problem card supplies
      * the all-time totals and the words.
       report-recurring-problems.
           open input register-file
           if register-file-ok
               perform until register-file-eof
                   read register-file
                       at end
                           continue
                       not at end
                           perform tally-month-incident
                   end-read
               end-perform
           end-if
           if register-file-ok or register-file-eof
                   or register-file-status = "05"
               close register-file
           end-if
           move "problem" to rptwrt-name
           set rptwrt-op-init to true
           move "Recurring problems, the last 30 days"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move spaces to rptwrt-text
           move "prob program      condition  status" to rptwrt-text
           move "month  month-sec  all-time  all-sec"
               to rptwrt-text(43:)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           move "Top problems by incident count:" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set ranking-by-count to true
           perform rank-top-problems
           set rptwrt-op-detail to true
           move "Top problems by machine seconds lost:"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           set ranking-by-seconds to true
           perform varying problem-index from 1 by 1
                   until problem-index > problem-count
               move "N" to problem-ranked(problem-index)
           end-perform
           perform rank-top-problems
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

       tally-month-incident.
           perform unpack-incident
           if inc-problem-number = zero
               exit paragraph
           end-if
           if inc-date(1:4) is not numeric
                   or inc-date(6:2) is not numeric
                   or inc-date(9:2) is not numeric
               exit paragraph
           end-if
           compute inc-date-digits =
               function numval(inc-date(1:4)) * 10000
               + function numval(inc-date(6:2)) * 100
               + function numval(inc-date(9:2))
           compute inc-day-num =
               function integer-of-date(inc-date-digits)
           if today-day-num - inc-day-num > 30
               exit paragraph
           end-if
           perform varying problem-index from 1 by 1
                   until problem-index > problem-count
               perform unpack-problem
               if pr-number = inc-problem-number
                   add 1 to month-incidents(problem-index)
                   if inc-seconds not = spaces
                           and function test-numval(inc-seconds) = 0
                       add function numval(inc-seconds)
                           to month-seconds(problem-index)
                   end-if
               end-if
           end-perform.

      * Ten at most, the largest first; a problem with nothing this
      * month is not a recurring one and is left off.
       rank-top-problems.
           perform varying rank-number from 1 by 1
                   until rank-number > 10
               move zero to rank-best
               move zero to rank-best-value
               perform varying problem-index from 1 by 1
                       until problem-index > problem-count
                   if problem-ranked(problem-index) = "N"
                       if ranking-by-count
                           if month-incidents(problem-index)
                                   > rank-best-value
                               move problem-index to rank-best
                               move month-incidents(problem-index)
                                   to rank-best-value
                           end-if
                       else
                           if month-seconds(problem-index)
                                   > rank-best-value
                               move problem-index to rank-best
                               move month-seconds(problem-index)
                                   to rank-best-value
                           end-if
                       end-if
                   end-if
               end-perform
               if rank-best = zero
                   if rank-number = 1
                       set rptwrt-op-detail to true
                       move "  (none)" to rptwrt-text
                       call "rptwrt" using rptwrt-request
                   end-if
                   move 11 to rank-number
               else
                   move "Y" to problem-ranked(rank-best)
                   perform print-ranked-problem
               end-if
           end-perform.

       print-ranked-problem.
           move rank-best to problem-index
           perform unpack-problem
           move month-incidents(rank-best) to count-display
           move month-seconds(rank-best) to seconds-display
           move pr-incidents to total-count-display
           move pr-seconds to total-seconds-display
           move spaces to rptwrt-text
           move pr-number to rptwrt-text(1:4)
           move pr-program to rptwrt-text(6:12)
           move pr-condition to rptwrt-text(19:10)
           move pr-status to rptwrt-text(31:11)
           move count-display to rptwrt-text(43:5)
           move seconds-display to rptwrt-text(49:9)
           move total-count-display to rptwrt-text(61:5)
           move total-seconds-display to rptwrt-text(67:9)
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request
           if pr-root-cause not = spaces
               move spaces to rptwrt-text
               string "       root cause: "
                   function trim(pr-root-cause)
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if.
       end program problem.
