      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Mid-month budget burn-down. Each department with a
      *          BUDGET card in chargeback-map.dat gets its month so
      *          far against its allowance of machine seconds:
      *          spent on the nightly stream and on reruns, hand
      *          runs and sweeps, what is left, and where the month
      *          ends at the rate it is burning - so the department
      *          hears in the middle of the month, not from the
      *          invoice, that it is on course to overrun. The
      *          figures are the BUDGET module's, priced as CHARGEBK
      *          prices the invoice. One section per department
      *          through RPTWRT, archived as "budgburn" with a
      *          delimited extract beside it; RPTDIST routes it to
      *          the departments.
      *          First argument: the month (YYYY-MM, default the
      *          current month; a past month reads as complete).
      * Tectonics: cobc -x budgburn.cob budget.cob paramrdr.cob
      *            rptwrt.cob
      ******************************************************************
       identification division.
       program-id. budgburn.
       environment division.
       input-output section.
       file-control.
           select optional map-file
               assign to "chargeback-map.dat"
               organization is line sequential
               file status is map-file-status.
      ******************************************************************
       data division.
       file section.
       fd  map-file.
       01  map-file-line          pic X(80).

       working-storage section.
       01  map-file-status             pic XX.
           88  map-file-ok             value "00".
           88  map-file-eof            value "10".
       01  map-token-job               pic X(12).
       01  map-token-dept              pic X(12).
       01  department-table.
           05  department-name         pic X(12) occurs 20 times.
       01  department-count            pic 9(4) comp value zero.
       01  department-index            pic 9(4) comp.
       01  month-arg                   pic X(10).
       01  burn-month                  pic X(7).
       01  now-date-digits             pic 9(8).
       01  month-first-date            pic 9(8).
       01  next-month-first-date       pic 9(8).
       01  month-year                  pic 9(4).
       01  month-number                pic 99.
       01  days-in-month               pic 99.
       01  days-elapsed                pic 99.
       01  projected-spend             pic 9(11).
       01  percent-used                pic 9(5).
       01  departments-over            pic 9(4) comp value zero.
       01  burn-verdict                pic X(16).
       01  seconds-display             pic Z(8)9.
       01  standing-display            pic Z(8)9.
       01  adhoc-display               pic Z(8)9.
       01  allowance-display           pic Z(8)9.
       01  projected-display           pic Z(10)9.
       01  remaining-display           pic -(8)9.
       01  percent-display             pic ZZZZ9.
       01  day-display                 pic Z9.
       01  days-display                pic Z9.
           copy budgreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept now-date-digits from date yyyymmdd
           move spaces to month-arg
           display 1 upon argument-number
           accept month-arg from argument-value
           if month-arg not = spaces
               move month-arg(1:7) to burn-month
           else
               move spaces to burn-month
               string now-date-digits(1:4) "-" now-date-digits(5:2)
                   delimited by size into burn-month
               end-string
           end-if
           if burn-month(1:4) is not numeric
                   or burn-month(5:1) not = "-"
                   or burn-month(6:2) is not numeric
               display "budgburn: the month is YYYY-MM" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform measure-the-month
           perform load-budgeted-departments
           move "budgburn" to rptwrt-name
           set rptwrt-extract-wanted to true
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           move days-elapsed to day-display
           move days-in-month to days-display
           string "Machine-second budget burn-down for "
               burn-month ", day " function trim(day-display)
               " of " function trim(days-display)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-cols to true
           move 9 to rptwrt-column-count
           move "month" to rptwrt-column(1)
           move "department" to rptwrt-column(2)
           move "allowance_s" to rptwrt-column(3)
           move "standing_s" to rptwrt-column(4)
           move "adhoc_s" to rptwrt-column(5)
           move "remaining_s" to rptwrt-column(6)
           move "pct_used" to rptwrt-column(7)
           move "projected_s" to rptwrt-column(8)
           move "verdict" to rptwrt-column(9)
           call "rptwrt" using rptwrt-request
           if department-count = zero
               set rptwrt-op-detail to true
               move "No BUDGET cards in chargeback-map.dat; no"
                   & " department has an allowance" to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-if
           perform varying department-index from 1 by 1
                   until department-index > department-count
               perform burn-one-department
           end-perform
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move zero to return-code
           stop run.

      * The current month is as far gone as today; any other month
      * is read whole.
       measure-the-month.
           move burn-month(1:4) to month-year
           move burn-month(6:2) to month-number
           compute month-first-date =
               month-year * 10000 + month-number * 100 + 1
           if month-number = 12
               compute next-month-first-date =
                   (month-year + 1) * 10000 + 101
           else
               compute next-month-first-date =
                   month-first-date + 100
           end-if
           compute days-in-month =
               function integer-of-date(next-month-first-date)
               - function integer-of-date(month-first-date)
           if now-date-digits(1:6) = month-first-date(1:6)
               move now-date-digits(7:2) to days-elapsed
           else
               move days-in-month to days-elapsed
           end-if.

       load-budgeted-departments.
           open input map-file
           if map-file-ok
               perform until map-file-eof
                   read map-file into map-file-line
                       at end
                           continue
                       not at end
                           perform consider-map-card
                   end-read
               end-perform
           end-if
           if map-file-ok or map-file-eof
                   or map-file-status = "05"
               close map-file
           end-if.

       consider-map-card.
           if map-file-line = spaces
                   or map-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to map-token-job
           move spaces to map-token-dept
           unstring function trim(map-file-line)
               delimited by all spaces
               into map-token-job map-token-dept
           end-unstring
           if map-token-job = "BUDGET" and department-count < 20
               add 1 to department-count
               move map-token-dept to department-name(department-count)
           end-if.

      * At the rate so far, the month ends at spent / days gone
      * times the days in the month.
       burn-one-department.
           move spaces to budget-request
           set budget-op-standing to true
           move burn-month to budget-month
           move department-name(department-index)
               to budget-department
           call "budget" using budget-request
           compute projected-spend =
               budget-spent * days-in-month / days-elapsed
           move zero to percent-used
           if budget-allowance > zero
               compute percent-used =
                   budget-spent * 100 / budget-allowance
           end-if
           evaluate true
               when budget-over
                   move "OVER BUDGET" to burn-verdict
               when projected-spend > budget-allowance
                   move "WILL OVERRUN" to burn-verdict
               when other
                   move "on track" to burn-verdict
           end-evaluate
           move budget-allowance to allowance-display
           move budget-standing-spent to standing-display
           move budget-adhoc-spent to adhoc-display
           move budget-spent to seconds-display
           move budget-remaining to remaining-display
           move percent-used to percent-display
           move projected-spend to projected-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string "DEPARTMENT " function trim(budget-department)
               ": " function trim(burn-verdict)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move "department" to rptwrt-section
           move burn-month to rptwrt-column(1)
           move budget-department to rptwrt-column(2)
           move allowance-display to rptwrt-column(3)
           move standing-display to rptwrt-column(4)
           move adhoc-display to rptwrt-column(5)
           move remaining-display to rptwrt-column(6)
           move percent-display to rptwrt-column(7)
           move projected-display to rptwrt-column(8)
           move burn-verdict to rptwrt-column(9)
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "  allowance " function trim(allowance-display)
               " s, spent " function trim(seconds-display)
               " s (" function trim(percent-display) "%): "
               function trim(standing-display) " s nightly stream, "
               function trim(adhoc-display)
               " s reruns, hand runs and sweeps"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move spaces to rptwrt-text
           string "  left " function trim(remaining-display)
               " s; at this rate the month ends at "
               function trim(projected-display) " s"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.
       end program budgburn.
