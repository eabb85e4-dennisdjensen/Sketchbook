      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Printed operations calendar for the shift
      *          supervisors' wall - DECKPROJ lists the projected
      *          steps date by date and BUSDRPT counts the business
      *          days, but nobody pins a listing up. One page per
      *          month as a week grid, Monday to Sunday, each day's
      *          cell showing what there is to know about that day
      *          and the night after it:
      *            - the day of the month and its business-day
      *              number in the month (BUSDAYS), or "holiday" for
      *              a batch-holidays.dat date;
      *            - "close Mon yyyy" on the business day MTHCLOSE
      *              closes the month before (CLOSE-BUSDAY= in
      *              opscal.parm, default the first);
      *            - "freeze" and the scopes a change freeze covers
      *              that day (FREEZCHK);
      *            - the primary on call (ONCALL);
      *            - the named decks STRMSCHD launches (DECK1= to
      *              DECK8= in strmschd.parm, default the nightly
      *              batchdrv.ctl);
      *            - the notable RUNDAYS= steps of those decks due
      *              that night (RUNDAYS) - a step whose RUNDAYS=
      *              has it run every business day of the month is
      *              routine and left off, so the cells carry the
      *              weekly housekeep and archdrill, the month's
      *              first-of-month reports and the like.
      *          A cell holds eight lines; anything past that shows
      *          as "+n more". Each month ends with its count of
      *          business days, holidays, freeze days and notable
      *          step runs.
      *          Argument 1 is the month as YYYY-MM or YYYYMM,
      *          default the current month; a bare YYYY prints the
      *          whole year, January to December, twelve pages to
      *          pin up in January.
      * Tectonics: cobc -x opscal.cob busdays.cob rundays.cob
      *            freezchk.cob signon.cob secaudit.cob oncall.cob
      *            paramrdr.cob rptwrt.cob
      ******************************************************************
       identification division.
       program-id. opscal.
       environment division.
       input-output section.
       file-control.
           select optional holiday-file
               assign to "batch-holidays.dat"
               organization is line sequential
               file status is holiday-file-status.
           select optional control-file
               assign to control-filepath
               organization is line sequential
               file status is control-file-status.
      ******************************************************************
       data division.
       file section.
       fd  holiday-file.
       01  holiday-file-line      pic X(80).
       fd  control-file.
       01  control-file-line      pic X(160).

       working-storage section.
       01  holiday-file-status         pic XX.
           88  holiday-file-ok         value "00".
           88  holiday-file-eof        value "10".
       01  control-file-status         pic XX.
           88  control-file-ok         value "00".
           88  control-file-eof        value "10".
       01  control-filepath            pic X(80).
       01  param-filepath              pic X(80)
                                       value "opscal.parm".
       01  scheduler-filepath          pic X(80)
                                       value "strmschd.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  close-busday                pic 99 comp value 1.
      * What to print.
       01  month-arg                   pic X(10).
       01  month-arg-digits            pic X(8).
       01  month-arg-length            pic 99 comp.
       01  today-date-digits           pic 9(8).
       01  report-year                 pic 9(4).
       01  first-month                 pic 99.
       01  last-month                  pic 99.
       01  month-number                pic 99.
       01  month-names.
           05  month-name-data         pic X(108) value
                                             "January  " &
                                             "February " &
                                             "March    " &
                                             "April    " &
                                             "May      " &
                                             "June     " &
                                             "July     " &
                                             "August   " &
                                             "September" &
                                             "October  " &
                                             "November " &
                                             "December ".
           05  month-name redefines month-name-data
                                       pic X(9) occurs 12 times.
       01  month-title                 pic X(40).
      * The shop holidays.
       01  holiday-table.
           05  holiday-date            pic 9(8) occurs 100 times.
       01  holiday-count               pic 9(4) comp value zero.
       01  holiday-index               pic 9(4) comp.
      * The decks and their RUNDAYS= steps.
       01  deck-table.
           05  deck-entry occurs 8 times.
               10  deck-label          pic X(12).
               10  deck-filepath       pic X(80).
       01  deck-count                  pic 9(4) comp value zero.
       01  deck-index                  pic 9(4) comp.
       01  deck-spec-part              pic X(40).
       01  deck-time-part              pic X(12).
       01  deck-labels-text            pic X(40).
       01  numval-check                pic 99 comp.
       01  step-table.
           05  step-entry occurs 300 times.
               10  step-job-name       pic X(12).
               10  step-run-days       pic X(40).
               10  step-business-runs  pic 99 comp.
               10  step-routine        pic X.
       01  step-count                  pic 9(4) comp value zero.
       01  step-index                  pic 9(4) comp.
       01  card-command-part           pic X(100).
       01  card-options-part           pic X(60).
       01  card-option-tokens.
           05  card-option-token       pic X(60) occurs 8 times.
       01  card-token-index            pic 9 comp.
       01  card-option-key             pic X(20).
       01  card-option-value           pic X(60).
       01  card-job-name               pic X(20).
       01  card-run-days               pic X(40).
      * The month laid out a day at a time.
       01  month-first-date            pic 9(8).
       01  month-first-day-num         pic 9(7) comp.
       01  month-last-day              pic 99 comp.
       01  next-month-date             pic 9(8).
       01  prior-month-number          pic 99.
       01  prior-month-year            pic 9(4).
       01  day-table.
           05  day-entry occurs 31 times.
               10  dt-date             pic 9(8).
               10  dt-column           pic 9 comp.
               10  dt-business         pic X.
               10  dt-ordinal          pic 99 comp.
               10  dt-holiday          pic X.
       01  day-index                   pic 99 comp.
       01  day-num                     pic 9(7) comp.
       01  day-week-num                pic 9(7) comp.
       01  week-day-number                 pic 9 comp.
       01  business-days-in-month      pic 99 comp.
       01  holidays-in-month           pic 99 comp.
       01  freeze-days-in-month        pic 99 comp.
       01  notable-runs-in-month       pic 9(4) comp.
      * A week of cells.
       01  cell-table.
           05  cell-entry occurs 7 times.
               10  cell-line           pic X(16) occurs 24 times.
               10  cell-line-count     pic 99 comp.
       01  column-index                pic 9 comp.
       01  line-index                  pic 99 comp.
       01  week-lines                  pic 99 comp.
       01  cell-text                   pic X(16).
       01  cell-search                 pic 99 comp.
       01  cell-has-text               pic X.
           88  cell-already-has-text   value "Y".
       01  day-display                 pic Z9.
       01  ordinal-display             pic Z9.
       01  extra-display               pic Z9.
       01  grid-line                   pic X(120).
       01  grid-pointer                pic 9(3) comp.
      * The freeze scopes FREEZCHK knows.
       01  freeze-scope-names.
           05  filler pic X(8) value "PARMS".
           05  filler pic X(8) value "RELEASE".
           05  filler pic X(8) value "BASELINE".
           05  filler pic X(8) value "DECK".
       01  freeze-scope-table redefines freeze-scope-names.
           05  freeze-scope-name       pic X(8) occurs 4 times.
       01  scope-index                 pic 9 comp.
       01  scopes-frozen               pic 9 comp.
       01  frozen-text                 pic X(40).
       01  count-display               pic Z(3)9.
       01  second-display              pic Z(3)9.
       01  third-display               pic Z(3)9.
       01  fourth-display              pic Z(3)9.
           copy busdreq.
           copy rundreq.
           copy freezreq.
           copy oncreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           perform take-month-argument
           perform load-the-holidays
           perform read-calendar-parameters
           perform read-scheduler-decks
           perform varying deck-index from 1 by 1
                   until deck-index > deck-count
               perform load-one-deck
           end-perform
           move "opscal" to rptwrt-name
           perform varying month-number from first-month by 1
                   until month-number > last-month
               perform print-one-month
           end-perform
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move zero to return-code
           stop run.

      * YYYY-MM or YYYYMM is one month, YYYY the whole year; no
      * argument is this month.
       take-month-argument.
           move spaces to month-arg
           display 1 upon argument-number
           accept month-arg from argument-value
           if month-arg = spaces
               move today-date-digits(1:4) to report-year
               move today-date-digits(5:2) to first-month
               move first-month to last-month
               exit paragraph
           end-if
           move spaces to month-arg-digits
           move zero to month-arg-length
           perform varying grid-pointer from 1 by 1
                   until grid-pointer > 10
               if month-arg(grid-pointer:1) not = "-"
                       and month-arg(grid-pointer:1) not = space
                       and month-arg-length < 8
                   add 1 to month-arg-length
                   move month-arg(grid-pointer:1)
                       to month-arg-digits(month-arg-length:1)
               end-if
           end-perform
           evaluate true
               when month-arg-length = 4
                       and month-arg-digits(1:4) is numeric
                   move month-arg-digits(1:4) to report-year
                   move 1 to first-month
                   move 12 to last-month
               when month-arg-length = 6
                       and month-arg-digits(1:6) is numeric
                   move month-arg-digits(1:4) to report-year
                   move month-arg-digits(5:2) to first-month
                   move first-month to last-month
               when other
                   move zero to first-month
           end-evaluate
           if first-month < 1 or first-month > 12
                   or report-year < 1601
               display "opscal: month expected as YYYY-MM, YYYYMM"
                   " or YYYY, not " function trim(month-arg)
                   upon syserr
               move 16 to return-code
               stop run
           end-if.

       load-the-holidays.
           open input holiday-file
           if holiday-file-ok
               perform until holiday-file-eof
                   read holiday-file
                       at end
                           continue
                       not at end
                           if holiday-file-line(1:8) is numeric
                                   and holiday-count < 100
                               add 1 to holiday-count
                               move holiday-file-line(1:8)
                                   to holiday-date(holiday-count)
                           end-if
                   end-read
               end-perform
           end-if
           if holiday-file-ok or holiday-file-eof
                   or holiday-file-status = "05"
               close holiday-file
           end-if.

       read-calendar-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate true
                   when param-key = "CLOSE-BUSDAY"
                       if function test-numval(param-value) = 0
                               and function numval(param-value) >= 1
                               and function numval(param-value) <= 23
                           move function numval(param-value)
                               to close-busday
                       else
                           display "Bad value for CLOSE-BUSDAY in "
                               function trim(param-filepath)
                               "; left at its default" upon syserr
                       end-if
                   when other
                       display "Unknown " function trim(param-filepath)
                           " key " function trim(param-key)
                           upon syserr
               end-evaluate
           end-perform.

      * The decks as STRMSCHD launches them: "spec" or "spec,HHMM",
      * a bare word a named deck's <name>.ctl, anything path-like
      * a control file run under the default "nightly" name.
       read-scheduler-decks.
           call "paramrdr" using scheduler-filepath param-table
               param-count param-status
           if param-status = "00"
               perform varying param-index from 1 by 1
                       until param-index > param-count
                   move param-slot(param-index) to param-entry
                   if param-key(1:4) = "DECK"
                           and param-key(5:1) >= "1"
                           and param-key(5:1) <= "8"
                           and param-key(6:) = spaces
                           and deck-count < 8
                       perform take-one-deck
                   end-if
               end-perform
           end-if
           if deck-count = zero
               move "batchdrv.ctl" to param-value
               perform take-one-deck
           end-if
           move spaces to deck-labels-text
           move 1 to grid-pointer
           perform varying deck-index from 1 by 1
                   until deck-index > deck-count
               if deck-index > 1
                   string "," delimited by size
                       into deck-labels-text with pointer grid-pointer
                   end-string
               end-if
               string function trim(deck-label(deck-index))
                   delimited by size
                   into deck-labels-text with pointer grid-pointer
               end-string
           end-perform.

       take-one-deck.
           add 1 to deck-count
           move spaces to deck-spec-part
           move spaces to deck-time-part
           unstring param-value delimited by ","
               into deck-spec-part deck-time-part
           end-unstring
           move function trim(deck-spec-part) to deck-spec-part
           move zero to numval-check
           inspect deck-spec-part
               tallying numval-check for all "." all "/"
           move spaces to deck-filepath(deck-count)
           if numval-check = zero
               move deck-spec-part(1:12) to deck-label(deck-count)
               string function trim(deck-spec-part) ".ctl"
                   delimited by size into deck-filepath(deck-count)
               end-string
           else
               move "nightly" to deck-label(deck-count)
               move deck-spec-part to deck-filepath(deck-count)
           end-if.

      * Only the cards with a RUNDAYS= clause are kept; a card
      * without one runs every night and is no news on a calendar.
       load-one-deck.
           move deck-filepath(deck-index) to control-filepath
           open input control-file
           if not control-file-ok
               display "opscal: deck " function trim(control-filepath)
                   " not on hand; its steps are left off"
                   upon syserr
               if control-file-status = "05"
                   close control-file
               end-if
               exit paragraph
           end-if
           perform until control-file-eof
               read control-file
                   at end
                       continue
                   not at end
                       if control-file-line not = spaces
                               and control-file-line(1:1) not = "*"
                           perform load-one-card
                       end-if
               end-read
           end-perform
           close control-file.

       load-one-card.
           move spaces to card-command-part
           move spaces to card-options-part
           unstring control-file-line delimited by ";"
               into card-command-part card-options-part
           end-unstring
           move spaces to card-run-days
           if card-options-part not = spaces
               perform parse-card-options
           end-if
           if card-run-days = spaces or step-count >= 300
               exit paragraph
           end-if
           move spaces to card-job-name
           unstring card-command-part delimited by all spaces
               into card-job-name
           end-unstring
           if card-job-name(1:2) = "./"
               move card-job-name(3:) to card-job-name
           end-if
           add 1 to step-count
           move card-job-name to step-job-name(step-count)
           move card-run-days to step-run-days(step-count).

       parse-card-options.
           move spaces to card-option-tokens
           unstring function trim(card-options-part)
               delimited by all spaces
               into card-option-token(1) card-option-token(2)
                    card-option-token(3) card-option-token(4)
                    card-option-token(5) card-option-token(6)
                    card-option-token(7) card-option-token(8)
           end-unstring
           perform varying card-token-index from 1 by 1
                   until card-token-index > 8
               if card-option-token(card-token-index) not = spaces
                   move spaces to card-option-key
                   move spaces to card-option-value
                   unstring card-option-token(card-token-index)
                       delimited by "="
                       into card-option-key card-option-value
                   end-unstring
                   if card-option-key = "RUNDAYS"
                       move card-option-value(1:40) to card-run-days
                   end-if
               end-if
           end-perform.

      ******************************************************************
      * One month to a page.
      ******************************************************************
       print-one-month.
           perform lay-out-the-month
           perform weigh-the-steps
           move spaces to month-title
           string function trim(month-name(month-number)) " "
               report-year
               delimited by size into month-title
           end-string
           move spaces to rptwrt-text
           string "Operations calendar for "
               function trim(month-title)
               delimited by size into rptwrt-text
           end-string
           if month-number = first-month
               set rptwrt-op-init to true
               call "rptwrt" using rptwrt-request
               set rptwrt-op-head to true
               move "|Monday          |Tuesday         "
                 & "|Wednesday       |Thursday        "
                 & "|Friday          |Saturday        "
                 & "|Sunday          |" to rptwrt-text
               call "rptwrt" using rptwrt-request
           else
               set rptwrt-op-page to true
               call "rptwrt" using rptwrt-request
           end-if
           move zero to freeze-days-in-month
           move zero to notable-runs-in-month
           move 1 to day-index
           perform until day-index > month-last-day
               perform print-one-week
           end-perform
           move business-days-in-month to count-display
           move holidays-in-month to second-display
           move freeze-days-in-month to third-display
           move notable-runs-in-month to fourth-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " business day(s), "
               function trim(second-display leading)
               " holiday(s), "
               function trim(third-display leading)
               " freeze day(s), "
               function trim(fourth-display leading)
               " notable step run(s)"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      * Each day's date, weekday column (Monday first), and its
      * place among the month's business days: a day is a business
      * day when BUSDAYS counts one from the day before to it.
       lay-out-the-month.
           compute month-first-date =
               report-year * 10000 + month-number * 100 + 1
           compute month-first-day-num =
               function integer-of-date(month-first-date)
           if month-number = 12
               compute next-month-date =
                   (report-year + 1) * 10000 + 0101
           else
               compute next-month-date =
                   report-year * 10000 + (month-number + 1) * 100 + 1
           end-if
           compute month-last-day =
               function integer-of-date(next-month-date)
               - month-first-day-num
           move zero to business-days-in-month
           move zero to holidays-in-month
           perform varying day-index from 1 by 1
                   until day-index > month-last-day
               compute day-num = month-first-day-num + day-index - 1
               compute dt-date(day-index) =
                   function date-of-integer(day-num)
               divide day-num by 7 giving day-week-num
                   remainder week-day-number
               if week-day-number = zero
                   move 7 to dt-column(day-index)
               else
                   move week-day-number to dt-column(day-index)
               end-if
               set busdays-op-count to true
               compute busdays-date-1 =
                   function date-of-integer(day-num - 1)
               move dt-date(day-index) to busdays-date-2
               call "busdays" using busdays-request
               move "N" to dt-business(day-index)
               move zero to dt-ordinal(day-index)
               if busdays-ok and busdays-count = 1
                   add 1 to business-days-in-month
                   move "Y" to dt-business(day-index)
                   move business-days-in-month
                       to dt-ordinal(day-index)
               end-if
               move "N" to dt-holiday(day-index)
               perform varying holiday-index from 1 by 1
                       until holiday-index > holiday-count
                   if holiday-date(holiday-index) = dt-date(day-index)
                       move "Y" to dt-holiday(day-index)
                       add 1 to holidays-in-month
                       exit perform
                   end-if
               end-perform
           end-perform
           if month-number = 1
               move 12 to prior-month-number
               compute prior-month-year = report-year - 1
           else
               compute prior-month-number = month-number - 1
               move report-year to prior-month-year
           end-if.

      * A step that runs on every business day of the month is
      * routine for that month.
       weigh-the-steps.
           perform varying step-index from 1 by 1
                   until step-index > step-count
               move zero to step-business-runs(step-index)
               perform varying day-index from 1 by 1
                       until day-index > month-last-day
                   if dt-business(day-index) = "Y"
                       move step-run-days(step-index) to rundays-spec
                       move dt-date(day-index) to rundays-date
                       call "rundays" using rundays-request
                       if rundays-runs
                           add 1 to step-business-runs(step-index)
                       end-if
                   end-if
               end-perform
               move "N" to step-routine(step-index)
               if business-days-in-month > zero
                       and step-business-runs(step-index)
                           = business-days-in-month
                   move "Y" to step-routine(step-index)
               end-if
           end-perform.

      * One week row: a rule, then the cells side by side, as many
      * lines as the fullest cell needs.
       print-one-week.
           move spaces to cell-table
           perform varying column-index from 1 by 1
                   until column-index > 7
               move zero to cell-line-count(column-index)
               if day-index <= month-last-day
                   if dt-column(day-index) = column-index
                       perform fill-one-cell
                       add 1 to day-index
                   end-if
               end-if
           end-perform
           move 1 to week-lines
           perform varying column-index from 1 by 1
                   until column-index > 7
               if cell-line-count(column-index) > week-lines
                   move cell-line-count(column-index) to week-lines
               end-if
           end-perform
           if week-lines > 8
               move 8 to week-lines
           end-if
           move all "-" to rptwrt-text
           perform varying column-index from 0 by 1
                   until column-index > 7
               move "+" to rptwrt-text(column-index * 17 + 1:1)
           end-perform
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request
           perform varying line-index from 1 by 1
                   until line-index > week-lines
               move spaces to grid-line
               perform varying column-index from 1 by 1
                       until column-index > 7
                   move "|" to grid-line(column-index * 17 - 16:1)
                   move cell-line(column-index line-index)
                       to grid-line(column-index * 17 - 15:16)
               end-perform
               move "|" to grid-line(120:1)
               move grid-line to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-perform.

       fill-one-cell.
           move day-index to day-display
           move spaces to cell-text
           evaluate true
               when dt-holiday(day-index) = "Y"
                   string day-display "  holiday"
                       delimited by size into cell-text
                   end-string
               when dt-business(day-index) = "Y"
                   move dt-ordinal(day-index) to ordinal-display
                   string day-display "  busday "
                       function trim(ordinal-display leading)
                       delimited by size into cell-text
                   end-string
               when other
                   move day-display to cell-text
           end-evaluate
           perform add-cell-line
           if dt-ordinal(day-index) = close-busday
               move spaces to cell-text
               string "close "
                   month-name(prior-month-number)(1:3) " "
                   prior-month-year
                   delimited by size into cell-text
               end-string
               perform add-cell-line
           end-if
           perform weigh-the-freezes
           perform find-who-is-on-call
           move deck-labels-text to cell-text
           perform add-cell-line
           perform list-notable-steps
           if cell-line-count(column-index) > 8
               compute extra-display = cell-line-count(column-index) - 7
               move spaces to cell-text
               string "+" function trim(extra-display leading)
                   " more"
                   delimited by size into cell-text
               end-string
               move cell-text to cell-line(column-index 8)
           end-if.

      * A freeze on every scope reads "freeze ALL"; otherwise the
      * scopes frozen are named.
       weigh-the-freezes.
           move zero to scopes-frozen
           move spaces to frozen-text
           move 1 to grid-pointer
           perform varying scope-index from 1 by 1
                   until scope-index > 4
               move freeze-scope-name(scope-index) to freeze-scope
               move dt-date(day-index) to freeze-date
               move "opscal" to freeze-program
               move spaces to freeze-user
               move spaces to freeze-role
               move "N" to freeze-override-ok
               set freeze-open to true
               call "freezchk" using freeze-request
                   on exception
                       continue
               end-call
               if freeze-frozen
                   add 1 to scopes-frozen
                   if scopes-frozen > 1
                       string "," delimited by size
                           into frozen-text with pointer grid-pointer
                       end-string
                   end-if
                   string function trim(freeze-scope)
                       delimited by size
                       into frozen-text with pointer grid-pointer
                   end-string
               end-if
           end-perform
           if scopes-frozen = zero
               exit paragraph
           end-if
           add 1 to freeze-days-in-month
           if scopes-frozen = 4
               move "ALL" to frozen-text
           end-if
           move spaces to cell-text
           string "freeze " frozen-text
               delimited by size into cell-text
           end-string
           perform add-cell-line.

       find-who-is-on-call.
           move dt-date(day-index) to oncall-date
           set oncall-no-cover to true
           call "oncall" using oncall-request
               on exception
                   set oncall-no-cover to true
           end-call
           if oncall-found and oncall-primary not = spaces
               move spaces to cell-text
               string "on call " oncall-primary
                   delimited by size into cell-text
               end-string
               perform add-cell-line
           end-if.

      * A job named on more than one due card (two selsort
      * extracts) is shown once.
       list-notable-steps.
           perform varying step-index from 1 by 1
                   until step-index > step-count
               if step-routine(step-index) = "N"
                   move step-run-days(step-index) to rundays-spec
                   move dt-date(day-index) to rundays-date
                   call "rundays" using rundays-request
                   if rundays-runs
                       add 1 to notable-runs-in-month
                       move step-job-name(step-index) to cell-text
                       perform find-text-in-cell
                       if not cell-already-has-text
                           perform add-cell-line
                       end-if
                   end-if
               end-if
           end-perform.

       find-text-in-cell.
           move "N" to cell-has-text
           perform varying cell-search from 1 by 1
                   until cell-search > cell-line-count(column-index)
               if cell-line(column-index cell-search) = cell-text
                   set cell-already-has-text to true
                   exit perform
               end-if
           end-perform.

      * A cell keeps everything it is given; only eight lines of
      * it are printed.
       add-cell-line.
           if cell-line-count(column-index) < 24
               add 1 to cell-line-count(column-index)
               move cell-text to cell-line(column-index
                   cell-line-count(column-index))
           end-if.
       end program opscal.
