      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Cash-drawer count reconciliation - the till sheets
      *          accounts still add up on paper. till-counts.dat
      *          carries one card per drawer per day:
      *            date|drawer|currency|counts|float|takings
      *          the date as YYYY-MM-DD, the counts one per
      *          denomination of the currency's denoms.dat card, in
      *          the same order and comma-separated, and the float
      *          the drawer opened with and the takings the till
      *          rang up in figures (150.00). First argument is the
      *          operation:
      *            DAY [yyyymmdd]
      *                     value every drawer counted that day
      *                     (today by default) against its float
      *                     plus takings, calling OVER or SHORT a
      *                     variance past the tolerance, and propose
      *                     the replenishment that restores the
      *                     standard float once the takings are
      *                     banked - made up with the fewest coins
      *                     through COINFEW, COINCOMB's breakdown
      *            MONTH [yyyymm]
      *                     the month's variance summary per drawer
      *                     (this month by default): counts, total
      *                     over, total short, net, the worst single
      *                     variance and the days past tolerance
      *          Both go through RPTWRT. tillrec.parm sets, in the
      *          currency's minor unit, TOLERANCE= for every
      *          currency (default 100), TOLERANCE-ccy= for one,
      *          and FLOAT-ccy=, the standard float; a currency
      *          with no FLOAT- card keeps the float its drawer
      *          opened with. Amounts in figures are read with two
      *          decimals, the minor unit being a hundredth for
      *          every denoms.dat currency. A card that cannot be
      *          read, or a second count of a drawer on one day,
      *          goes to tillrec-rejects.out with its line number.
      *          Ends 8 when a drawer is past tolerance on the day or
      *          any card is rejected.
      * Tectonics: cobc -x tillrec.cob coinfew.cob paramrdr.cob
      *            rptwrt.cob fileerr.cob
      ******************************************************************
       identification division.
       program-id. tillrec.
       environment division.
       input-output section.
       file-control.
           select till-file
               assign to till-filepath
               organization is line sequential
               file status is till-file-status.
           select rejects-file
               assign to "tillrec-rejects.out"
               organization is line sequential
               file status is rejects-file-status.
      ******************************************************************
       data division.
       file section.
       fd  till-file.
       01  till-line              pic X(200).
       fd  rejects-file.
       01  rejects-line           pic X(250).

       working-storage section.
       01  till-file-status            pic XX.
           88  till-file-ok            value "00".
           88  till-file-eof           value "10".
       01  rejects-file-status         pic XX.
       01  till-filepath               pic X(80)
                                       value "till-counts.dat".
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
       01  denoms-filepath             pic X(80)
                                       value "denoms.dat".
       01  param-filepath              pic X(80)
                                       value "tillrec.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  default-tolerance           pic 9(9) comp value 100.
      * Every denoms.dat currency with its coin set, tolerance and
      * standard float.
       01  currency-table.
           05  currency-entry occurs 10 times.
               10  ccy-code            pic X(8).
               10  ccy-coin-count      pic 9(3) comp.
               10  ccy-coin-value      pic 9(6) comp
                                       occurs 20 times.
               10  ccy-tolerance       pic 9(9) comp.
               10  ccy-tolerance-given pic X.
               10  ccy-float           pic 9(9) comp.
               10  ccy-float-given     pic X.
       01  currency-count              pic 9(3) comp value zero.
       01  currency-index              pic 9(3) comp.
       01  currency-match              pic 9(3) comp.
       01  coin-index                  pic 9(3) comp.
       01  coin-list-text              pic X(40).
       01  coin-one-text               pic X(10).
       01  coin-scan-pointer           pic 9(4) comp.
       01  lookup-code                 pic X(8).
       01  operation-arg               pic X(10).
       01  period-arg                  pic X(10).
       01  period-digits               pic 9(8).
       01  period-text                 pic X(10).
       01  period-length               pic 9(2) comp.
      * One till card, unpacked.
       01  till-fields.
           05  tc-date                 pic X(10).
           05  tc-drawer               pic X(8).
           05  tc-currency             pic X(8).
           05  tc-counts               pic X(120).
           05  tc-float-text           pic X(14).
           05  tc-takings-text         pic X(14).
       01  tc-date-digits              pic X(8).
       01  tc-piece-counts.
           05  tc-piece-count          pic 9(7) comp occurs 20 times.
       01  tc-count-total              pic 9(3) comp.
       01  count-scan-pointer          pic 9(4) comp.
       01  count-one-text              pic X(10).
       01  count-one-length            pic 9(4) comp.
       01  reject-reason               pic X(60).
      * "150.00" taken apart into minor units.
       01  figures-text                pic X(14).
       01  whole-part                  pic X(14).
       01  cents-part                  pic X(4).
       01  cents-scan                  pic 9(4) comp.
       01  figures-minor               pic 9(11) comp.
       01  figures-readable            pic X.
           88  figures-are-readable    value "Y".
      * The drawer valued, in minor units.
       01  float-minor                 pic 9(11) comp.
       01  takings-minor               pic 9(11) comp.
       01  counted-minor               pic 9(11) comp.
       01  expected-minor              pic 9(11) comp.
       01  variance-minor              pic s9(11) comp.
       01  variance-size               pic 9(11) comp.
       01  standard-float-minor        pic 9(11) comp.
       01  kept-minor                  pic s9(11) comp.
       01  top-up-minor                pic s9(11) comp.
       01  verdict                     pic X(5).
           88  verdict-over            value "OVER".
           88  verdict-short           value "SHORT".
      * Drawers already counted in the period, so a second card for
      * the same drawer and day is caught.
       01  seen-table.
           05  seen-entry              pic X(26) occurs 1000 times.
       01  seen-count                  pic 9(4) comp value zero.
       01  seen-index                  pic 9(4) comp.
       01  seen-key                    pic X(26).
      * The month's summary, one entry per drawer and currency.
       01  drawer-table.
           05  drawer-entry occurs 200 times.
               10  dr-drawer           pic X(8).
               10  dr-currency         pic X(8).
               10  dr-counts           pic 9(5) comp.
               10  dr-over             pic 9(11) comp.
               10  dr-short            pic 9(11) comp.
               10  dr-worst            pic s9(11) comp.
               10  dr-beyond           pic 9(5) comp.
       01  drawer-count                pic 9(4) comp value zero.
       01  drawer-index                pic 9(4) comp.
       01  drawer-scan                 pic 9(4) comp.
       01  drawer-net                  pic s9(11) comp.
       01  worst-size                  pic 9(11) comp.
       01  lines-read                  pic 9(6) comp value zero.
       01  drawers-counted             pic 9(6) comp value zero.
       01  drawers-over                pic 9(6) comp value zero.
       01  drawers-short               pic 9(6) comp value zero.
       01  counts-beyond               pic 9(6) comp value zero.
       01  cards-rejected              pic 9(6) comp value zero.
       01  line-display                pic Z(5)9.
       01  money-display               pic Z(8)9.99.
       01  signed-money-display        pic -(8)9.99.
       01  second-money-display        pic Z(8)9.99.
       01  money-major                 pic s9(9)v99.
       01  count-display               pic Z(5)9.
       01  second-display              pic Z(5)9.
       01  third-display               pic Z(5)9.
       01  fourth-display              pic Z(5)9.
       01  counts-display              pic Z(4)9.
       01  pieces-display              pic Z(8)9.
       01  piece-display               pic Z(6)9.
       01  value-display               pic Z(5)9.
       01  breakdown-text              pic X(120).
       01  breakdown-pointer           pic 9(4) comp.
           copy coinfreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to operation-arg
           display 1 upon argument-number
           accept operation-arg from argument-value
           if operation-arg not = "DAY"
                   and operation-arg not = "MONTH"
               display "tillrec: DAY [yyyymmdd] or MONTH [yyyymm]"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           perform take-the-period
           perform load-currencies
           perform read-parameters
           open input till-file
           if not till-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "tillrec     " till-filepath
                   fileerr-operation till-file-status
                   file-error-severity
               if till-file-status = "05"
                   close till-file
               end-if
               move 16 to return-code
               stop run
           end-if
           open output rejects-file
           move "tillrec" to rptwrt-name
           move spaces to rptwrt-text
           if operation-arg = "DAY"
               string "Till-count reconciliation for " period-text
                   delimited by size into rptwrt-text
               end-string
           else
               string "Till variance summary for " period-text
                   delimited by size into rptwrt-text
               end-string
           end-if
           set rptwrt-op-init to true
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           if operation-arg = "DAY"
               move "drawer    ccy      counted      expected      var"
                 & "iance  verdict"
                   to rptwrt-text
           else
               move "drawer    ccy counts         over        short   "
                 & "        net        worst beyond"
                   to rptwrt-text
           end-if
           call "rptwrt" using rptwrt-request
           perform until till-file-eof
               read till-file
                   at end
                       continue
                   not at end
                       perform weigh-one-till-card
               end-read
           end-perform
           close till-file
           close rejects-file
           if operation-arg = "DAY"
               perform report-the-day-totals
               if drawers-over > zero or drawers-short > zero
                       or cards-rejected > zero
                   move 8 to return-code
               else
                   move zero to return-code
               end-if
           else
               perform report-the-month
               if cards-rejected > zero
                   move 8 to return-code
               else
                   move zero to return-code
               end-if
           end-if
           stop run.

      * Argument 2: the day (yyyymmdd) or month (yyyymm) asked for,
      * today's by default; cards are matched on the leading
      * YYYY-MM-DD or YYYY-MM of their date.
       take-the-period.
           move spaces to period-arg
           display 2 upon argument-number
           accept period-arg from argument-value
           if period-arg = spaces
               accept period-digits from date yyyymmdd
           else
               if operation-arg = "DAY"
                   move period-arg(1:8) to period-digits
                   if period-arg(1:8) is not numeric
                           or period-arg(9:2) not = spaces
                           or function test-date-yyyymmdd(
                               period-digits) not = 0
                       display "tillrec: DAY needs yyyymmdd"
                           upon syserr
                       move 16 to return-code
                       stop run
                   end-if
               else
                   move zero to period-digits
                   if period-arg(1:6) is not numeric
                           or period-arg(7:4) not = spaces
                       display "tillrec: MONTH needs yyyymm"
                           upon syserr
                       move 16 to return-code
                       stop run
                   end-if
                   move period-arg(1:6) to period-digits(1:6)
                   move "01" to period-digits(7:2)
                   if function test-date-yyyymmdd(period-digits)
                           not = 0
                       display "tillrec: MONTH needs yyyymm"
                           upon syserr
                       move 16 to return-code
                       stop run
                   end-if
               end-if
           end-if
           move spaces to period-text
           if operation-arg = "DAY"
               string period-digits(1:4) "-" period-digits(5:2) "-"
                   period-digits(7:2)
                   delimited by size into period-text
               end-string
               move 10 to period-length
           else
               string period-digits(1:4) "-" period-digits(5:2)
                   delimited by size into period-text
               end-string
               move 7 to period-length
           end-if.

      * Every denoms.dat card, its coin list split the way COINCOMB
      * splits it.
       load-currencies.
           call "paramrdr" using denoms-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "tillrec: no coin sets in "
                   function trim(denoms-filepath) upon syserr
               move 16 to return-code
               stop run
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
                       or currency-count >= 10
               move param-slot(param-index) to param-entry
               add 1 to currency-count
               move param-key to ccy-code(currency-count)
               move zero to ccy-coin-count(currency-count)
               move "N" to ccy-tolerance-given(currency-count)
               move zero to ccy-float(currency-count)
               move "N" to ccy-float-given(currency-count)
               move param-value to coin-list-text
               perform split-coin-list
           end-perform.

       split-coin-list.
           move 1 to coin-scan-pointer
           perform until coin-scan-pointer > 40
               move spaces to coin-one-text
               unstring coin-list-text delimited by ","
                   into coin-one-text
                   with pointer coin-scan-pointer
               end-unstring
               if coin-one-text not = spaces
                       and function test-numval(coin-one-text)
                           = 0
                       and ccy-coin-count(currency-count) < 20
                   add 1 to ccy-coin-count(currency-count)
                   move function numval(coin-one-text)
                       to ccy-coin-value(currency-count
                           ccy-coin-count(currency-count))
               end-if
           end-perform.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status = "00"
               perform varying param-index from 1 by 1
                       until param-index > param-count
                   move param-slot(param-index) to param-entry
                   perform take-one-parameter
               end-perform
           end-if
           perform varying currency-index from 1 by 1
                   until currency-index > currency-count
               if ccy-tolerance-given(currency-index) not = "Y"
                   move default-tolerance
                       to ccy-tolerance(currency-index)
               end-if
           end-perform.

       take-one-parameter.
           if function test-numval(param-value) not = 0
               display "Bad value for " function trim(param-key)
                   " in " function trim(param-filepath)
                   "; left at its default" upon syserr
               exit paragraph
           end-if
           evaluate true
               when param-key = "TOLERANCE"
                   move function numval(param-value)
                       to default-tolerance
               when param-key(1:10) = "TOLERANCE-"
                   move param-key(11:8) to lookup-code
                   perform find-currency
                   if currency-match = zero
                       perform report-unknown-currency
                   else
                       move function numval(param-value)
                           to ccy-tolerance(currency-match)
                       move "Y"
                           to ccy-tolerance-given(currency-match)
                   end-if
               when param-key(1:6) = "FLOAT-"
                   move param-key(7:8) to lookup-code
                   perform find-currency
                   if currency-match = zero
                       perform report-unknown-currency
                   else
                       move function numval(param-value)
                           to ccy-float(currency-match)
                       move "Y" to ccy-float-given(currency-match)
                   end-if
               when other
                   display "Unknown tillrec.parm key "
                       function trim(param-key) upon syserr
           end-evaluate.

       report-unknown-currency.
           display "tillrec.parm " function trim(param-key)
               ": no " function trim(lookup-code)
               " card in denoms.dat" upon syserr.

       find-currency.
           move zero to currency-match
           perform varying currency-index from 1 by 1
                   until currency-index > currency-count
               if ccy-code(currency-index) = lookup-code
                   move currency-index to currency-match
               end-if
           end-perform.

      ******************************************************************
      * One till card: read and checked, then valued if it falls in
      * the period. An unreadable date is rejected whatever the
      * period, since nobody can tell which day it belongs to.
      ******************************************************************
       weigh-one-till-card.
           add 1 to lines-read
           inspect till-line replacing all x"0D" by space
           if till-line = spaces or till-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to till-fields
           unstring till-line delimited by "|"
               into tc-date tc-drawer tc-currency tc-counts
                    tc-float-text tc-takings-text
           end-unstring
           move spaces to reject-reason
           move spaces to tc-date-digits
           string tc-date(1:4) tc-date(6:2) tc-date(9:2)
               delimited by size into tc-date-digits
           end-string
           if tc-date(5:1) not = "-" or tc-date(8:1) not = "-"
                   or tc-date-digits is not numeric
               move "date is not YYYY-MM-DD" to reject-reason
               perform reject-the-card
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                   function numval(tc-date-digits)) not = 0
               move "date is not YYYY-MM-DD" to reject-reason
               perform reject-the-card
               exit paragraph
           end-if
           if tc-date(1:period-length) not = period-text
               exit paragraph
           end-if
           perform check-the-card
           if reject-reason not = spaces
               perform reject-the-card
               exit paragraph
           end-if
           perform value-the-drawer
           if operation-arg = "DAY"
               perform report-the-drawer
           else
               perform add-to-the-month
           end-if.

       check-the-card.
           if tc-drawer = spaces
               move "no drawer" to reject-reason
               exit paragraph
           end-if
           move tc-currency to lookup-code
           perform find-currency
           if currency-match = zero
               move spaces to reject-reason
               string "no " function trim(tc-currency)
                   " card in denoms.dat"
                   delimited by size into reject-reason
               end-string
               exit paragraph
           end-if
           perform split-the-counts
           if reject-reason not = spaces
               exit paragraph
           end-if
           move tc-float-text to figures-text
           perform read-the-figures
           if not figures-are-readable
               move "float is not an amount" to reject-reason
               exit paragraph
           end-if
           move figures-minor to float-minor
           move tc-takings-text to figures-text
           perform read-the-figures
           if not figures-are-readable
               move "takings are not an amount" to reject-reason
               exit paragraph
           end-if
           move figures-minor to takings-minor
           move spaces to seen-key
           string tc-date tc-drawer tc-currency
               delimited by size into seen-key
           end-string
           perform varying seen-index from 1 by 1
                   until seen-index > seen-count
               if seen-entry(seen-index) = seen-key
                   move "drawer already counted that day"
                       to reject-reason
               end-if
           end-perform
           if reject-reason = spaces and seen-count < 1000
               add 1 to seen-count
               move seen-key to seen-entry(seen-count)
           end-if.

      * One whole count per denomination, the pointer walking the
      * list the way COINCOMB walks its coin list.
       split-the-counts.
           move zero to tc-count-total
           move 1 to count-scan-pointer
           perform until count-scan-pointer > 120
                   or reject-reason not = spaces
               move spaces to count-one-text
               unstring tc-counts delimited by ","
                   into count-one-text
                   with pointer count-scan-pointer
               end-unstring
               if count-one-text not = spaces
                   perform take-one-count
               end-if
           end-perform
           if reject-reason = spaces
                   and tc-count-total
                       not = ccy-coin-count(currency-match)
               move tc-count-total to count-display
               move ccy-coin-count(currency-match) to second-display
               string function trim(count-display leading)
                   " count(s) for "
                   function trim(second-display leading)
                   " denomination(s)"
                   delimited by size into reject-reason
               end-string
           end-if.

       take-one-count.
           move function trim(count-one-text) to count-one-text
           move zero to count-one-length
           inspect count-one-text tallying count-one-length
               for characters before initial space
           if count-one-length > 7
                   or count-one-text(1:count-one-length)
                       is not numeric
               move "a count is not a whole number" to reject-reason
               exit paragraph
           end-if
           if tc-count-total >= 20
               move "more than twenty counts" to reject-reason
               exit paragraph
           end-if
           add 1 to tc-count-total
           move function numval(count-one-text)
               to tc-piece-count(tc-count-total).

      * "150.00" comes apart into units and cents the way AMTCHECK
      * reads its figures, and is carried in minor units.
       read-the-figures.
           move "N" to figures-readable
           move zero to figures-minor
           move spaces to whole-part
           move spaces to cents-part
           unstring figures-text delimited by "."
               into whole-part cents-part
           end-unstring
           if whole-part = spaces
                   or function test-numval(whole-part) not = 0
               exit paragraph
           end-if
           if function numval(whole-part) < 0
                   or function numval(whole-part) > 999999999
               exit paragraph
           end-if
           compute figures-minor = function numval(whole-part) * 100
           move zero to cents-scan
           inspect cents-part tallying cents-scan
               for characters before initial space
           evaluate cents-scan
               when 0
                   continue
               when 1
                   if cents-part(1:1) is not numeric
                       exit paragraph
                   end-if
                   compute figures-minor = figures-minor
                       + function numval(cents-part(1:1)) * 10
               when 2
                   if cents-part(1:2) is not numeric
                       exit paragraph
                   end-if
                   compute figures-minor = figures-minor
                       + function numval(cents-part(1:2))
               when other
                   exit paragraph
           end-evaluate
           set figures-are-readable to true.

       reject-the-card.
           add 1 to cards-rejected
           move lines-read to line-display
           move spaces to rejects-line
           string "line " line-display " ("
               function trim(reject-reason) "): "
               function trim(till-line)
               delimited by size into rejects-line
           end-string
           write rejects-line.

      * Counted against float plus takings; past the currency's
      * tolerance either way is OVER or SHORT.
       value-the-drawer.
           move zero to counted-minor
           perform varying coin-index from 1 by 1
                   until coin-index > ccy-coin-count(currency-match)
               compute counted-minor = counted-minor
                   + tc-piece-count(coin-index)
                   * ccy-coin-value(currency-match coin-index)
           end-perform
           compute expected-minor = float-minor + takings-minor
           compute variance-minor = counted-minor - expected-minor
           if variance-minor < zero
               compute variance-size = zero - variance-minor
           else
               move variance-minor to variance-size
           end-if
           move "OK" to verdict
           if variance-size > ccy-tolerance(currency-match)
               if variance-minor > zero
                   set verdict-over to true
               else
                   set verdict-short to true
               end-if
           end-if.

      ******************************************************************
      * DAY: the drawer's line and what it takes to put its float
      * back once the takings are banked.
      ******************************************************************
       report-the-drawer.
           add 1 to drawers-counted
           if verdict-over
               add 1 to drawers-over
           end-if
           if verdict-short
               add 1 to drawers-short
           end-if
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move tc-drawer to rptwrt-text(1:8)
           move tc-currency(1:3) to rptwrt-text(11:3)
           compute money-major = counted-minor / 100
           move money-major to money-display
           move money-display to rptwrt-text(15:12)
           compute money-major = expected-minor / 100
           move money-major to money-display
           move money-display to rptwrt-text(29:12)
           compute money-major = variance-minor / 100
           move money-major to signed-money-display
           move signed-money-display to rptwrt-text(42:13)
           move verdict to rptwrt-text(57:5)
           call "rptwrt" using rptwrt-request
           perform propose-the-replenishment.

      * What stays in the drawer after the takings go to the bank,
      * against the standard float: the shortfall is made up with
      * the fewest coins, an excess lifted to the safe.
       propose-the-replenishment.
           if ccy-float-given(currency-match) = "Y"
               move ccy-float(currency-match)
                   to standard-float-minor
           else
               move float-minor to standard-float-minor
           end-if
           compute kept-minor = counted-minor - takings-minor
           compute top-up-minor = standard-float-minor - kept-minor
           compute money-major = standard-float-minor / 100
           move money-major to second-money-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           evaluate true
               when top-up-minor = zero
                   string "  the "
                       function trim(second-money-display leading)
                       " float stands"
                       delimited by size into rptwrt-text
                   end-string
                   call "rptwrt" using rptwrt-request
               when top-up-minor < zero
                   compute money-major = (zero - top-up-minor) / 100
                   move money-major to money-display
                   string "  lift "
                       function trim(money-display leading)
                       " to the safe to leave the "
                       function trim(second-money-display leading)
                       " float"
                       delimited by size into rptwrt-text
                   end-string
                   call "rptwrt" using rptwrt-request
               when other
                   compute money-major = top-up-minor / 100
                   move money-major to money-display
                   string "  replenish "
                       function trim(money-display leading)
                       " to restore the "
                       function trim(second-money-display leading)
                       " float"
                       delimited by size into rptwrt-text
                   end-string
                   call "rptwrt" using rptwrt-request
                   perform break-down-the-top-up
           end-evaluate.

       break-down-the-top-up.
           move ccy-coin-count(currency-match) to coinfew-coin-count
           perform varying coin-index from 1 by 1
                   until coin-index > 20
               if coin-index > ccy-coin-count(currency-match)
                   move zero to coinfew-coin-value(coin-index)
               else
                   move ccy-coin-value(currency-match coin-index)
                       to coinfew-coin-value(coin-index)
               end-if
           end-perform
           move top-up-minor to coinfew-amount
           call "coinfew" using coinfew-request
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           evaluate true
               when coinfew-unreachable
                   string "    no combination of the "
                       function trim(tc-currency)
                       " coin set makes it"
                       delimited by size into rptwrt-text
                   end-string
               when coinfew-too-large
                   move "    past the fewest-coins limit; make it up"
                     & " by hand" to rptwrt-text
               when other
                   perform read-the-breakdown
                   move coinfew-total-pieces to pieces-display
                   string "    fewest coins: "
                       function trim(pieces-display leading) " -"
                       function trim(breakdown-text trailing)
                       delimited by size into rptwrt-text
                   end-string
           end-evaluate
           call "rptwrt" using rptwrt-request.

      * Largest coin first, COINCOMB's "6x200 1x50" shape.
       read-the-breakdown.
           move spaces to breakdown-text
           move 1 to breakdown-pointer
           perform varying coin-index from coinfew-coin-count by -1
                   until coin-index < 1
               if coinfew-piece(coin-index) > zero
                   move coinfew-piece(coin-index) to piece-display
                   move coinfew-coin-value(coin-index)
                       to value-display
                   string " "
                       function trim(piece-display leading)
                       "x"
                       function trim(value-display leading)
                       delimited by size into breakdown-text
                       with pointer breakdown-pointer
                   end-string
               end-if
           end-perform.

       report-the-day-totals.
           move drawers-counted to count-display
           move drawers-over to second-display
           move drawers-short to third-display
           move cards-rejected to fourth-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " drawer(s) counted, "
               function trim(second-display leading) " over, "
               function trim(third-display leading)
               " short beyond tolerance, "
               function trim(fourth-display leading)
               " card(s) rejected"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * MONTH: each drawer's variances gathered, then one line each.
      ******************************************************************
       add-to-the-month.
           add 1 to drawers-counted
           move zero to drawer-index
           perform varying drawer-scan from 1 by 1
                   until drawer-scan > drawer-count
               if dr-drawer(drawer-scan) = tc-drawer
                       and dr-currency(drawer-scan) = tc-currency
                   move drawer-scan to drawer-index
               end-if
           end-perform
           if drawer-index = zero
               if drawer-count >= 200
                   display "tillrec: more than 200 drawers in the"
                       " month; " function trim(tc-drawer)
                       " left out" upon syserr
                   exit paragraph
               end-if
               add 1 to drawer-count
               move drawer-count to drawer-index
               move tc-drawer to dr-drawer(drawer-index)
               move tc-currency to dr-currency(drawer-index)
               move zero to dr-counts(drawer-index)
               move zero to dr-over(drawer-index)
               move zero to dr-short(drawer-index)
               move zero to dr-worst(drawer-index)
               move zero to dr-beyond(drawer-index)
           end-if
           add 1 to dr-counts(drawer-index)
           if variance-minor > zero
               add variance-minor to dr-over(drawer-index)
           else
               add variance-size to dr-short(drawer-index)
           end-if
           if dr-worst(drawer-index) < zero
               compute worst-size = zero - dr-worst(drawer-index)
           else
               move dr-worst(drawer-index) to worst-size
           end-if
           if variance-size > worst-size
               move variance-minor to dr-worst(drawer-index)
           end-if
           if verdict-over or verdict-short
               add 1 to dr-beyond(drawer-index)
               add 1 to counts-beyond
           end-if.

       report-the-month.
           perform varying drawer-index from 1 by 1
                   until drawer-index > drawer-count
               set rptwrt-op-detail to true
               move spaces to rptwrt-text
               move dr-drawer(drawer-index) to rptwrt-text(1:8)
               move dr-currency(drawer-index)(1:3)
                   to rptwrt-text(11:3)
               move dr-counts(drawer-index) to counts-display
               move counts-display to rptwrt-text(16:5)
               compute money-major = dr-over(drawer-index) / 100
               move money-major to money-display
               move money-display to rptwrt-text(22:12)
               compute money-major = dr-short(drawer-index) / 100
               move money-major to money-display
               move money-display to rptwrt-text(35:12)
               compute drawer-net = dr-over(drawer-index)
                   - dr-short(drawer-index)
               compute money-major = drawer-net / 100
               move money-major to signed-money-display
               move signed-money-display to rptwrt-text(48:13)
               compute money-major = dr-worst(drawer-index) / 100
               move money-major to signed-money-display
               move signed-money-display to rptwrt-text(61:13)
               move dr-beyond(drawer-index) to counts-display
               move counts-display to rptwrt-text(76:5)
               call "rptwrt" using rptwrt-request
           end-perform
           move drawer-count to count-display
           move drawers-counted to second-display
           move counts-beyond to third-display
           move cards-rejected to fourth-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " drawer(s), "
               function trim(second-display leading) " count(s), "
               function trim(third-display leading)
               " beyond tolerance, "
               function trim(fourth-display leading)
               " card(s) rejected"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
       end program tillrec.
