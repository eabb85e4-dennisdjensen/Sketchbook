      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Prime-source reconciliation. The suite holds "the
      *          primes" five times over - the SIEVE base table,
      *          NEXTPRIME's sequence, SIEVEWIN's windows, the
      *          primes master behind PRIMSRV, and the list euler0007
      *          accumulates (euler0007-primes.out) - and the jobs on
      *          each would disagree without anyone noticing if one
      *          drifted. This walks a range number by number in
      *          100,000-wide bands, asks every source whether each
      *          number is prime, and compares them pair by pair
      *          wherever both have the number in reach:
      *            SIEVE      up to its table's limit
      *            NEXTPRIME  everywhere
      *            SIEVEWIN   wherever its window is in reach
      *            PRIMSRV    below its ceiling
      *            PRIMEFILE  up to the last prime on the file
      *          Each band prints its prime count by source and how
      *          many numbers there the sources did not all agree on;
      *          each source pair prints its first disagreement. The
      *          reconciled list is the majority verdict of the
      *          sources in reach, and its sum below two million is
      *          checked against the sum euler0010 last put on the
      *          results ledger, when the range covers that ground.
      *          Any disagreement, or a ledger sum that does not
      *          match, raises an alert through ALERT and ends the
      *          run rc 8. Printed through RPTWRT (archived as
      *          "primrecn").
      *          Parameters (primrecn.parm): FROM and TO, the range
      *          (default 1 to 2,000,000); two numeric arguments
      *          override them for the one run.
      * Tectonics: cobc -x primrecn.cob paramrdr.cob rptwrt.cob
      *            primsrv.cob sievewin.cob sieve.cob nextprime.cob
      *            alert.cob notify.cob oncall.cob busdays.cob
      ******************************************************************
       identification division.
       program-id. primrecn.
       environment division.
       input-output section.
       file-control.
           select optional prime-list-file
               assign to "euler0007-primes.out"
               organization is line sequential
               file status is prime-list-status.
           select optional ledger-file
               assign to "results-ledger.log"
               organization is line sequential
               file status is ledger-file-status.
      ******************************************************************
       data division.
       file section.
       fd  prime-list-file.
       01  prime-list-line        pic X(10).
       fd  ledger-file.
           copy ledgrec.

       working-storage section.
       01  prime-list-status           pic XX.
           88  prime-list-ok           value "00".
           88  prime-list-eof          value "10".
       01  ledger-file-status          pic XX.
           88  ledger-file-ok          value "00".
           88  ledger-file-eof         value "10".
       01  param-filepath              pic X(80)
                                       value "primrecn.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  range-arg                   pic X(12).
       01  range-from                  pic 9(10) value 1.
       01  range-to                    pic 9(10) value 2000000.
      * The five sources, in the order every table below keeps them.
       01  source-names-init.
           05  filler pic X(10) value "SIEVE".
           05  filler pic X(10) value "NEXTPRIME".
           05  filler pic X(10) value "SIEVEWIN".
           05  filler pic X(10) value "PRIMSRV".
           05  filler pic X(10) value "PRIMEFILE".
       01  source-names redefines source-names-init.
           05  source-name             pic X(10) occurs 5 times.
       01  source-sieve                pic 9 value 1.
       01  source-nextprime            pic 9 value 2.
       01  source-sievewin             pic 9 value 3.
       01  source-primsrv              pic 9 value 4.
       01  source-primefile            pic 9 value 5.
      * One band's verdicts: Y prime, N not, space out of reach.
       01  band-flags.
           05  band-flag-strip         pic X(100000) occurs 5 times.
       01  band-width                  pic 9(6) comp value 100000.
       01  band-low                    pic 9(10).
       01  band-first                  pic 9(10).
       01  band-last                   pic 9(10).
       01  band-disagreements          pic 9(6) comp.
       01  band-count.
           05  band-prime-count        pic 9(6) comp occurs 5 times.
           05  band-in-reach           pic X occurs 5 times.
       01  flag-offset                 pic 9(6) comp.
       01  first-offset                pic 9(6) comp.
       01  last-offset                 pic 9(6) comp.
       01  current-number              pic 9(10).
       01  window-index                pic 9(5) comp.
       01  source-index                pic 9 comp.
       01  other-index                 pic 9 comp.
       01  pair-index                  pic 99 comp.
      * Every source pair, SIEVE with NEXTPRIME first and PRIMSRV
      * with PRIMEFILE last.
       01  pair-table.
           05  pair-entry occurs 10 times.
               10  pair-left           pic 9.
               10  pair-right          pic 9.
               10  pair-compared       pic 9(10) comp.
               10  pair-disagreed      pic 9(10) comp.
               10  pair-first-number   pic 9(10).
               10  pair-first-left     pic X.
       01  in-reach-count              pic 9 comp.
       01  prime-votes                 pic 9 comp.
       01  total-disagreements         pic 9(10) comp value zero.
       01  reconciled-count            pic 9(10) comp value zero.
       01  reconciled-sum              pic 9(20) value zero.
       01  reconciled-sum-2m           pic 9(20) value zero.
       01  euler0010-ceiling           pic 9(10) value 2000000.
      * The sources' own state as the walk moves up the range.
       01  sieve-ready                 pic X value "N".
       01  sievewin-reach              pic 9(13) value 3999999999999.
       01  sieve-table-index           pic 9(7) comp value 1.
       01  next-prime-candidate        pic 9(10).
       01  next-prime-started          pic X value "N".
       01  file-prime                  pic 9(10) value zero.
       01  file-on-hand                pic X value "Y".
       01  file-ended                  pic X value "N".
       01  file-last-prime             pic 9(10) value zero.
       01  ledger-sum-text             pic X(20).
       01  ledger-sum                  pic 9(20).
       01  ledger-sum-found            pic X value "N".
       01  ledger-run-date-found       pic X(10).
       01  sum-mismatch                pic X value "N".
           copy sieverec.
           copy primreq.
       01  number-display              pic Z(9)9.
       01  number-display-2            pic Z(9)9.
       01  count-display               pic ZZZZZ9.
       01  big-display                 pic Z(19)9.
       01  big-display-2               pic Z(19)9.
       01  alert-severity-arg          pic 9 value 2.
       01  alert-program-arg           pic X(12) value "primrecn".
       01  alert-text-arg              pic X(60).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           perform read-parameters
           move spaces to range-arg
           display 1 upon argument-number
           accept range-arg from argument-value
           if range-arg not = spaces
                   and function test-numval(range-arg) = 0
               move function numval(range-arg) to range-from
           end-if
           move spaces to range-arg
           display 2 upon argument-number
           accept range-arg from argument-value
           if range-arg not = spaces
                   and function test-numval(range-arg) = 0
               move function numval(range-arg) to range-to
           end-if
           if range-from < 1
               move 1 to range-from
           end-if
           if range-to < range-from
               display "primrecn: the range ends before it starts"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           perform set-up-pairs
           perform open-prime-file
           move "primrecn" to rptwrt-name
           set rptwrt-op-init to true
           move range-from to number-display
           move range-to to number-display-2
           move spaces to rptwrt-text
           string "Prime-source reconciliation, "
               function trim(number-display) " to "
               function trim(number-display-2)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move spaces to rptwrt-text
           move "band from" to rptwrt-text(2:9)
           move "SIEVE NEXTPRIME  SIEVEWIN   PRIMSRV PRIMEFILE"
               to rptwrt-text(14:45)
           move "disagree" to rptwrt-text(62:8)
           call "rptwrt" using rptwrt-request
           divide range-from by band-width giving band-low
           multiply band-width by band-low
           perform until band-low > range-to
               perform reconcile-one-band
               add band-width to band-low
           end-perform
           if file-on-hand = "Y"
               close prime-list-file
           end-if
           perform report-pairs
           perform check-euler0010-sum
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move reconciled-count to number-display
           move reconciled-sum to big-display
           string "Reconciled list: " function trim(number-display)
               " prime(s), sum " function trim(big-display)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move spaces to rptwrt-text
           if total-disagreements = zero and sum-mismatch = "N"
               move "All sources agree" to rptwrt-text
           else
               move total-disagreements to number-display
               string "SOURCES DISAGREE on "
                   function trim(number-display) " number(s)"
                   delimited by size into rptwrt-text
               end-string
               if sum-mismatch = "Y"
                   move "; euler0010's ledger sum does not match"
                       to rptwrt-text(50:40)
               end-if
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           if total-disagreements > zero or sum-mismatch = "Y"
               perform raise-disagreement-alert
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               if function test-numval(param-value) not = 0
                   display "Bad value for "
                       function trim(param-key) " in "
                       function trim(param-filepath) upon syserr
                   move 16 to return-code
                   stop run
               end-if
               evaluate param-key
                   when "FROM"
                       move function numval(param-value)
                           to range-from
                   when "TO"
                       move function numval(param-value)
                           to range-to
                   when other
                       display "Unknown primrecn.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform.

       set-up-pairs.
           move zero to pair-index
           perform varying source-index from 1 by 1
                   until source-index > 4
               compute other-index = source-index + 1
               perform until other-index > 5
                   add 1 to pair-index
                   move source-index to pair-left(pair-index)
                   move other-index to pair-right(pair-index)
                   move zero to pair-compared(pair-index)
                   move zero to pair-disagreed(pair-index)
                   move zero to pair-first-number(pair-index)
                   move space to pair-first-left(pair-index)
                   add 1 to other-index
               end-perform
           end-perform.

       open-prime-file.
           open input prime-list-file
           if not prime-list-ok
               if prime-list-status = "05"
                   close prime-list-file
               end-if
               move "N" to file-on-hand
               move "Y" to file-ended
               exit paragraph
           end-if
           perform read-file-prime.

      * The file is euler0007's, one prime a line, ascending; a line
      * that is not a number ends it as surely as the end does.
       read-file-prime.
           read prime-list-file
               at end
                   move "Y" to file-ended
               not at end
                   if prime-list-line is numeric
                       move prime-list-line to file-prime
                       move file-prime to file-last-prime
                   else
                       move "Y" to file-ended
                   end-if
           end-read.

      ******************************************************************
      * One band: every source's verdicts, then the comparison
      ******************************************************************
       reconcile-one-band.
           move spaces to band-flags
           if band-low > range-from
               move band-low to band-first
           else
               move range-from to band-first
           end-if
           compute band-last = band-low + band-width - 1
           if band-last > range-to
               move range-to to band-last
           end-if
           compute first-offset = band-first - band-low + 1
           compute last-offset = band-last - band-low + 1
           perform varying source-index from 1 by 1
                   until source-index > 5
               move zero to band-prime-count(source-index)
               move "N" to band-in-reach(source-index)
           end-perform
           perform flag-from-sieve
           perform flag-from-nextprime
           perform flag-from-sievewin
           perform flag-from-primsrv
           perform flag-from-prime-file
           move zero to band-disagreements
           perform varying flag-offset from first-offset by 1
                   until flag-offset > last-offset
               perform compare-one-number
           end-perform
           perform report-band.

      * The base table holds every prime to its limit in order; the
      * walk keeps its place in it from band to band.
       flag-from-sieve.
           if sieve-ready not = "Y"
               call "sieve" using sieve-limit sieve-table sieve-count
               move "Y" to sieve-ready
           end-if
           if band-first > sieve-limit
               exit paragraph
           end-if
           move "Y" to band-in-reach(source-sieve)
           perform varying flag-offset from first-offset by 1
                   until flag-offset > last-offset
                       or band-low + flag-offset - 1 > sieve-limit
               move "N" to band-flag-strip(source-sieve)
                   (flag-offset:1)
           end-perform
           perform until sieve-table-index > sieve-count
                   or sieve-prime(sieve-table-index) > band-last
               if sieve-prime(sieve-table-index) >= band-first
                   compute flag-offset =
                       sieve-prime(sieve-table-index) - band-low + 1
                   move "Y" to band-flag-strip(source-sieve)
                       (flag-offset:1)
               end-if
               add 1 to sieve-table-index
           end-perform.

      * NEXTPRIME hands back the prime after the one given, so the
      * sequence starts from the number before the range.
       flag-from-nextprime.
           move "Y" to band-in-reach(source-nextprime)
           move all "N" to band-flag-strip(source-nextprime)
               (first-offset:last-offset - first-offset + 1)
           if next-prime-started not = "Y"
               compute next-prime-candidate = band-first - 1
               call "nextprime" using next-prime-candidate
               move "Y" to next-prime-started
           end-if
           perform until next-prime-candidate > band-last
               if next-prime-candidate >= band-first
                   compute flag-offset =
                       next-prime-candidate - band-low + 1
                   move "Y" to band-flag-strip(source-nextprime)
                       (flag-offset:1)
               end-if
               call "nextprime" using next-prime-candidate
           end-perform.

      * Inside its reach a window with no primes in it is an answer,
      * not a refusal.
       flag-from-sievewin.
           move band-first to sieve-window-low
           move band-last to sieve-window-high
           if band-last > sievewin-reach
               exit paragraph
           end-if
           call "sievewin" using sieve-window-low
               sieve-window-high sieve-window-count
               sieve-window-table
           move "Y" to band-in-reach(source-sievewin)
           move all "N" to band-flag-strip(source-sievewin)
               (first-offset:last-offset - first-offset + 1)
           perform varying window-index from 1 by 1
                   until window-index > sieve-window-count
               compute flag-offset =
                   sieve-window-prime(window-index) - band-low + 1
               move "Y" to band-flag-strip(source-sievewin)
                   (flag-offset:1)
           end-perform.

      * PRIMSRV answers from the master segment by segment, keeping
      * the last one read, so walking a band costs ten reads.
       flag-from-primsrv.
           perform varying flag-offset from first-offset by 1
                   until flag-offset > last-offset
               compute primsrv-number = band-low + flag-offset - 1
               set primsrv-op-isprime to true
               call "primsrv" using primsrv-request
               if primsrv-ok
                   move "Y" to band-in-reach(source-primsrv)
                   if primsrv-is-prime
                       move "Y" to band-flag-strip(source-primsrv)
                           (flag-offset:1)
                   else
                       move "N" to band-flag-strip(source-primsrv)
                           (flag-offset:1)
                   end-if
               end-if
           end-perform.

      * The file reaches as far as its last prime; past the end of
      * it the numbers are out of its reach, not composite.
       flag-from-prime-file.
           if file-on-hand not = "Y"
               exit paragraph
           end-if
           perform until file-ended = "Y" or file-prime >= band-first
               perform read-file-prime
           end-perform
           move band-first to current-number
           perform until current-number > band-last
                   or (file-ended = "Y"
                       and current-number > file-last-prime)
               compute flag-offset = current-number - band-low + 1
               move "Y" to band-in-reach(source-primefile)
               if file-ended not = "Y" and file-prime = current-number
                   move "Y" to band-flag-strip(source-primefile)
                       (flag-offset:1)
                   perform read-file-prime
               else
                   move "N" to band-flag-strip(source-primefile)
                       (flag-offset:1)
               end-if
               add 1 to current-number
           end-perform.

       compare-one-number.
           move zero to in-reach-count prime-votes
           perform varying source-index from 1 by 1
                   until source-index > 5
               if band-flag-strip(source-index)(flag-offset:1)
                       not = space
                   add 1 to in-reach-count
               end-if
               if band-flag-strip(source-index)(flag-offset:1) = "Y"
                   add 1 to prime-votes
                   add 1 to band-prime-count(source-index)
               end-if
           end-perform
           if in-reach-count > 1
                   and prime-votes > zero
                   and prime-votes < in-reach-count
               perform record-pair-disagreements
           end-if
           if prime-votes * 2 > in-reach-count
               compute current-number = band-low + flag-offset - 1
               add 1 to reconciled-count
               add current-number to reconciled-sum
               if current-number <= euler0010-ceiling
                   add current-number to reconciled-sum-2m
               end-if
           end-if
           if in-reach-count > 1
               perform count-pair-comparisons
           end-if.

       count-pair-comparisons.
           perform varying pair-index from 1 by 1
                   until pair-index > 10
               move pair-left(pair-index) to source-index
               move pair-right(pair-index) to other-index
               if band-flag-strip(source-index)(flag-offset:1)
                       not = space
                   and band-flag-strip(other-index)(flag-offset:1)
                       not = space
                   add 1 to pair-compared(pair-index)
               end-if
           end-perform.

       record-pair-disagreements.
           add 1 to band-disagreements
           add 1 to total-disagreements
           compute current-number = band-low + flag-offset - 1
           perform varying pair-index from 1 by 1
                   until pair-index > 10
               move pair-left(pair-index) to source-index
               move pair-right(pair-index) to other-index
               if band-flag-strip(source-index)(flag-offset:1)
                       not = space
                   and band-flag-strip(other-index)(flag-offset:1)
                       not = space
                   and band-flag-strip(source-index)(flag-offset:1)
                       not = band-flag-strip(other-index)
                           (flag-offset:1)
                   add 1 to pair-disagreed(pair-index)
                   if pair-first-number(pair-index) = zero
                       move current-number
                           to pair-first-number(pair-index)
                       move band-flag-strip(source-index)
                           (flag-offset:1)
                           to pair-first-left(pair-index)
                   end-if
               end-if
           end-perform.

      ******************************************************************
      * Reporting
      ******************************************************************
       report-band.
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move band-low to number-display
           move number-display to rptwrt-text(1:10)
           perform varying source-index from 1 by 1
                   until source-index > 5
               compute current-number = 14 + (source-index - 1) * 10
               if band-in-reach(source-index) = "Y"
                   move band-prime-count(source-index)
                       to count-display
                   move count-display
                       to rptwrt-text(current-number:6)
               else
                   move "     -" to rptwrt-text(current-number:6)
               end-if
           end-perform
           move band-disagreements to count-display
           move count-display to rptwrt-text(64:6)
           call "rptwrt" using rptwrt-request.

       report-pairs.
           set rptwrt-op-break to true
           move "First disagreement by source pair" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying pair-index from 1 by 1
                   until pair-index > 10
               perform report-one-pair
           end-perform.

       report-one-pair.
           move pair-left(pair-index) to source-index
           move pair-right(pair-index) to other-index
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "  " function trim(source-name(source-index))
               " / " function trim(source-name(other-index))
               delimited by size into rptwrt-text
           end-string
           evaluate true
               when pair-compared(pair-index) = zero
                   move "never both in reach"
                       to rptwrt-text(26:19)
               when pair-disagreed(pair-index) = zero
                   move pair-compared(pair-index) to number-display
                   string "agree on all "
                       function trim(number-display)
                       " number(s) compared"
                       delimited by size into rptwrt-text(26:50)
                   end-string
               when other
                   move pair-first-number(pair-index)
                       to number-display
                   move pair-disagreed(pair-index)
                       to number-display-2
                   if pair-first-left(pair-index) = "Y"
                       string "first at " function trim(number-display)
                           " (" function trim(source-name(source-index))
                           " prime, "
                           function trim(source-name(other-index))
                           " not); "
                           function trim(number-display-2)
                           " in all"
                           delimited by size into rptwrt-text(26:90)
                       end-string
                   else
                       string "first at " function trim(number-display)
                           " (" function trim(source-name(other-index))
                           " prime, "
                           function trim(source-name(source-index))
                           " not); "
                           function trim(number-display-2)
                           " in all"
                           delimited by size into rptwrt-text(26:90)
                       end-string
                   end-if
           end-evaluate
           call "rptwrt" using rptwrt-request.

      * euler0010 sums the primes up to two million and puts
      * "sum=<twenty digits> count=..." on the ledger; the last such
      * line is the one the suite believes.
       check-euler0010-sum.
           set rptwrt-op-break to true
           move "euler0010 ledger cross-check" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           if range-from > 2 or range-to < euler0010-ceiling
               move "  range does not cover 2 to 2,000,000; not checked"
                   to rptwrt-text
               call "rptwrt" using rptwrt-request
               exit paragraph
           end-if
           open input ledger-file
           if ledger-file-ok
               perform until ledger-file-eof
                   read ledger-file
                       at end
                           continue
                       not at end
                           perform keep-euler0010-line
                   end-read
               end-perform
           end-if
           if ledger-file-ok or ledger-file-eof
                   or ledger-file-status = "05"
               close ledger-file
           end-if
           if ledger-sum-found not = "Y"
               move "  no euler0010 sum on the results ledger"
                   to rptwrt-text
               call "rptwrt" using rptwrt-request
               exit paragraph
           end-if
           move ledger-sum to big-display
           move reconciled-sum-2m to big-display-2
           if ledger-sum = reconciled-sum-2m
               string "  ledger sum " function trim(big-display)
                   " (" function trim(ledger-run-date-found)
                   ") matches the reconciled list"
                   delimited by size into rptwrt-text
               end-string
           else
               move "Y" to sum-mismatch
               string "  LEDGER SUM " function trim(big-display)
                   " (" function trim(ledger-run-date-found)
                   ") against reconciled "
                   function trim(big-display-2)
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.

       keep-euler0010-line.
           if ledger-program-id not = "euler0010"
               exit paragraph
           end-if
           if ledger-answer(1:4) not = "sum="
               exit paragraph
           end-if
           move ledger-answer(5:20) to ledger-sum-text
           if ledger-sum-text is numeric
               move ledger-sum-text to ledger-sum
               move ledger-run-date to ledger-run-date-found
               move "Y" to ledger-sum-found
           end-if.

       raise-disagreement-alert.
           move spaces to alert-text-arg
           move total-disagreements to number-display
           if total-disagreements > zero
               string "Prime sources disagree on "
                   function trim(number-display) " number(s)"
                   delimited by size into alert-text-arg
               end-string
           else
               move "euler0010 ledger sum differs from the primes"
                   to alert-text-arg
           end-if
           call "alert" using alert-severity-arg
               alert-program-arg alert-text-arg
               on exception
                   continue
           end-call.
       end program primrecn.
