      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Consecutive-prime sums - the question PRIMEGAP and
      *          DIGPRIME leave open: which prime below LIMIT= (in
      *          consprim.parm, default the analysts' 1000000, at
      *          most 10000000) is the sum of the longest run of
      *          consecutive primes (41 = 2+3+5+7+11+13 is the small
      *          case). The primes are walked off the PRIMSRV
      *          primes master by "nearest prime above", or read
      *          from euler0007-primes.out (one PIC 9(10) prime per
      *          line) on a build without the module, and kept as
      *          running totals so any run's sum is one subtraction.
      *          Every candidate sum is settled by a keyed PRIMSRV
      *          read; on the fallback it is trial-divided by the
      *          primes in hand. The search is repeated below each
      *          power of ten up to LIMIT, so the report gives the
      *          best run for each decade as well as the winner,
      *          with its run length and starting prime. The
      *          winner goes to the shared ledger, where BASECERT's
      *          nightly reconciliation holds it to its certified
      *          baseline.
      * Tectonics: cobc -x consprim.cob primsrv.cob sievewin.cob
      *            paramrdr.cob rptwrt.cob ledger.cob
      ******************************************************************
       identification division.
       program-id. consprim.
       environment division.
       input-output section.
       file-control.
           select optional prime-list-file
               assign to "euler0007-primes.out"
               organization is line sequential
               file status is prime-list-status.
      ******************************************************************
       data division.
       file section.
       fd  prime-list-file.
       01  prime-list-line        pic 9(10).

       working-storage section.
       01  prime-list-status           pic XX.
           88  prime-list-ok           value "00".
           88  prime-list-eof          value "10".
       01  param-filepath              pic X(80)
                                       value "consprim.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy primreq.
           copy rptreq.
       01  primsrv-state               pic X value "U".
           88  primsrv-on-hand         value "Y".
           88  primsrv-absent          value "N".
           88  primsrv-untried         value "U".
       01  sum-limit                   pic 9(8) comp value 1000000.
      * Running totals: run-total(k + 1) is the sum of the first k
      * primes, so the run from prime i to prime j sums to
      * run-total(j + 1) - run-total(i).
       01  prime-total                 pic 9(7) comp value zero.
       01  run-totals.
           05  run-total               pic 9(15) comp
                                       occurs 700000 times.
       01  last-prime                  pic 9(8) comp value zero.
       01  list-short                  pic X value "N".
           88  list-ends-short         value "Y".
       01  search-limit                pic 9(8) comp.
       01  start-index                 pic 9(7) comp.
       01  end-index                   pic 9(7) comp.
       01  run-sum                     pic 9(15) comp.
       01  run-length                  pic 9(7) comp.
       01  best-length                 pic 9(7) comp.
       01  best-sum                    pic 9(15) comp.
       01  best-start                  pic 9(8) comp.
       01  search-done                 pic X.
           88  search-finished         value "Y".
       01  start-done                  pic X.
           88  start-settled           value "Y".
       01  candidate                   pic 9(15) comp.
       01  candidate-verdict           pic X.
           88  candidate-is-prime      value "Y".
       01  divisor-index               pic 9(7) comp.
       01  divisor                     pic 9(8) comp.
       01  division-quotient           pic 9(15) comp.
       01  division-remainder          pic 9(8) comp.
       01  sums-tested                 pic 9(9) comp value zero.
       01  decade-limit                pic 9(8) comp.
       01  limit-display               pic Z(7)9.
       01  sum-display                 pic Z(7)9.
       01  length-display              pic Z(6)9.
       01  start-display               pic Z(7)9.
       01  count-display               pic Z(8)9.
       01  winner-sum                  pic 9(15) comp.
       01  winner-length               pic 9(7) comp.
       01  winner-start                pic 9(8) comp.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           move zero to run-total(1)
           perform try-primes-master
           if primsrv-on-hand
               perform walk-the-primes-master
           else
               perform read-the-prime-list
           end-if
           if prime-total = zero
               display "No prime source: neither the primes master"
                   " nor euler0007-primes.out is on hand"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           move sum-limit to limit-display
           move "consprim" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Longest consecutive-prime sums below "
               function trim(limit-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           if list-ends-short
               perform report-short-list
           end-if
           set rptwrt-op-head to true
           move "below  prime  run length  first prime"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move 10 to decade-limit
           perform until decade-limit >= sum-limit
               move decade-limit to search-limit
               perform search-longest-run
               perform report-one-decade
               multiply 10 by decade-limit
           end-perform
           move sum-limit to search-limit
           perform search-longest-run
           perform report-one-decade
           move best-sum to winner-sum
           move best-length to winner-length
           move best-start to winner-start
           perform report-the-winner
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move winner-sum to sum-display
           move winner-length to length-display
           move winner-start to start-display
           move spaces to ledger-answer-text
           string "prime=" function trim(sum-display leading)
               " run=" function trim(length-display leading)
               " from=" function trim(start-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "consprim    " ledger-answer-text
               ledger-start-time
           move zero to return-code
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using limit 1000000"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "LIMIT"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to sum-limit
                       end-if
                   when other
                       display "Unknown consprim.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
      * The running totals hold the 664579 primes below ten
      * million.
           if sum-limit < 3 or sum-limit > 10000000
               display "LIMIT must be 3 to 10000000, using 1000000"
                   upon syserr
               move 1000000 to sum-limit
           end-if.

      * One probe settles whether the primes master is on this
      * build; without it the primes come off the euler0007 list.
       try-primes-master.
           set primsrv-op-isprime to true
           move 2 to primsrv-number
           call "primsrv" using primsrv-request
               on exception
                   set primsrv-absent to true
           end-call
           if primsrv-untried
               if primsrv-ok
                   set primsrv-on-hand to true
               else
                   set primsrv-absent to true
               end-if
           end-if.

       walk-the-primes-master.
           move 1 to primsrv-result
           perform until primsrv-result >= sum-limit
               set primsrv-op-above to true
               move primsrv-result to primsrv-number
               call "primsrv" using primsrv-request
               if primsrv-failed
                   set list-ends-short to true
                   exit paragraph
               end-if
               if primsrv-result < sum-limit
                   move primsrv-result to last-prime
                   perform keep-one-prime
               end-if
           end-perform.

      * The euler0007 list is only as long as that job made it;
      * a list ending below LIMIT is searched as far as it goes
      * and the report says so.
       read-the-prime-list.
           set list-ends-short to true
           open input prime-list-file
           if not prime-list-ok
               if prime-list-status = "05"
                   close prime-list-file
               end-if
               exit paragraph
           end-if
           perform until prime-list-eof
               read prime-list-file
                   at end
                       continue
                   not at end
                       if prime-list-line > last-prime
                           if prime-list-line < sum-limit
                               move prime-list-line to last-prime
                               perform keep-one-prime
                           else
                               move "N" to list-short
                           end-if
                       end-if
               end-read
           end-perform
           close prime-list-file.

       keep-one-prime.
           add 1 to prime-total
           compute run-total(prime-total + 1) =
               run-total(prime-total) + last-prime.

      * Longest run summing to a prime below SEARCH-LIMIT. Runs
      * from a given start only grow in sum with their length, so
      * each start is taken out as far as the limit allows and
      * tried back down to one prime longer than the best so far;
      * the first prime met is that start's best. Once even that
      * length overshoots the limit from a start, every later
      * start overshoots too and the search is over.
       search-longest-run.
           move zero to best-length
           move zero to best-sum
           move zero to best-start
           move "N" to search-done
           perform varying start-index from 1 by 1
                   until search-finished
               compute end-index = start-index + best-length
               if end-index > prime-total
                   set search-finished to true
               else
                   compute run-sum = run-total(end-index + 1)
                       - run-total(start-index)
                   if run-sum >= search-limit
                       set search-finished to true
                   else
                       perform try-one-start
                   end-if
               end-if
           end-perform.

       try-one-start.
           perform until end-index >= prime-total
                   or run-total(end-index + 2)
                       - run-total(start-index) >= search-limit
               add 1 to end-index
           end-perform
           move "N" to start-done
           perform until start-settled
                   or end-index - start-index + 1 <= best-length
               compute candidate = run-total(end-index + 1)
                   - run-total(start-index)
               perform judge-candidate
               if candidate-is-prime
                   compute best-length = end-index - start-index + 1
                   move candidate to best-sum
                   compute best-start = run-total(start-index + 1)
                       - run-total(start-index)
                   set start-settled to true
               else
                   subtract 1 from end-index
               end-if
           end-perform.

      * Keyed read against the primes master; on a build without
      * it, trial division by the primes in hand, which reach far
      * past the square root of any sum below the limit.
       judge-candidate.
           add 1 to sums-tested
           move "N" to candidate-verdict
           if candidate < 2
               exit paragraph
           end-if
           if primsrv-on-hand
               set primsrv-op-isprime to true
               move candidate to primsrv-number
               call "primsrv" using primsrv-request
               if primsrv-ok
                   if primsrv-is-prime
                       set candidate-is-prime to true
                   end-if
                   exit paragraph
               end-if
           end-if
           set candidate-is-prime to true
           perform varying divisor-index from 1 by 1
                   until divisor-index > prime-total
               compute divisor = run-total(divisor-index + 1)
                   - run-total(divisor-index)
               if divisor * divisor > candidate
                   exit paragraph
               end-if
               divide candidate by divisor
                   giving division-quotient
                   remainder division-remainder
               if division-remainder = zero
                   move "N" to candidate-verdict
                   exit paragraph
               end-if
           end-perform.

       report-short-list.
           move last-prime to sum-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "prime list ends at "
               function trim(sum-display leading)
               "; runs through larger primes are not searched"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       report-one-decade.
           move search-limit to limit-display
           move best-sum to sum-display
           move best-length to length-display
           move best-start to start-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string function trim(limit-display leading) "  "
               function trim(sum-display leading) "  "
               function trim(length-display leading) "  "
               function trim(start-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       report-the-winner.
           move winner-sum to sum-display
           move winner-length to length-display
           move winner-start to start-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(sum-display leading)
               " is the sum of "
               function trim(length-display leading)
               " consecutive primes from "
               function trim(start-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move sums-tested to count-display
           move prime-total to length-display
           move spaces to rptwrt-text
           string function trim(length-display leading)
               " primes walked, "
               function trim(count-display leading)
               " run sums tested for primality"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.
       end program consprim.
