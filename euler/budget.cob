      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Department machine-second budgets. CHARGEBK bills
      *          the seconds after the fact, which told the analytics
      *          department at the end of the month what its sweeps
      *          and leaderboard reruns had cost - once the allowance
      *          was long gone. This module answers before the time
      *          is spent: what a department may still spend this
      *          month, and what a rerun or sweep of a given job will
      *          cost, priced from the job's runtime history the way
      *          FORECAST prices a step. RERUNQ shows it at approval
      *          and holds over-budget requests for a supervisor,
      *          SWEEPDRV refuses an over-budget sweep, and BUDGBURN
      *          prints the mid-month burn-down. See budgreq.cpy for
      *          the request area; the allowances are the BUDGET
      *          cards in chargeback-map.dat. The map, the rate, the
      *          month's spend and the runtime history are loaded on
      *          the first call and kept for the run.
      * Tectonics: cobc -m budget.cob paramrdr.cob
      ******************************************************************
       identification division.
       program-id. budget.
       environment division.
       input-output section.
       file-control.
           select optional ledger-file
               assign to "results-ledger.log"
               organization is line sequential
               file status is ledger-file-status.
           select optional map-file
               assign to "chargeback-map.dat"
               organization is line sequential
               file status is map-file-status.
           select optional run-log-file
               assign to "batch-run.log"
               organization is line sequential
               file status is run-log-file-status.
      ******************************************************************
       data division.
       file section.
       fd  ledger-file.
           copy ledgrec.
       fd  map-file.
       01  map-file-line          pic X(80).
       fd  run-log-file.
           copy runlogrec.

       working-storage section.
       01  ledger-file-status          pic XX.
           88  ledger-file-ok          value "00".
           88  ledger-file-eof         value "10".
       01  map-file-status             pic XX.
           88  map-file-ok             value "00".
           88  map-file-eof            value "10".
       01  run-log-file-status         pic XX.
           88  run-log-file-ok         value "00".
           88  run-log-file-eof        value "10".
       01  param-filepath              pic X(80)
                                       value "chargebk.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  rate-hundredths             pic 9(5) comp value 2.
       01  loaded-month                pic X(7) value spaces.
       01  asked-month                 pic X(7).
       01  setup-done                  pic X value "N".
       01  now-date-digits             pic 9(8).
      * The department map and the allowances, as CHARGEBK reads
      * the same cards.
       01  map-table.
           05  map-entry occurs 50 times.
               10  map-job             pic X(12).
               10  map-department      pic X(12).
       01  map-count                   pic 9(4) comp value zero.
       01  map-index                   pic 9(4) comp.
       01  default-department          pic X(12)
                                       value "OPERATIONS".
       01  map-token-job               pic X(12).
       01  map-token-dept              pic X(12).
       01  map-token-seconds           pic X(12).
       01  allowance-table.
           05  allowance-entry occurs 20 times.
               10  allowance-department pic X(12).
               10  allowance-seconds   pic 9(9).
       01  allowance-count             pic 9(4) comp value zero.
       01  allowance-index             pic 9(4) comp.
      * The month's spend by department.
       01  spend-table.
           05  spend-entry occurs 20 times.
               10  spend-department    pic X(12).
               10  spend-standing      pic 9(9) comp.
               10  spend-adhoc         pic 9(9) comp.
       01  spend-count                 pic 9(4) comp value zero.
       01  spend-index                 pic 9(4) comp.
       01  spend-match                 pic 9(4) comp.
       01  line-department             pic X(12).
       01  line-seconds                pic 9(7) comp.
       01  line-is-adhoc               pic X.
       01  elapsed-text                pic X(8).
      * The runtime history, FORECAST's ring of the ten newest
      * SUCCESS runtimes per job, keyed without the "./".
       01  history-table.
           05  history-entry occurs 100 times.
               10  history-job-name    pic X(12).
               10  history-run-count   pic 9(4) comp.
               10  history-runs.
                   15  history-seconds pic 9(7) comp
                                       occurs 10 times.
       01  history-count               pic 9(4) comp value zero.
       01  history-index               pic 9(4) comp.
       01  history-match               pic 9(4) comp.
       01  ring-index                  pic 9(4) comp.
       01  sum-seconds                 pic 9(9) comp.
       01  mean-seconds                pic 9(7) comp.
       01  start-seconds               pic 9(7) comp.
       01  end-seconds                 pic 9(7) comp.
       01  elapsed-seconds             pic s9(7) comp.
       01  seconds-per-day             pic 9(7) comp value 86400.
       01  time-text-work              pic X(8).
       01  time-seconds-work           pic 9(7) comp.
       01  job-base-name               pic X(12).
       01  found-department            pic X(12).

       linkage section.
           copy budgreq.
      ******************************************************************
       procedure division using budget-request.
       serve-budget-request.
           move "0" to budget-status
           if setup-done not = "Y"
               perform read-rate-parameter
               perform load-department-map
               perform load-runtime-history
               move "Y" to setup-done
           end-if
           if budget-month = spaces
               accept now-date-digits from date yyyymmdd
               move spaces to asked-month
               string now-date-digits(1:4) "-" now-date-digits(5:2)
                   delimited by size into asked-month
               end-string
               move asked-month to budget-month
           else
               move budget-month to asked-month
           end-if
           if asked-month not = loaded-month
               perform price-the-month
               move asked-month to loaded-month
           end-if
           evaluate true
               when budget-op-estimate
                   perform strip-job-name
                   perform find-job-department
                   move found-department to budget-department
                   perform state-department-standing
                   perform estimate-job-cost
               when budget-op-standing
                   perform state-department-standing
               when other
                   set budget-failed to true
           end-evaluate
           goback.

       read-rate-parameter.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               if param-key = "RATE"
                       and function test-numval(param-value) = 0
                   move function numval(param-value)
                       to rate-hundredths
               end-if
           end-perform.

       load-department-map.
           open input map-file
           if map-file-ok
               perform until map-file-eof
                   read map-file into map-file-line
                       at end
                           continue
                       not at end
                           perform load-one-map-card
                   end-read
               end-perform
           end-if
           if map-file-ok or map-file-eof
                   or map-file-status = "05"
               close map-file
           end-if.

       load-one-map-card.
           if map-file-line = spaces
                   or map-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to map-token-job
           move spaces to map-token-dept
           move spaces to map-token-seconds
           unstring function trim(map-file-line)
               delimited by all spaces
               into map-token-job map-token-dept map-token-seconds
           end-unstring
           evaluate map-token-job
               when "DEFAULT"
                   move map-token-dept to default-department
               when "BUDGET"
                   if function test-numval(map-token-seconds) = 0
                           and allowance-count < 20
                       add 1 to allowance-count
                       move map-token-dept
                           to allowance-department(allowance-count)
                       move function numval(map-token-seconds)
                           to allowance-seconds(allowance-count)
                   end-if
               when other
                   if map-count < 50
                       add 1 to map-count
                       move map-token-job to map-job(map-count)
                       move map-token-dept
                           to map-department(map-count)
                   end-if
           end-evaluate.

      * Priced line for line as CHARGEBK prices the invoice, so the
      * budget and the bill never tell a department two stories.
       price-the-month.
           move zero to spend-count
           open input ledger-file
           if ledger-file-ok
               perform until ledger-file-eof
                   read ledger-file
                       at end
                           continue
                       not at end
                           if ledger-run-date(1:7) = asked-month
                                   and not ledger-chain-anchor
                               perform price-one-line
                           end-if
                   end-read
               end-perform
           end-if
           if ledger-file-ok or ledger-file-eof
                   or ledger-file-status = "05"
               close ledger-file
           end-if.

       price-one-line.
           move ledger-elapsed-seconds to elapsed-text
           move zero to line-seconds
           if function test-numval(elapsed-text) = 0
               compute line-seconds =
                   function numval(elapsed-text)
           end-if
           move "N" to line-is-adhoc
           if ledger-run-type = "RERUN"
               move "Y" to line-is-adhoc
           end-if
           if ledger-run-number is numeric
                   and ledger-run-number = zero
               move "Y" to line-is-adhoc
           end-if
           move ledger-program-id to job-base-name
           perform find-job-department
           move found-department to line-department
           move zero to spend-match
           perform varying spend-index from 1 by 1
                   until spend-index > spend-count
               if spend-department(spend-index) = line-department
                   move spend-index to spend-match
               end-if
           end-perform
           if spend-match = zero
               if spend-count >= 20
                   exit paragraph
               end-if
               add 1 to spend-count
               move spend-count to spend-match
               move line-department to spend-department(spend-match)
               move zero to spend-standing(spend-match)
               move zero to spend-adhoc(spend-match)
           end-if
           if line-is-adhoc = "Y"
               add line-seconds to spend-adhoc(spend-match)
           else
               add line-seconds to spend-standing(spend-match)
           end-if.

       load-runtime-history.
           open input run-log-file
           if run-log-file-ok
               perform until run-log-file-eof
                   read run-log-file
                       at end
                           continue
                       not at end
                           perform consider-run-log-line
                   end-read
               end-perform
           end-if
           if run-log-file-ok or run-log-file-eof
                   or run-log-file-status = "05"
               close run-log-file
           end-if.

       consider-run-log-line.
           if not run-log-status-ok
               exit paragraph
           end-if
           move run-log-start-time to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to start-seconds
           move run-log-end-time to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to end-seconds
           if end-seconds < start-seconds
               compute elapsed-seconds =
                   end-seconds - start-seconds + seconds-per-day
           else
               compute elapsed-seconds =
                   end-seconds - start-seconds
           end-if
           if run-log-job-name(1:2) = "./"
               move run-log-job-name(3:10) to job-base-name
           else
               move run-log-job-name to job-base-name
           end-if
           move zero to history-match
           perform varying history-index from 1 by 1
                   until history-index > history-count
               if history-job-name(history-index) = job-base-name
                   move history-index to history-match
               end-if
           end-perform
           if history-match = zero
               if history-count >= 100
                   exit paragraph
               end-if
               add 1 to history-count
               move history-count to history-match
               move job-base-name to history-job-name(history-match)
               move zero to history-run-count(history-match)
           end-if
           if history-run-count(history-match) < 10
               add 1 to history-run-count(history-match)
           else
               perform varying ring-index from 1 by 1
                       until ring-index >= 10
                   move history-seconds(history-match,
                           ring-index + 1)
                       to history-seconds(history-match,
                           ring-index)
               end-perform
           end-if
           move elapsed-seconds
               to history-seconds(history-match,
                   history-run-count(history-match)).

       strip-job-name.
           if budget-job(1:2) = "./"
               move budget-job(3:12) to job-base-name
           else
               move budget-job(1:12) to job-base-name
           end-if.

       find-job-department.
           move default-department to found-department
           perform varying map-index from 1 by 1
                   until map-index > map-count
               if map-job(map-index) = job-base-name
                   move map-department(map-index)
                       to found-department
               end-if
           end-perform.

       state-department-standing.
           move zero to budget-allowance budget-spent
               budget-standing-spent budget-adhoc-spent
               budget-remaining
           set budget-unbudgeted to true
           perform varying spend-index from 1 by 1
                   until spend-index > spend-count
               if spend-department(spend-index) = budget-department
                   move spend-standing(spend-index)
                       to budget-standing-spent
                   move spend-adhoc(spend-index)
                       to budget-adhoc-spent
               end-if
           end-perform
           compute budget-spent =
               budget-standing-spent + budget-adhoc-spent
           perform varying allowance-index from 1 by 1
                   until allowance-index > allowance-count
               if allowance-department(allowance-index)
                       = budget-department
                   move allowance-seconds(allowance-index)
                       to budget-allowance
                   set budget-within to true
               end-if
           end-perform
           if not budget-unbudgeted
               compute budget-remaining =
                   budget-allowance - budget-spent
               if budget-remaining < zero
                   set budget-over to true
               end-if
           end-if.

      * No history is priced at FORECAST's flat minute, and said so
      * through RUN-SAMPLES zero.
       estimate-job-cost.
           move zero to budget-run-samples
           move 60 to mean-seconds
           move zero to history-match
           perform varying history-index from 1 by 1
                   until history-index > history-count
               if history-job-name(history-index) = job-base-name
                   move history-index to history-match
               end-if
           end-perform
           if history-match > zero
               move zero to sum-seconds
               perform varying ring-index from 1 by 1
                       until ring-index >
                           history-run-count(history-match)
                   add history-seconds(history-match, ring-index)
                       to sum-seconds
               end-perform
               compute mean-seconds =
                   sum-seconds / history-run-count(history-match)
               move history-run-count(history-match)
                   to budget-run-samples
           end-if
           if budget-runs = zero
               move 1 to budget-runs
           end-if
           compute budget-estimate = mean-seconds * budget-runs
           compute budget-estimate-amount =
               budget-estimate * rate-hundredths / 100
           if budget-unbudgeted
               exit paragraph
           end-if
           if budget-estimate > budget-remaining
               set budget-over to true
           else
               set budget-within to true
           end-if.

       time-text-to-seconds.
           if time-text-work(1:2) is numeric
                   and time-text-work(4:2) is numeric
                   and time-text-work(7:2) is numeric
               compute time-seconds-work =
                   function numval(time-text-work(1:2)) * 3600
                   + function numval(time-text-work(4:2)) * 60
                   + function numval(time-text-work(7:2))
           else
               move zero to time-seconds-work
           end-if.
       end program budget.
