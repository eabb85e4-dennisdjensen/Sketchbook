      *          ledger lines - hand runs become first-class
      *          citizens. The queue lives in rerun-requests.dat,
      *          one pipe-delimited card per request:
      *            nnnn|STATUS|job|overrides|requester|reason|
      *            requested-date
      *          with STATUS one of QUEUED, APPROVED, REJECTED,
      *          DONE, FAILED.
      *          First argument is the operation:
      *                 batch-run.log under deck "rerun", catalogs
      *                 the spool, and marks the card DONE or
      *                 FAILED.
      * Tectonics: cobc -x rerunq.cob paramrdr.cob signon.cob
      *            secaudit.cob budget.cob
      * Modifications:
      *   15 Oct 2026 - ADD stamps the request date (YYYY-MM-DD) on
      *                 the end of the card, so the operations KPI
      *                 scorecard can count requests by week and by
      *                 month. Cards queued before carry no date and
      *                 read as before.
      *   15 Oct 2026 - APPROVE and REJECT are journaled through
      *                 SECAUDIT (RERUN-APPROVE, RERUN-REJECT) with
      *                 the card's requester in the detail, so the
      *                 quarterly ACCRECRT review can see a request
      *                 approved by the same user who queued it.
      *   15 Oct 2026 - ADD, LIST and APPROVE show what a request will
      *                 cost - the job's FORECAST price from the
      *                 BUDGET module - against what its department
      *                 has left of the month's allowance, less what
      *                 requests already APPROVED will spend. A
      *                 request that would overrun it is approved
      *                 only by a SUPERVISOR; anyone else's APPROVE
      *                 is refused and journaled RERUN-OVERBUDGET.
      ******************************************************************
       identification division.
       program-id. rerunq.
       data division.
       file section.
       fd  request-file.
       01  request-file-line      pic X(160).
       fd  run-log-file.
           copy runlogrec.
       fd  spool-catalog-file.
           05  rr-overrides            pic X(60).
           05  rr-requester            pic X(8).
           05  rr-reason               pic X(40).
           05  rr-requested            pic X(10).
       01  request-table.
           05  request-slot            pic X(160) occurs 50 times.
       01  request-count               pic 9(4) comp value zero.
       01  request-index               pic 9(4) comp.
       01  highest-number              pic 9(4) value zero.
           05  fw-overrides            pic X(60).
           05  fw-requester            pic X(8).
           05  fw-reason               pic X(40).
           05  fw-requested            pic X(10).
       01  operation-arg               pic X(10).
       01  number-arg                  pic X(10).
       01  job-arg                     pic X(40).
       01  override-arg                pic X(60).
       01  reason-arg                  pic X(40).
       01  asked-number                pic 9(4).
       01  request-date-digits         pic 9(8).
       01  match-found                 pic X.
           88  card-was-found          value "Y".
       01  operator-user               pic X(8).
      * What the request in hand will cost and what its department
      * has left, kept apart from the budget area, which pricing the
      * other approved requests reuses.
           copy budgreq.
       01  cost-known                  pic X.
           88  request-cost-known      value "Y".
       01  cost-department             pic X(12).
       01  cost-estimate               pic 9(9).
       01  cost-amount                 pic 9(9)v99.
       01  cost-samples                pic 9(4).
       01  cost-allowance              pic 9(9).
       01  cost-remaining              pic s9(9).
       01  cost-unbudgeted             pic X.
       01  cost-committed              pic 9(9).
       01  cost-over                   pic X.
           88  request-over-budget     value "Y".
       01  commit-index                pic 9(4) comp.
       01  cost-display                pic Z(8)9.
       01  cost-display-2              pic Z(8)9.
       01  cost-display-3              pic Z(8)9.
       01  cost-remaining-display      pic -(8)9.
       01  cost-amount-display         pic Z(8)9.99.
       01  queue-changed               pic X value "N".
           88  queue-was-changed       value "Y".
       01  numval-check                pic 99 comp.
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
       01  audit-action                pic X(16).
       01  audit-detail                pic X(80).
      * The supplemental pass's own stream furniture.
       01  stream-run-number           pic 9(6) value zero.
       01  run-number-text             pic X(10).
           unstring request-slot(request-index) delimited by "|"
               into fw-number-text fw-status fw-job
                    fw-overrides fw-requester fw-reason
                    fw-requested
           end-unstring
           perform unpack-fields.

           move fw-job to rr-job
           move fw-overrides to rr-overrides
           move fw-requester to rr-requester
           move fw-reason to rr-reason
           move fw-requested to rr-requested.

       unpack-current-slot.
           move spaces to field-work
           unstring request-slot(request-count) delimited by "|"
               into fw-number-text fw-status fw-job
                    fw-overrides fw-requester fw-reason
                    fw-requested
           end-unstring
           perform unpack-fields.

               function trim(rr-job) "|"
               function trim(rr-overrides) "|"
               function trim(rr-requester) "|"
               function trim(rr-reason) "|"
               function trim(rr-requested)
               delimited by size into request-file-line
           end-string.

           move override-arg to rr-overrides
           move operator-user to rr-requester
           move reason-arg to rr-reason
           accept request-date-digits from date yyyymmdd
           move spaces to rr-requested
           string request-date-digits(1:4) "-"
               request-date-digits(5:2) "-" request-date-digits(7:2)
               delimited by size into rr-requested
           end-string
           perform pack-request
           move request-file-line to request-slot(request-count)
           set queue-was-changed to true
           display "Queued request " rr-number " for "
               function trim(rr-job)
           perform show-request-cost.

       list-requests.
           display "Rerun request queue (" request-count
                   until request-index > request-count
               display "  " function trim(
                   request-slot(request-index) trailing)
               perform unpack-request
               if rr-is-queued
                   perform show-request-cost
               end-if
           end-perform.

       disposition-request.
                           ", not QUEUED; left alone"
                   else
                       if operation-arg = "APPROVE"
                           perform show-request-cost
                           perform check-over-budget-approval
                           move "APPROVED" to rr-status
                       else
                           move "REJECTED" to rr-status
                       display "Request " asked-number " "
                           function trim(rr-status) " by "
                           function trim(operator-user)
                       perform journal-disposition
                   end-if
               end-if
           end-perform
               move 16 to return-code
           end-if.

      * Who disposed of whose request goes on the security journal
      * under the operator's own role; a build without the modules
      * loses only the journal line, never the disposition.
       journal-disposition.
           move spaces to signon-role
           move "T" to signon-status
           call "signon" using operator-user signon-role
               signon-status
               on exception
                   continue
           end-call
           if rr-is-approved
               move "RERUN-APPROVE" to audit-action
           else
               move "RERUN-REJECT" to audit-action
           end-if
           move spaces to audit-detail
           string "request " rr-number " " function trim(rr-job)
               " requested by " function trim(rr-requester)
               delimited by size into audit-detail
           end-string
           call "secaudit" using operator-user signon-role
               "rerunq      " audit-action audit-detail
               on exception
                   continue
           end-call.

      * The request's price and its department's standing, shown
      * before anyone decides. Requests already APPROVED are money
      * as good as spent, so they come off what is left. A build
      * without the BUDGET module shows nothing and holds nothing.
       show-request-cost.
           move "N" to cost-known
           move "N" to cost-over
           move spaces to budget-request
           set budget-op-estimate to true
           move rr-job to budget-job
           move 1 to budget-runs
           call "budget" using budget-request
               on exception
                   exit paragraph
           end-call
           move "Y" to cost-known
           move budget-department to cost-department
           move budget-estimate to cost-estimate
           move budget-estimate-amount to cost-amount
           move budget-run-samples to cost-samples
           move budget-allowance to cost-allowance
           move budget-remaining to cost-remaining
           move budget-verdict to cost-unbudgeted
           move zero to cost-committed
           perform varying commit-index from 1 by 1
                   until commit-index > request-count
               perform price-one-committed-request
           end-perform
           move cost-estimate to cost-display
           move cost-amount to cost-amount-display
           if cost-samples = zero
               display "    cost: about "
                   function trim(cost-display) " s ("
                   function trim(cost-amount-display)
                   "), no runtime history - a flat guess"
           else
               move cost-samples to cost-display-2
               display "    cost: about "
                   function trim(cost-display) " s ("
                   function trim(cost-amount-display)
                   "), from its last "
                   function trim(cost-display-2) " run(s)"
           end-if
           if cost-unbudgeted = "U"
               display "    budget: "
                   function trim(cost-department)
                   " has no monthly allowance"
               exit paragraph
           end-if
           compute cost-remaining = cost-remaining - cost-committed
           move cost-remaining to cost-remaining-display
           move cost-allowance to cost-display
           move cost-committed to cost-display-3
           display "    budget: " function trim(cost-department)
               " has " function trim(cost-remaining-display)
               " s left of " function trim(cost-display)
               " s this month, after "
               function trim(cost-display-3)
               " s already approved"
           if cost-estimate > cost-remaining
               move "Y" to cost-over
               display "    OVER BUDGET - only a SUPERVISOR"
                   " approves this request"
           end-if.

       price-one-committed-request.
           move spaces to field-work
           unstring request-slot(commit-index) delimited by "|"
               into fw-number-text fw-status fw-job
                    fw-overrides fw-requester fw-reason
                    fw-requested
           end-unstring
           if fw-status not = "APPROVED"
               exit paragraph
           end-if
           move spaces to budget-request
           set budget-op-estimate to true
           move fw-job to budget-job
           move 1 to budget-runs
           call "budget" using budget-request
               on exception
                   continue
           end-call
           if budget-department = cost-department
               add budget-estimate to cost-committed
           end-if.

      * Over budget, the approver must sign on as a SUPERVISOR; a
      * shop with no user table has no one to ask and approves as
      * before, the stance BASECERT takes.
       check-over-budget-approval.
           if not request-over-budget
               exit paragraph
           end-if
           move spaces to signon-role
           move "T" to signon-status
           call "signon" using operator-user signon-role
               signon-status
               on exception
                   continue
           end-call
           if signon-status = "T"
               exit paragraph
           end-if
           if signon-status = "0" and signon-role = "SUPERVISOR"
               exit paragraph
           end-if
           display "Request " asked-number " refused: over "
               function trim(cost-department)
               "'s budget, and " function trim(operator-user)
               " is not a SUPERVISOR" upon syserr
           move "RERUN-OVERBUDGET" to audit-action
           move spaces to audit-detail
           string "request " rr-number " " function trim(rr-job)
               " over " function trim(cost-department)
               " budget, approve refused"
               delimited by size into audit-detail
           end-string
           call "secaudit" using operator-user signon-role
               "rerunq      " audit-action audit-detail
               on exception
                   continue
           end-call
           if queue-was-changed
               perform save-request-queue
           end-if
           move 16 to return-code
           stop run.

      * The supplemental pass is a miniature stream of its own:
      * stream lock, run number, business date, run-log lines under
      * deck "rerun" - everything the nightly deck gets, so the
