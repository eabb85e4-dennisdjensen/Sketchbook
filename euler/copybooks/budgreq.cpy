      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the BUDGET module, the monthly
      *          machine-second allowance each department holds
      *          against the CHARGEBK invoice. The allowances are
      *          BUDGET cards in chargeback-map.dat ("BUDGET
      *          department seconds"), beside the cards that map
      *          each job to its department; what a department has
      *          spent is priced exactly as CHARGEBK prices it -
      *          every ledger line of the month, standing and
      *          ad-hoc alike. Set the operation and CALL "budget":
      *            ESTIMATE  JOB (with or without its "./") run RUNS
      *                      times: DEPARTMENT, the month's
      *                      ALLOWANCE, SPENT and REMAINING, and the
      *                      ESTIMATE in seconds and at the CHARGEBK
      *                      rate - FORECAST's price for the step,
      *                      the mean of its last ten SUCCESS runs
      *                      in batch-run.log (RUN-SAMPLES of them;
      *                      zero means no history and the flat
      *                      60-second guess) - with VERDICT "W"
      *                      within what remains, "O" over it, "U"
      *                      for a department with no BUDGET card
      *            STANDING  DEPARTMENT's month so far: ALLOWANCE,
      *                      SPENT split STANDING-SPENT (the nightly
      *                      stream) and ADHOC-SPENT (reruns, hand
      *                      runs, sweeps), REMAINING, VERDICT
      *          MONTH is the YYYY-MM priced; spaces take the
      *          current month. STATUS comes back "0", or "E" for
      *          an operation it does not know.
      ******************************************************************
       01  budget-request.
           05  budget-op               pic X(8).
               88  budget-op-estimate  value "ESTIMATE".
               88  budget-op-standing  value "STANDING".
           05  budget-job              pic X(20).
           05  budget-runs             pic 9(5).
           05  budget-month            pic X(7).
           05  budget-department       pic X(12).
           05  budget-allowance        pic 9(9).
           05  budget-spent            pic 9(9).
           05  budget-standing-spent   pic 9(9).
           05  budget-adhoc-spent      pic 9(9).
           05  budget-remaining        pic s9(9).
           05  budget-estimate         pic 9(9).
           05  budget-estimate-amount  pic 9(9)v99.
           05  budget-run-samples      pic 9(4).
           05  budget-verdict          pic X.
               88  budget-within       value "W".
               88  budget-over         value "O".
               88  budget-unbudgeted   value "U".
           05  budget-status           pic X.
               88  budget-ok           value "0".
               88  budget-failed       value "E".
