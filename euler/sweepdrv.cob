      *          back whatever happens. Sweeps euler012's THRESHOLD=
      *          or any other dictionary parameter just as well.
      * Tectonics: cobc -x sweepdrv.cob paramrdr.cob rptwrt.cob
      *            budget.cob
      * Modifications:
      *   15 Oct 2026 - A sweep is priced before it starts: the
      *                 job's FORECAST price from the BUDGET module
      *                 times the points swept, against what the
      *                 job's department has left of the month's
      *                 allowance. A sweep that would overrun it is
      *                 refused (rc 16) before the .parm is touched.
      ******************************************************************
       identification division.
       program-id. sweepdrv.
       01  lines-before-run            pic 9(6) comp.
       01  had-original-parm           pic X value "N".
           88  original-parm-saved     value "Y".
           copy budgreq.
       01  sweep-points                pic 9(5).
       01  budget-display              pic Z(8)9.
       01  budget-display-2            pic Z(8)9.
       01  budget-remaining-display    pic -(8)9.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           perform read-sweep-arguments
           perform resolve-job-names
           perform check-sweep-budget
           perform set-original-parm-aside
           set rptwrt-op-init to true
           move spaces to rptwrt-text
                   delimited by size into job-command
           end-if.

      * The sweep is the job run once a point; ANALYTICS blew its
      * month on exactly this, so an overrun is refused outright. A
      * build without the BUDGET module sweeps as before.
       check-sweep-budget.
           compute sweep-points =
               (sweep-to - sweep-from) / sweep-step + 1
           move spaces to budget-request
           set budget-op-estimate to true
           move job-base-name to budget-job
           move sweep-points to budget-runs
           call "budget" using budget-request
               on exception
                   exit paragraph
           end-call
           if budget-unbudgeted
               exit paragraph
           end-if
           move budget-estimate to budget-display
           move budget-remaining to budget-remaining-display
           move sweep-points to budget-display-2
           display "Sweep of " function trim(budget-display-2)
               " point(s) priced at about "
               function trim(budget-display) " s; "
               function trim(budget-department) " has "
               function trim(budget-remaining-display)
               " s left this month"
           if budget-over
               display "Sweep refused: it would overrun "
                   function trim(budget-department)
                   "'s machine-second budget" upon syserr
               move 16 to return-code
               stop run
           end-if.

       set-original-parm-aside.
           call "paramrdr" using parm-filepath base-param-table
               base-param-count base-param-status
