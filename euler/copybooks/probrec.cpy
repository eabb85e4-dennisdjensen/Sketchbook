      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one problem record of the problem
      *          register (problems.dat). A problem groups the
      *          incidents INCIDENT opens for the same program and
      *          condition - the fourth euler014 runaway joins the
      *          first three instead of starting from nothing - and
      *          carries the root cause, the workaround, and the
      *          status: OPEN while nobody knows why, KNOWN-ERROR
      *          once the cause and a workaround are written down
      *          (new incidents then say so in their packet, with
      *          the runbook.dat entries for the program and
      *          condition), RESOLVED when the fix is in. The card
      *          is pipe delimited:
      *            nnnn|program|condition|status|incidents|seconds|
      *            first-date|last-date|updated-by|root-cause|
      *            workaround
      *          (one line on file), seconds being the machine
      *          seconds the incidents cost. INCIDENT links and
      *          counts; the PROBLEM utility updates and reports.
      *          Kept as a copybook, the way SECJREC is, so both
      *          agree on the field widths.
      ******************************************************************
       01  problem-record.
           05  pr-number               pic 9(4).
           05  pr-program              pic X(12).
           05  pr-condition            pic X(10).
           05  pr-status               pic X(11).
               88  pr-is-open          value "OPEN".
               88  pr-is-known-error   value "KNOWN-ERROR".
               88  pr-is-resolved      value "RESOLVED".
           05  pr-incidents            pic 9(5).
           05  pr-seconds              pic 9(9).
           05  pr-first-date           pic X(10).
           05  pr-last-date            pic X(10).
           05  pr-updated-by           pic X(8).
           05  pr-root-cause           pic X(60).
           05  pr-workaround           pic X(60).
       01  problem-field-work.
           05  pfw-number              pic X(6).
           05  pfw-program             pic X(12).
           05  pfw-condition           pic X(10).
           05  pfw-status              pic X(11).
           05  pfw-incidents           pic X(8).
           05  pfw-seconds             pic X(12).
           05  pfw-first-date          pic X(10).
           05  pfw-last-date           pic X(10).
           05  pfw-updated-by          pic X(8).
           05  pfw-root-cause          pic X(60).
           05  pfw-workaround          pic X(60).
       01  problem-card                pic X(240).
