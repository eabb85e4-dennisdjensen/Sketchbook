      *              controlled promotion a reviewed fix goes
      *              through.
      * Tectonics: cobc -x basecert.cob signon.cob secaudit.cob
      *            freezchk.cob
      * Modifications:
      *   01 Sep 2026 - Certification now requires a SUPERVISOR:
      *                 the invoking user (the environment's USER)
      *                 exactly as before the table existed; the
      *                 nightly reconciliation mode needs no role
      *                 at all.
      *   15 Oct 2026 - CERTIFY honours the change-freeze calendar:
      *                 while FREEZCHK reports a BASELINE (or ALL)
      *                 freeze nothing is promoted, unless the
      *                 SUPERVISOR types an emergency override
      *                 justification, which is journaled.
      ******************************************************************
       identification division.
       program-id. basecert.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  audit-detail                pic X(80).
           copy freezreq.
      ******************************************************************
       procedure division.
       main-procedure.
           if return-code = 16
               exit paragraph
           end-if
           perform check-baseline-freeze
           if return-code = 16
               exit paragraph
           end-if
           move spaces to program-arg
           display 2 upon argument-number
           accept program-arg from argument-value
               move 16 to return-code
           end-if.

      * Recertifying a baseline is a change like any other; the
      * freeze calendar can hold it, and only the SUPERVISOR's
      * typed emergency override lets it through.
       check-baseline-freeze.
           move spaces to freeze-request
           move "BASELINE" to freeze-scope
           move zero to freeze-date
           move "basecert" to freeze-program
           move cert-user to freeze-user
           move signon-role to freeze-role
           move "Y" to freeze-override-ok
           set freeze-open to true
           call "freezchk" using freeze-request
               on exception
                   continue
           end-call
           if freeze-frozen
               display "Change freeze in force; nothing certified: "
                   function trim(freeze-reason) upon syserr
               move 16 to return-code
           end-if.

      * The latest ledger line for the program, whatever day it ran -
      * a reviewed fix may have been run by hand this afternoon.
       find-latest-ledger-answer.
