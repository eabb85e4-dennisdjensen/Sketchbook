      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the HOLDCHK legal-hold check. Set
      *          the KIND of thing about to be removed - FILE (a
      *          working file's name), GEN (a generation name), or
      *          LEDGER (a program-id, with DATE the ledger line's
      *          YYYY-MM-DD) - and the TARGET, and CALL "holdchk".
      *          STATUS comes back:
      *            "H"  under legal hold - NUMBER and CASE say which;
      *                 the caller must not remove it
      *            "0"  no hold in force covers it
      *          A released hold, or one past its UNTIL date, is no
      *          longer in force. See holdrec.cpy for the register.
      ******************************************************************
       01  hold-request.
           05  hold-req-kind           pic X(6).
           05  hold-req-target         pic X(40).
           05  hold-req-date           pic X(10).
           05  hold-req-status         pic X.
               88  hold-req-held       value "H".
               88  hold-req-clear      value "0".
           05  hold-req-number         pic 9(4).
           05  hold-req-case           pic X(20).
