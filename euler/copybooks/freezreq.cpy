      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the FREEZCHK change-freeze check.
      *          Set the scope of the change about to be made (PARMS,
      *          RELEASE, BASELINE, or DECK), the date to judge (zero
      *          for today), the calling program, and the acting user
      *          and role (a blank role is looked up through SIGNON),
      *          and CALL "freezchk". With OVERRIDE-OK set to "Y" the
      *          caller is at a console and a SUPERVISOR caught by a
      *          freeze is offered the emergency override, which
      *          takes a typed justification and is journaled through
      *          SECAUDIT. STATUS comes back:
      *            "O"  no freeze covers the date and scope
      *            "F"  frozen - REASON carries the calendar's reason;
      *                 the caller must not make the change
      *            "V"  frozen, but a SUPERVISOR overrode it; REASON
      *                 carries the justification typed
      ******************************************************************
       01  freeze-request.
           05  freeze-scope            pic X(8).
           05  freeze-date             pic 9(8).
           05  freeze-program          pic X(12).
           05  freeze-user             pic X(8).
           05  freeze-role             pic X(10).
           05  freeze-override-ok      pic X.
               88  freeze-may-override value "Y".
           05  freeze-status           pic X.
               88  freeze-open         value "O".
               88  freeze-frozen       value "F".
               88  freeze-overridden   value "V".
           05  freeze-reason           pic X(60).
