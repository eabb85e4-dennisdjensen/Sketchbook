      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the ONCALL rota lookup. Set the
      *          date (YYYYMMDD, zero for today) and CALL "oncall";
      *          the primary and secondary on duty come back with
      *          the addresses the mail gateway delivers to, and
      *          STATUS:
      *            "0"  a rota card covers the date
      *            "N"  nobody is rostered - the rota has a hole
      *          DAY-KIND says how the BUSDAYS calendar took the
      *          date: "B" a business day, "O" a weekend or shop
      *          holiday.
      ******************************************************************
       01  oncall-request.
           05  oncall-date             pic 9(8).
           05  oncall-day-kind         pic X.
               88  oncall-business-day value "B".
               88  oncall-off-day      value "O".
           05  oncall-primary          pic X(8).
           05  oncall-primary-address  pic X(60).
           05  oncall-secondary        pic X(8).
           05  oncall-secondary-address pic X(60).
           05  oncall-status           pic X.
               88  oncall-found        value "0".
               88  oncall-no-cover     value "N".
