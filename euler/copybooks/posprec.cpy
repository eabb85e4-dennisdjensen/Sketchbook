      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: One record of the positive-pay file
      *          (positive-pay.dat) VCHBANK sends the bank each day,
      *          in the bank's fixed-width layout: the check number,
      *          the payee, the amount in cents with no point, the
      *          issue date as YYYYMMDD, and the void flag - "N" for
      *          a check issued that day, "Y" for one voided that
      *          day, which the bank is to refuse. No separators;
      *          the bank reads by column. Kept as a copybook, the
      *          same way ODDCREC is, so the writer and the DQSCAN
      *          sweep agree on the field widths.
      ******************************************************************
       01  positive-pay-record.
           05  pp-check-number         pic 9(10).
           05  pp-payee                pic X(40).
           05  pp-amount               pic 9(10)V99.
           05  pp-issue-date           pic 9(8).
           05  pp-void-flag            pic X.
               88  pp-issued           value "N".
               88  pp-voided           value "Y".
