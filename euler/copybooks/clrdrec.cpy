      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: One record of the bank's cleared-items file
      *          (cleared-items.dat), read by VCHBANK to reconcile
      *          the voucher register: the check number, the amount
      *          the bank paid in cents with no point, and the date
      *          it cleared as YYYYMMDD. Fixed width, no separators,
      *          the bank's own layout.
      ******************************************************************
       01  cleared-item-record.
           05  clr-check-number        pic 9(10).
           05  clr-amount              pic 9(10)V99.
           05  clr-cleared-date        pic 9(8).
