      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one effective-dated parameter
      *          change waiting in the pending-change file
      *          (parm-pending.dat). PARMTXN files a transaction card
      *          that carries an effective business date later than
      *          today here instead of applying it, once the card
      *          has passed the dictionary; the DUE pass at the
      *          front of the deck applies every PENDING change
      *          whose date has come, validating it all over again,
      *          and marks it APPLIED or REJECTED with the date and
      *          the reason. PARMMNT shows the waiting values beside
      *          the current ones. The card is pipe delimited:
      *            nnnn|status|effective|parm-file|key|old-value|
      *            new-value|action|requester|entered|settled|
      *            reason
      *          (one line on file), dates YYYY-MM-DD, action A, C
      *          or D as on the transaction card. Kept as a copybook,
      *          the way HOLDREC is, so both agree on the widths.
      ******************************************************************
       01  pending-record.
           05  pc-number               pic 9(4).
           05  pc-status               pic X(8).
               88  pc-is-pending       value "PENDING".
               88  pc-is-applied       value "APPLIED".
               88  pc-is-rejected      value "REJECTED".
           05  pc-effective-date       pic X(10).
           05  pc-parm-file            pic X(20).
           05  pc-key                  pic X(20).
           05  pc-old-value            pic X(40).
           05  pc-new-value            pic X(40).
           05  pc-action               pic X(4).
           05  pc-requester            pic X(8).
           05  pc-entered-date         pic X(10).
           05  pc-settled-date         pic X(10).
           05  pc-reason               pic X(50).
       01  pending-field-work.
           05  pfw-number              pic X(6).
           05  pfw-status              pic X(8).
           05  pfw-effective-date      pic X(10).
           05  pfw-parm-file           pic X(20).
           05  pfw-key                 pic X(20).
           05  pfw-old-value           pic X(40).
           05  pfw-new-value           pic X(40).
           05  pfw-action              pic X(4).
           05  pfw-requester           pic X(8).
           05  pfw-entered-date        pic X(10).
           05  pfw-settled-date        pic X(10).
           05  pfw-reason              pic X(50).
       01  pending-card                pic X(260).
