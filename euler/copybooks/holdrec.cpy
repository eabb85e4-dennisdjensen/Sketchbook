      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one legal hold of the legal-hold
      *          register (legal-holds.dat). A hold pins one of three
      *          things against retention for the length of a case:
      *            FILE    a working file, by name - HOUSEKEEP leaves
      *                    it alone, trims and family purges alike
      *            GEN     a generation (gen-YYYYMMDD) - GENARCH does
      *                    not retire it, REPLIC keeps it on the
      *                    replica
      *            LEDGER  a program's results-ledger.log lines
      *                    dated FROM through TO - HOUSEKEEP keeps
      *                    them when it trims the ledger
      *          with the case reference, who placed it and when,
      *          and the UNTIL date it lapses after (blank: until
      *          released). Status HELD until a SUPERVISOR releases
      *          it, then RELEASED, with who and when. The card is
      *          pipe delimited:
      *            nnnn|status|kind|target|from|to|case|placed-by|
      *            placed-date|until|released-by|released-date
      *          (one line on file), dates YYYY-MM-DD. LEGALHLD
      *          places, releases and reports; HOLDCHK answers for
      *          the retention jobs. Kept as a copybook, the way
      *          PROBREC is, so both agree on the field widths.
      ******************************************************************
       01  hold-record.
           05  hr-number               pic 9(4).
           05  hr-status               pic X(8).
               88  hr-is-held          value "HELD".
               88  hr-is-released      value "RELEASED".
           05  hr-kind                 pic X(6).
               88  hr-kind-file        value "FILE".
               88  hr-kind-generation  value "GEN".
               88  hr-kind-ledger      value "LEDGER".
           05  hr-target               pic X(40).
           05  hr-from-date            pic X(10).
           05  hr-to-date              pic X(10).
           05  hr-case                 pic X(20).
           05  hr-placed-by            pic X(8).
           05  hr-placed-date          pic X(10).
           05  hr-until-date           pic X(10).
           05  hr-released-by          pic X(8).
           05  hr-released-date        pic X(10).
       01  hold-field-work.
           05  hfw-number              pic X(6).
           05  hfw-status              pic X(8).
           05  hfw-kind                pic X(6).
           05  hfw-target              pic X(40).
           05  hfw-from-date           pic X(10).
           05  hfw-to-date             pic X(10).
           05  hfw-case                pic X(20).
           05  hfw-placed-by           pic X(8).
           05  hfw-placed-date         pic X(10).
           05  hfw-until-date          pic X(10).
           05  hfw-released-by         pic X(8).
           05  hfw-released-date       pic X(10).
       01  hold-card                   pic X(200).
