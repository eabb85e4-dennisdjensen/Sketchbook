      *                 with the agreed return code 77 and is logged
      *                 PAUSED, not FAILED - the next stream resumes
      *                 it from its checkpoint automatically.
      *   15 Oct 2026 - Step command added at the end of the record:
      *                 the card's shell command exactly as BATCHDRV
      *                 launched it, with any &BUSDATE / &RUNNO
      *                 style card symbols already filled in, so the
      *                 morning check reads what really ran rather
      *                 than the deck's template. Its first 48
      *                 characters; the spool catalog carries the
      *                 command whole.
      *   15 Oct 2026 - Step command widened from X(48) to X(100),
      *                 the width of the control card's command, so
      *                 the run log carries the resolved command
      *                 whole; the line is 191 wide. Older lines are
      *                 RUNLOGREC version 1 in layout-versions.dat.
      ******************************************************************
       01  run-log-record.
           05  run-log-job-name        pic X(12).
           05  run-log-user            pic X(8).
           05  filler                  pic X value space.
           05  run-log-deck            pic X(12).
           05  filler                  pic X value space.
           05  run-log-command         pic X(100).
