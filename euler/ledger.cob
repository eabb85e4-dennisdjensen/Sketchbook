      *                 are stamped with the new RERUN marker at the
      *                 end of the record, so sanctioned reruns read
      *                 as such instead of as drift.
      *   15 Oct 2026 - Each line is stamped with its chained
      *                 checksum through CHAINSUM, under the lock,
      *                 chained off the ledger's last line, so the
      *                 nightly CHAINVFY walk proves nobody has
      *                 edited the ledger since. A build without
      *                 CHAINSUM writes the line unstamped, which the
      *                 walk then reports as a break.
      ******************************************************************
       identification division.
       program-id. ledger.
       01  lock-operation              pic X(10) value "LOCK".
       01  lock-timeout-status         pic XX value "93".
       01  lock-severity               pic 9 comp.
           copy chainreq.

       linkage section.
       01  lk-ledger-program-id        pic X(12).
           perform stamp-run-identity
           move return-code to saved-return-code
           perform acquire-ledger-lock
           perform stamp-chain-checksum
           open extend results-ledger-file
           if not ledger-file-ok
               open output results-ledger-file
           move saved-return-code to return-code
           goback.

       stamp-chain-checksum.
           move "STAMP" to chain-req-op
           set chain-file-ledger to true
           move ledger-record to chain-req-line
           call "chainsum" using chain-request
               on exception
                   continue
           end-call
           move chain-req-line to ledger-record.

      * The lock is a directory created beside the ledger - creation
      * is atomic, so two jobs finishing in the same second cannot
      * both think they hold it. A crashed job can leave the lock
