      *          abends the audited program would get itself
      *          removed by Friday.
      * Tectonics: cobc -m secaudit.cob
      * Modifications:
      *   15 Oct 2026 - Each line is stamped with its chained
      *                 checksum through CHAINSUM, chained off the
      *                 journal's last line, so the nightly CHAINVFY
      *                 walk proves the journal has not been edited.
      *   15 Oct 2026 - The stamp and the append run under an
      *                 exclusive lock, the security-journal.lck
      *                 directory taken the way LEDGER takes
      *                 results-ledger.lck, so two writers at once
      *                 cannot chain off the same last line. A lock
      *                 not had inside the ten-second wait is passed
      *                 over quietly and the line appended anyway.
      ******************************************************************
       identification division.
       program-id. secaudit.
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  saved-return-code           pic s9(9) comp.
       01  lock-command                pic X(60)
           value "mkdir security-journal.lck 2>/dev/null".
       01  unlock-command              pic X(60)
           value "rmdir security-journal.lck 2>/dev/null".
       01  lock-sleep-command          pic X(10) value "sleep 1".
       01  lock-tries                  pic 99 comp.
       01  lock-try-limit              pic 99 comp value 10.
       01  lock-held-flag              pic X value "N".
           88  lock-is-held            value "Y".
           copy chainreq.

       linkage section.
       01  lk-secaudit-user            pic X(8).
               lk-secaudit-detail.
       journal-privileged-action.
           move return-code to saved-return-code
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to security-journal-record
           string
               now-date-digits(1:4) "-"
               now-date-digits(5:2) "-"
               now-date-digits(7:2)
               delimited by size into secj-run-date
           end-string
           string
               now-time-digits(1:2) ":"
               now-time-digits(3:2) ":"
               now-time-digits(5:2)
               delimited by size into secj-run-time
           end-string
           move lk-secaudit-user to secj-user
           move lk-secaudit-role to secj-role
           move lk-secaudit-program-id to secj-program-id
           move lk-secaudit-action to secj-action
           move lk-secaudit-detail to secj-detail
      * Chained off the journal's last line before the journal is
      * opened for the append, both under the lock.
           perform acquire-journal-lock
           move "STAMP" to chain-req-op
           set chain-file-journal to true
           move security-journal-record to chain-req-line
           call "chainsum" using chain-request
               on exception
                   continue
           end-call
           open extend security-journal-file
      * An OPTIONAL file opened EXTEND for the first time answers
      * 05 - created and open, not failed.
           end-if
           if security-journal-ok
                   or security-journal-status = "05"
               move chain-req-line to security-journal-record
               write security-journal-record
               close security-journal-file
           end-if
           if lock-is-held
               call "SYSTEM" using unlock-command
           end-if
           move saved-return-code to return-code
           goback.

      * The lock is a directory created beside the journal, as
      * LEDGER's is beside the ledger; creation is atomic, and the
      * wait is bounded so a leftover lock costs ten seconds, not a
      * hung program.
       acquire-journal-lock.
           move "N" to lock-held-flag
           perform varying lock-tries from 1 by 1
                   until lock-tries > lock-try-limit
                       or lock-is-held
               call "SYSTEM" using lock-command
               if return-code = zero
                   set lock-is-held to true
               else
                   call "SYSTEM" using lock-sleep-command
               end-if
           end-perform.
       end program secaudit.
