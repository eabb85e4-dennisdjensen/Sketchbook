      *          report over the history. BATCHDRV and BATCHWDG call
      *          the ASSEMBLE operation as failures happen.
      *          First argument is the operation:
      *            ASSEMBLE job [condition [seconds]]
      *                           gather the packet for that job
      *                           into incident-NNNN.txt and open
      *                           incident NNNN in incidents.log;
      *                           condition FAILED (default),
      *                           RUNAWAY, LATEINPUT, and the
      *                           machine seconds the failure cost
      *            LIST           show open incidents
      *            CLOSE nnnn code
      *                           close an incident with a
      *            REPORT         incidents per job and how long
      *                           the open ones have been open
      *          Register card:
      *            nnnn|date|time|job|status|disposition|closed-by|
      *            condition|seconds|problem
      *          A close is a privileged act: it is stamped with
      *          the operating system's USER on the register and
      *          journaled to the security journal through
      *          SECAUDIT.
      * Tectonics: cobc -x incident.cob rptwrt.cob secaudit.cob
      *            ckptsvc.cob lineage.cob
      * Modifications:
      *   15 Oct 2026 - Problem management: ASSEMBLE takes the
      *                 condition and the machine seconds lost, and
      *                 links the incident to the problem record
      *                 (problems.dat, PROBREC layout) for the same
      *                 program and condition, opening a new OPEN
      *                 problem the first time. An incident matching
      *                 a KNOWN-ERROR problem says so in its packet,
      *                 with the root cause, the workaround, and the
      *                 program's runbook.dat entries for the
      *                 condition. Register cards carry the
      *                 condition, seconds, and problem number at
      *                 the end; older cards read as before.
      *   15 Oct 2026 - The checkpoint state in the packet is read
      *                 through the shared CKPTSVC service: the run
      *                 that cut the job's checkpoint, when, and the
      *                 position it reached. A job that still cuts a
      *                 private <job>.restart is reported from that
      *                 file as before.
      *   15 Oct 2026 - The packet lists what lies downstream of the
      *                 failed job on the lineage registry (LINEAGE
      *                 module, lineage-registry.dat): every file it
      *                 writes and every program that consumes one,
      *                 however far down, so the operator knows
      *                 which later steps to hold.
      ******************************************************************
       identification division.
       program-id. incident.
               assign to "baseline-answers.dat"
               organization is line sequential
               file status is baseline-file-status.
           select optional problem-file
               assign to "problems.dat"
               organization is line sequential
               file status is problem-file-status.
           select optional runbook-file
               assign to "runbook.dat"
               organization is line sequential
               file status is runbook-file-status.
      ******************************************************************
       data division.
       file section.
       fd  register-file.
       01  register-file-line     pic X(100).
       fd  incident-file.
       01  incident-file-line     pic X(132).
       fd  spool-catalog-file.
           copy ledgrec.
       fd  baseline-file.
           copy baserec.
       fd  problem-file.
       01  problem-file-line      pic X(240).
       fd  runbook-file.
       01  runbook-file-line      pic X(132).

       working-storage section.
       01  register-file-status        pic XX.
           88  register-file-eof       value "10".
       01  incident-file-status        pic XX.
           88  incident-file-ok        value "00".
       01  problem-file-status         pic XX.
           88  problem-file-ok         value "00".
           88  problem-file-eof        value "10".
       01  runbook-file-status         pic XX.
           88  runbook-file-ok         value "00".
           88  runbook-file-eof        value "10".
       01  spool-catalog-status        pic XX.
           88  spool-catalog-ok        value "00".
           88  spool-catalog-eof       value "10".
       01  job-arg                     pic X(12).
       01  number-arg                  pic X(10).
       01  code-arg                    pic X(10).
       01  condition-arg               pic X(10).
       01  seconds-arg                 pic X(10).
       01  register-record.
           05  ir-number               pic 9(4).
           05  ir-date                 pic X(10).
               88  ir-is-closed        value "CLOSED".
           05  ir-disposition          pic X(10).
           05  ir-user                 pic X(8).
           05  ir-condition            pic X(10).
           05  ir-seconds              pic 9(7).
           05  ir-problem              pic 9(4).
       01  field-work.
           05  fw-number-text          pic X(6).
           05  fw-date                 pic X(10).
           05  fw-status               pic X(6).
           05  fw-disposition          pic X(10).
           05  fw-user                 pic X(8).
           05  fw-condition            pic X(10).
           05  fw-seconds              pic X(10).
           05  fw-problem              pic X(6).
       01  register-table.
           05  register-slot           pic X(100) occurs 200 times.
       01  register-count              pic 9(4) comp value zero.
       01  register-index              pic 9(4) comp.
       01  highest-number              pic 9(4) value zero.
       01  baseline-found              pic X.
       01  spool-lines-copied          pic 9(6) comp.
       01  checkpoint-name             pic X(40).
           copy ckptreq.
       01  file-info.
           05  file-info-size          pic X(8) comp-x.
           05  file-info-stamp         pic X(8).
       01  size-display                pic ZZZZZZZZZ9.
           copy linreq.
       01  lineage-index               pic 9(4) comp.
       01  depth-display               pic Z9.
      * Per-job incident statistics for the REPORT operation.
       01  stat-table.
           05  stat-entry occurs 50 times.
       01  operator-user               pic X(8).
       01  secaudit-role               pic X(10) value "console".
       01  audit-detail                pic X(80).
      * The problem register, held whole while one incident is
      * linked into it.
           copy probrec.
       01  problem-table.
           05  problem-slot            pic X(240) occurs 200 times.
       01  problem-count               pic 9(4) comp value zero.
       01  problem-index               pic 9(4) comp.
       01  problem-match               pic 9(4) comp.
       01  highest-problem             pic 9(4) value zero.
       01  runbook-key                 pic X(30).
       01  runbook-card-key            pic X(30).
       01  runbook-card-text           pic X(100).
       01  runbook-lines-found         pic 9(4) comp.
           copy rptreq.
      ******************************************************************
       procedure division.
               delimited by "|"
               into fw-number-text fw-date fw-time fw-job
                    fw-status fw-disposition fw-user
                    fw-condition fw-seconds fw-problem
           end-unstring
           move zero to ir-number
           if function test-numval(fw-number-text) = 0
           move fw-user to ir-user
           move fw-job to ir-job
           move fw-status to ir-status
           move fw-disposition to ir-disposition
           move fw-condition to ir-condition
           move zero to ir-seconds
           if fw-seconds not = spaces
                   and function test-numval(fw-seconds) = 0
               move function numval(fw-seconds) to ir-seconds
           end-if
           move zero to ir-problem
           if fw-problem not = spaces
                   and function test-numval(fw-problem) = 0
               move function numval(fw-problem) to ir-problem
           end-if.

       pack-register.
           move spaces to register-file-line
               function trim(ir-job) "|"
               function trim(ir-status) "|"
               function trim(ir-disposition) "|"
               function trim(ir-user) "|"
               function trim(ir-condition) "|"
               ir-seconds "|"
               ir-problem
               delimited by size into register-file-line
           end-string.

               move 16 to return-code
               stop run
           end-if
           move spaces to condition-arg
           display 3 upon argument-number
           accept condition-arg from argument-value
           if condition-arg = spaces
               move "FAILED" to condition-arg
           end-if
           move spaces to seconds-arg
           display 4 upon argument-number
           accept seconds-arg from argument-value
           add 1 to register-count
           move register-count to register-index
           compute ir-number = highest-number + 1
           move "OPEN" to ir-status
           move spaces to ir-disposition
           move spaces to ir-user
           move condition-arg to ir-condition
           move zero to ir-seconds
           if seconds-arg not = spaces
                   and function test-numval(seconds-arg) = 0
               move function numval(seconds-arg) to ir-seconds
           end-if
           perform link-incident-to-problem
           perform pack-register
           move register-file-line
               to register-slot(register-index)
               stop run
           end-if
           perform write-packet-header
           if pr-is-known-error
               perform write-known-error-section
           end-if
           perform gather-downstream
           perform gather-ledger-history
           perform gather-error-journal
           perform gather-checkpoint-state
           close incident-file
           display "Incident " ir-number " opened for "
               function trim(ir-job) ": "
               function trim(incident-filepath)
               " (problem " ir-problem ")"
           if pr-is-known-error
               display "  KNOWN-ERROR problem " pr-number
                   ": " function trim(pr-workaround)
           end-if.

       write-packet-header.
           move spaces to incident-file-line
           string "INCIDENT " ir-number "  job "
               function trim(ir-job)
               "  opened " ir-date " " ir-time
               "  " function trim(ir-condition)
               "  problem " ir-problem
               delimited by size into incident-file-line
           end-string
           write incident-file-line
           move all "=" to incident-file-line
           write incident-file-line.

      * A problem is one program and one condition not yet
      * RESOLVED; a recurrence after the fix went in is a new
      * problem, not a reopened one, so the old root cause stays
      * on the record as written.
       link-incident-to-problem.
           perform load-problems
           move zero to problem-match
           perform varying problem-index from 1 by 1
                   until problem-index > problem-count
               perform unpack-problem
               if pr-program = ir-job
                       and pr-condition = ir-condition
                       and not pr-is-resolved
                   move problem-index to problem-match
               end-if
           end-perform
           if problem-match = zero
               if problem-count >= 200
                   display "Problem register is full; incident"
                       " left unlinked" upon syserr
                   move zero to ir-problem
                   move spaces to problem-record
                   exit paragraph
               end-if
               add 1 to problem-count
               move problem-count to problem-match
               move spaces to problem-record
               compute pr-number = highest-problem + 1
               move ir-job to pr-program
               move ir-condition to pr-condition
               move "OPEN" to pr-status
               move zero to pr-incidents
               move zero to pr-seconds
               move ir-date to pr-first-date
               move "incident" to pr-updated-by
           else
               move problem-match to problem-index
               perform unpack-problem
           end-if
           add 1 to pr-incidents
           add ir-seconds to pr-seconds
           move ir-date to pr-last-date
           move pr-number to ir-problem
           perform pack-problem
           move problem-card to problem-slot(problem-match)
           perform save-problems.

       load-problems.
           move zero to problem-count
           open input problem-file
           if problem-file-ok
               perform until problem-file-eof
                       or problem-count >= 200
                   read problem-file
                       at end
                           continue
                       not at end
                           if problem-file-line not = spaces
                                   and problem-file-line(1:1)
                                       not = "*"
                               add 1 to problem-count
                               move problem-file-line
                                   to problem-slot(problem-count)
                               move problem-count to problem-index
                               perform unpack-problem
                               if pr-number > highest-problem
                                   move pr-number to highest-problem
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           if problem-file-ok or problem-file-eof
                   or problem-file-status = "05"
               close problem-file
           end-if.

       unpack-problem.
           move spaces to problem-field-work
           unstring problem-slot(problem-index) delimited by "|"
               into pfw-number pfw-program pfw-condition
                    pfw-status pfw-incidents pfw-seconds
                    pfw-first-date pfw-last-date pfw-updated-by
                    pfw-root-cause pfw-workaround
           end-unstring
           move spaces to problem-record
           move zero to pr-number
           if function test-numval(pfw-number) = 0
               move function numval(pfw-number) to pr-number
           end-if
           move pfw-program to pr-program
           move pfw-condition to pr-condition
           move pfw-status to pr-status
           move zero to pr-incidents
           if function test-numval(pfw-incidents) = 0
               move function numval(pfw-incidents) to pr-incidents
           end-if
           move zero to pr-seconds
           if function test-numval(pfw-seconds) = 0
               move function numval(pfw-seconds) to pr-seconds
           end-if
           move pfw-first-date to pr-first-date
           move pfw-last-date to pr-last-date
           move pfw-updated-by to pr-updated-by
           move pfw-root-cause to pr-root-cause
           move pfw-workaround to pr-workaround.

       pack-problem.
           move spaces to problem-card
           string
               pr-number "|"
               function trim(pr-program) "|"
               function trim(pr-condition) "|"
               function trim(pr-status) "|"
               pr-incidents "|"
               pr-seconds "|"
               function trim(pr-first-date) "|"
               function trim(pr-last-date) "|"
               function trim(pr-updated-by) "|"
               function trim(pr-root-cause) "|"
               function trim(pr-workaround)
               delimited by size into problem-card
           end-string.

       save-problems.
           open output problem-file
           move "* Problem register; see probrec.cpy for the card"
               to problem-file-line
           write problem-file-line
           move "* layout and the PROBLEM utility to update it."
               to problem-file-line
           write problem-file-line
           perform varying problem-index from 1 by 1
                   until problem-index > problem-count
               move problem-slot(problem-index)
                   to problem-file-line
               write problem-file-line
           end-perform
           close problem-file.

      * The known error up front, where the operator looks first:
      * the cause, the workaround, and the runbook's recovery steps
      * for the program and condition.
       write-known-error-section.
           move spaces to incident-file-line
           string "--- KNOWN ERROR: problem " pr-number
               " (" pr-incidents " incidents) ---"
               delimited by size into incident-file-line
           end-string
           write incident-file-line
           move spaces to incident-file-line
           string "root cause: " function trim(pr-root-cause)
               delimited by size into incident-file-line
           end-string
           write incident-file-line
           move spaces to incident-file-line
           string "workaround: " function trim(pr-workaround)
               delimited by size into incident-file-line
           end-string
           write incident-file-line
           move spaces to runbook-key
           string function trim(ir-job) " "
               function trim(ir-condition)
               delimited by size into runbook-key
           end-string
           move zero to runbook-lines-found
           open input runbook-file
           if runbook-file-ok
               perform until runbook-file-eof
                   read runbook-file
                       at end
                           continue
                       not at end
                           perform weigh-runbook-card
                   end-read
               end-perform
           end-if
           if runbook-file-ok or runbook-file-eof
                   or runbook-file-status = "05"
               close runbook-file
           end-if
           if runbook-lines-found = zero
               move spaces to incident-file-line
               string "runbook: no entry for "
                   function trim(runbook-key)
                   delimited by size into incident-file-line
               end-string
               write incident-file-line
           end-if.

       weigh-runbook-card.
           if runbook-file-line = spaces
                   or runbook-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to runbook-card-key
           move spaces to runbook-card-text
           unstring runbook-file-line delimited by "|"
               into runbook-card-key runbook-card-text
           end-unstring
           if function trim(runbook-card-key) not = runbook-key
               exit paragraph
           end-if
           add 1 to runbook-lines-found
           move spaces to incident-file-line
           string "runbook: " function trim(runbook-card-text)
               delimited by size into incident-file-line
           end-string
           write incident-file-line.

       gather-ledger-history.
           move spaces to incident-file-line
           move "--- last ledger answer ---"
           move spaces to incident-file-line
           move "--- checkpoint state ---" to incident-file-line
           write incident-file-line
           move spaces to checkpoint-request
           set ckpt-op-load to true
           move ir-job to ckpt-job
           move "N" to ckpt-status
           call "ckptsvc" using checkpoint-request
               on exception
                   continue
           end-call
           if not ckpt-none
               move spaces to incident-file-line
               if ckpt-ok
                   string "  LIVE checkpoint of run " ckpt-run-number
                       " cut " ckpt-timestamp ", position "
                       function trim(ckpt-position)
                       delimited by size into incident-file-line
                   end-string
               else
                   move "  LIVE checkpoint, unreadable (see ckptaud)"
                       to incident-file-line
               end-if
               write incident-file-line
               exit paragraph
           end-if
           move spaces to checkpoint-name
           string function trim(ir-job) ".restart"
               delimited by size into checkpoint-name
           move zero to return-code
           write incident-file-line.

      * Whatever the failed job writes, and whoever reads it after,
      * is suspect until the job is put right: the programs here are
      * the steps to hold.
       gather-downstream.
           move spaces to incident-file-line
           move "--- downstream (hold these steps) ---"
               to incident-file-line
           write incident-file-line
           move spaces to lineage-request
           set lineage-op-downstream to true
           move ir-job to lineage-subject
           move zero to lineage-max-depth
           call "lineage" using lineage-request
               on exception
                   set lineage-no-registry to true
           end-call
           move spaces to incident-file-line
           evaluate true
               when lineage-no-registry
                   move "  no lineage registry on hand"
                       to incident-file-line
               when lineage-kind-unknown
                   string "  " function trim(ir-job)
                       " is not on the lineage registry"
                       delimited by size into incident-file-line
                   end-string
               when lineage-count < 2
                   move "  nothing downstream on the lineage registry"
                       to incident-file-line
           end-evaluate
           if incident-file-line not = spaces
               write incident-file-line
               exit paragraph
           end-if
           perform varying lineage-index from 2 by 1
                   until lineage-index > lineage-count
               move spaces to incident-file-line
               move lineage-entry-depth(lineage-index)
                   to depth-display
               string "  " depth-display "  "
                   lineage-entry-kind(lineage-index) " "
                   lineage-entry-name(lineage-index) " "
                   lineage-entry-how(lineage-index) " "
                   function trim(lineage-entry-via(lineage-index))
                   delimited by size into incident-file-line
               end-string
               write incident-file-line
           end-perform
           if lineage-table-full
               move "  (list stopped at 300 entries; see impact)"
                   to incident-file-line
               write incident-file-line
           end-if.

       gather-baseline.
           move spaces to incident-file-line
           move "--- certified baseline ---" to incident-file-line
