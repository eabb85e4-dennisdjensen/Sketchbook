      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Disaster-recovery cold start, and its rehearsal.
      *          Losing the machine used to mean an operator
      *          restoring generations by hand and then remembering
      *          LEDGCNV, CLZCONV and RELVERIF on top; this is the
      *          whole recovery as one job, timed phase by phase,
      *          with one readiness report at the end:
      *            INSTALL    (rehearsal only) the installed suite -
      *                       every executable in the working
      *                       directory and the INSTALL= file
      *                       patterns - laid into the scratch area,
      *                       standing in for the reinstalled release
      *            RESTORE    the newest generation that proves out
      *                       on the replica target (TARGET= in
      *                       replic.parm): every file its catalog
      *                       lines name must be there at the
      *                       cataloged size and cksum, else the next
      *                       older generation is tried. Its files
      *                       are copied down and compared byte for
      *                       byte, and the replicated catalog comes
      *                       down with them
      *            REBUILD    the indexed masters rebuilt from their
      *                       flat files: LEDGCNV (results-ledger.mst)
      *                       and CLZCONV (euler014-memo.idx). The
      *                       factor cache and the primes master fill
      *                       themselves again as the jobs run
      *            VALIDATE   PARMVAL, RELVERIF CHECK and DQSCAN, the
      *                       same gates the nightly deck opens with
      *            RECONCILE  BASECERT over the newest business date
      *                       in the restored ledger, against
      *                       baseline-answers.dat
      *          Each step runs in the recovered area with its output
      *          appended to drstart.log, and is judged on its return
      *          code. First argument is the mode:
      *            RECOVER    the real thing, into the working
      *                       directory - restored files overwrite
      *                       what is there. Needs a SUPERVISOR
      *                       sign-on, and is journaled.
      *            REHEARSE   all of it into the scratch area
      *                       (SCRATCH= in drstart.parm, default
      *                       dr-rehearsal), recreated empty first,
      *                       so the working directory is never
      *                       touched and the auditors get a measured
      *                       recovery time.
      *          The report is printed through RPTWRT (archived as
      *          "drstart") and the outcome filed in the shared
      *          ledger, the way ARCHDRILL files its drill - so "when
      *          did we last rehearse, and how long did it take" is a
      *          LEDGINQ question. Ends rc 0 when the recovered suite
      *          is READY, rc 8 when any phase failed, rc 16 when it
      *          could not start.
      *          drstart.parm, in the shared PARAMRDR format:
      *            SCRATCH=dir      rehearsal area
      *            INSTALL=pattern  installed files laid down for a
      *                             rehearsal, one card per shell
      *                             pattern (default *.parm, *.ctl
      *                             and *.dat)
      * Tectonics: cobc -x drstart.cob paramrdr.cob rptwrt.cob
      *            ledger.cob signon.cob secaudit.cob
      ******************************************************************
       identification division.
       program-id. drstart.
       environment division.
       input-output section.
       file-control.
           select optional replica-catalog-file
               assign to replica-catalog-path
               organization is line sequential
               file status is replica-catalog-status.
           select optional restored-ledger-file
               assign to restored-ledger-path
               organization is line sequential
               file status is restored-ledger-status.
           select optional scratch-file
               assign to "drstart.tmp"
               organization is line sequential
               file status is scratch-file-status.
           select optional step-rc-file
               assign to "drstart.rc"
               organization is line sequential
               file status is step-rc-file-status.
      ******************************************************************
       data division.
       file section.
       fd  replica-catalog-file.
           copy archrec.
       fd  restored-ledger-file.
           copy ledgrec.
       fd  scratch-file.
       01  scratch-line           pic X(80).
       fd  step-rc-file.
       01  step-rc-line           pic X(20).

       working-storage section.
       01  replica-catalog-status      pic XX.
           88  replica-catalog-ok      value "00".
           88  replica-catalog-eof     value "10".
       01  restored-ledger-status      pic XX.
           88  restored-ledger-ok      value "00".
           88  restored-ledger-eof     value "10".
       01  scratch-file-status         pic XX.
           88  scratch-file-ok         value "00".
       01  step-rc-file-status         pic XX.
           88  step-rc-file-ok         value "00".
       01  replica-catalog-path        pic X(80).
       01  restored-ledger-path        pic X(80).
       01  mode-arg                    pic X(10).
       01  run-mode                    pic X.
           88  recovering              value "R".
           88  rehearsing              value "H".
       01  param-filepath              pic X(80).
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  target-path                 pic X(40) value "replica".
       01  scratch-path                pic X(40) value "dr-rehearsal".
       01  recovery-path               pic X(40).
       01  install-table.
           05  install-pattern         pic X(40) occurs 10 times.
       01  install-count               pic 9(4) comp value zero.
       01  install-index               pic 9(4) comp.
       01  shell-command               pic X(240).
       01  step-command-line           pic X(260).
       01  signon-user                 pic X(8).
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  audit-detail                pic X(80).
      * The generations the replica catalog names, tried newest
      * first until one proves out whole.
       01  generation-table.
           05  generation-entry occurs 40 times.
               10  gen-name            pic X(16).
               10  gen-tried           pic X.
       01  generation-count            pic 9(4) comp value zero.
       01  generation-index            pic 9(4) comp.
       01  generation-match            pic 9(4) comp.
       01  candidate-generation        pic X(16).
       01  chosen-generation           pic X(16) value spaces.
       01  catalog-pass                pic X.
           88  listing-generations     value "L".
           88  proving-candidate       value "P".
           88  restoring-files         value "R".
       01  files-proven                pic 9(4) comp.
       01  files-unproven              pic 9(4) comp.
       01  files-restored              pic 9(4) comp value zero.
       01  restore-failures            pic 9(4) comp value zero.
       01  remote-path                 pic X(80).
       01  local-path                  pic X(80).
       01  file-info.
           05  file-info-size          pic X(8) comp-x.
           05  file-info-stamp         pic X(8).
       01  probe-size                  pic 9(10).
       01  probe-checksum              pic 9(10).
       01  cksum-token                 pic X(12).
       01  compare-rc                  pic s9(9) comp.
       01  newest-ledger-date          pic X(10) value spaces.
      * The step run in the recovered area, and what became of it.
       01  step-program                pic X(12).
       01  step-arguments              pic X(40).
       01  step-rc                     pic s9(5) comp.
       01  step-rc-display             pic ---9.
       01  step-verdict                pic X(8).
       01  step-start-clock            pic 9(8).
       01  step-seconds                pic 9(7) comp.
      * One line per phase for the summary; the clock runs from the
      * phase's first step to its last.
       01  phase-table.
           05  phase-entry occurs 5 times.
               10  phase-name          pic X(10).
               10  phase-seconds       pic 9(7) comp.
               10  phase-outcome       pic X(8).
       01  phase-number                pic 9 comp.
       01  phase-index                 pic 9 comp.
       01  phase-start-clock           pic 9(8).
       01  phase-failed                pic X.
           88  phase-went-wrong        value "Y".
       01  recovery-failed             pic X value "N".
           88  recovery-went-wrong     value "Y".
       01  recovery-start-clock        pic 9(8).
       01  recovery-seconds            pic 9(7) comp.
       01  clock-now.
           05  clock-now-hh            pic 99.
           05  clock-now-mm            pic 99.
           05  clock-now-ss            pic 99.
           05  filler                  pic 99.
       01  clock-from.
           05  clock-from-hh           pic 99.
           05  clock-from-mm           pic 99.
           05  clock-from-ss           pic 99.
           05  filler                  pic 99.
       01  clock-seconds-from          pic 9(7) comp.
       01  clock-seconds-now           pic 9(7) comp.
       01  elapsed-seconds             pic 9(7) comp.
       01  seconds-per-day             pic 9(7) comp value 86400.
       01  elapsed-hh                  pic 99.
       01  elapsed-mm                  pic 99.
       01  elapsed-ss                  pic 99.
       01  elapsed-rest                pic 9(7) comp.
       01  elapsed-text                pic X(8).
       01  seconds-display             pic ZZZZZZ9.
       01  count-display               pic ZZZ9.
       01  failures-display            pic ZZZ9.
       01  ledger-answer-text          pic X(40).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to mode-arg
           display 1 upon argument-number
           accept mode-arg from argument-value
           evaluate mode-arg
               when "RECOVER"
                   set recovering to true
               when "REHEARSE"
                   set rehearsing to true
               when other
                   display "drstart: RECOVER or REHEARSE"
                       upon syserr
                   move 16 to return-code
                   stop run
           end-evaluate
           perform read-recovery-parameters
           if recovering
               perform sign-supervisor-on
               move "." to recovery-path
           else
               move scratch-path to recovery-path
           end-if
           accept recovery-start-clock from time
           move recovery-start-clock to phase-start-clock
           move "drstart" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           if recovering
               string "Disaster-recovery cold start from "
                   function trim(target-path)
                   delimited by size into rptwrt-text
               end-string
           else
               string "Disaster-recovery REHEARSAL from "
                   function trim(target-path) " into "
                   function trim(scratch-path)
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "phase      step         rc  verdict  seconds  note"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           move "INSTALL" to phase-name(1)
           move "RESTORE" to phase-name(2)
           move "REBUILD" to phase-name(3)
           move "VALIDATE" to phase-name(4)
           move "RECONCILE" to phase-name(5)
           perform install-phase
           perform restore-phase
           if chosen-generation = spaces
               move "skipped" to phase-outcome(3)
               move "skipped" to phase-outcome(4)
               move "skipped" to phase-outcome(5)
           else
               perform rebuild-phase
               perform validate-phase
               perform reconcile-phase
           end-if
           perform print-readiness-summary
           perform file-ledger-outcome
           if recovery-went-wrong
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       read-recovery-parameters.
           move "drstart.parm" to param-filepath
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status = "00"
               perform varying param-index from 1 by 1
                       until param-index > param-count
                   move param-slot(param-index) to param-entry
                   evaluate param-key
                       when "SCRATCH"
                           move param-value to scratch-path
                       when "INSTALL"
                           if install-count < 10
                               add 1 to install-count
                               move param-value
                                   to install-pattern(install-count)
                           end-if
                       when other
                           display "Unknown drstart.parm key "
                               function trim(param-key) upon syserr
                   end-evaluate
               end-perform
           end-if
           if install-count = zero
               move "*.parm" to install-pattern(1)
               move "*.ctl" to install-pattern(2)
               move "*.dat" to install-pattern(3)
               move 3 to install-count
           end-if
      * The replica is wherever REPLIC sends it.
           move "replic.parm" to param-filepath
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status = "00"
               perform varying param-index from 1 by 1
                       until param-index > param-count
                   move param-slot(param-index) to param-entry
                   if param-key = "TARGET"
                       move param-value to target-path
                   end-if
               end-perform
           end-if
      * A scratch area of "." or "/" would be the working directory
      * or worse, and the rehearsal starts by emptying it.
           if scratch-path = spaces or scratch-path = "."
                   or scratch-path(1:1) = "/"
                   or scratch-path(1:2) = ".."
               display "drstart: SCRATCH= must name a directory"
                   " under the working directory" upon syserr
               move 16 to return-code
               stop run
           end-if.

       sign-supervisor-on.
           move spaces to signon-user
           move spaces to signon-role
           move "T" to signon-status
           call "signon" using signon-user signon-role
               signon-status
               on exception
                   continue
           end-call
           if not signon-ok and not signon-no-table
               display "Sign-on refused; user not in"
                   " user-table.dat" upon syserr
               move 16 to return-code
               stop run
           end-if
           if signon-ok and signon-role not = "SUPERVISOR"
               display "Only a SUPERVISOR starts a recovery"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           if signon-user = spaces
               accept signon-user from environment "USER"
           end-if
           if signon-user = spaces
               move "unknown" to signon-user
           end-if
           move spaces to audit-detail
           string "cold start from replica "
               function trim(target-path)
               " into the working directory"
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "drstart     " "DR-RECOVER      " audit-detail
               on exception
                   continue
           end-call.

      ******************************************************************
      * Phase 1: lay the installed suite into an empty scratch area.
      * A real recovery runs on the release as reinstalled.
      ******************************************************************
       install-phase.
           move 1 to phase-number
           perform open-phase
           if recovering
               move "skipped" to phase-outcome(1)
               move zero to phase-seconds(1)
               move spaces to rptwrt-text
               string "INSTALL    the installed release is taken"
                   " as found"
                   delimited by size into rptwrt-text
               end-string
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
               exit paragraph
           end-if
           move spaces to shell-command
           string "rm -rf " function trim(scratch-path)
               " ; mkdir -p " function trim(scratch-path)
               " && find . -maxdepth 1 -type f -perm -u+x"
               " -exec cp -p {} " function trim(scratch-path)
               "/ \;"
               delimited by size into shell-command
           end-string
           move "binaries" to step-program
           move spaces to step-arguments
           perform run-shell-step
      * A pattern that matches nothing is not a failure here; the
      * gates further on will say what is missing.
           perform varying install-index from 1 by 1
                   until install-index > install-count
               move spaces to shell-command
               string "if ls " function trim(
                   install-pattern(install-index))
                   " >/dev/null 2>&1 ; then cp -p "
                   function trim(install-pattern(install-index))
                   " " function trim(scratch-path) "/ ; fi"
                   delimited by size into shell-command
               end-string
               move install-pattern(install-index) to step-program
               perform run-shell-step
           end-perform
           perform close-phase.

      ******************************************************************
      * Phase 2: the newest generation the replica can prove, down.
      ******************************************************************
       restore-phase.
           move 2 to phase-number
           perform open-phase
           move spaces to replica-catalog-path
           string function trim(target-path) "/archive-catalog.log"
               delimited by size into replica-catalog-path
           end-string
           set listing-generations to true
           perform sweep-replica-catalog
           if generation-count = zero
               move spaces to rptwrt-text
               string "RESTORE    no replicated catalog at "
                   function trim(replica-catalog-path)
                   delimited by size into rptwrt-text
               end-string
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
               set phase-went-wrong to true
               perform close-phase
               exit paragraph
           end-if
           perform try-next-generation with test after
               until chosen-generation not = spaces
                   or generation-match = zero
           if chosen-generation = spaces
               move spaces to rptwrt-text
               string "RESTORE    no generation on the replica"
                   " proves out whole"
                   delimited by size into rptwrt-text
               end-string
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
               set phase-went-wrong to true
               perform close-phase
               exit paragraph
           end-if
           if rehearsing
               move spaces to shell-command
               string "mkdir -p " function trim(scratch-path)
                   delimited by size into shell-command
               end-string
               call "SYSTEM" using shell-command
               move zero to return-code
           end-if
           set restoring-files to true
           move chosen-generation to candidate-generation
           perform sweep-replica-catalog
           move spaces to local-path
           string function trim(recovery-path)
               "/archive-catalog.log"
               delimited by size into local-path
           end-string
           move spaces to shell-command
           string "cp -p " function trim(replica-catalog-path)
               " " function trim(local-path)
               delimited by size into shell-command
           end-string
           call "SYSTEM" using shell-command
           if return-code not = zero
               add 1 to restore-failures
           end-if
           move zero to return-code
           move files-restored to count-display
           move restore-failures to failures-display
           move spaces to rptwrt-text
           move "RESTORE" to rptwrt-text(1:10)
           move chosen-generation to rptwrt-text(12:16)
           string function trim(count-display leading)
               " file(s) restored and compared, "
               function trim(failures-display leading)
               " failure(s)"
               delimited by size into rptwrt-text(29:80)
           end-string
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request
           if restore-failures > zero
               set phase-went-wrong to true
           end-if
           perform close-phase.

      * The newest generation not yet tried is proven file by file
      * on the replica; a generation with any file missing or off
      * its catalog line is passed over for the next older one.
       try-next-generation.
           move zero to generation-match
           move spaces to candidate-generation
           perform varying generation-index from 1 by 1
                   until generation-index > generation-count
               if gen-tried(generation-index) = "N"
                       and gen-name(generation-index)
                           > candidate-generation
                   move gen-name(generation-index)
                       to candidate-generation
                   move generation-index to generation-match
               end-if
           end-perform
           if generation-match = zero
               exit paragraph
           end-if
           move "Y" to gen-tried(generation-match)
           move zero to files-proven
           move zero to files-unproven
           set proving-candidate to true
           perform sweep-replica-catalog
           if files-unproven = zero and files-proven > zero
               move candidate-generation to chosen-generation
               exit paragraph
           end-if
           move files-unproven to failures-display
           move spaces to rptwrt-text
           move "RESTORE" to rptwrt-text(1:10)
           move candidate-generation to rptwrt-text(12:16)
           string "passed over: "
               function trim(failures-display leading)
               " file(s) do not prove out on the replica"
               delimited by size into rptwrt-text(29:80)
           end-string
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       sweep-replica-catalog.
           open input replica-catalog-file
           if replica-catalog-ok
               perform until replica-catalog-eof
                   read replica-catalog-file
                       at end
                           continue
                       not at end
                           perform weigh-replica-catalog-line
                   end-read
               end-perform
           end-if
           if replica-catalog-ok or replica-catalog-eof
                   or replica-catalog-status = "05"
               close replica-catalog-file
           end-if.

       weigh-replica-catalog-line.
           if arch-generation = spaces
               exit paragraph
           end-if
           if listing-generations
               perform list-one-generation
               exit paragraph
           end-if
           if arch-generation not = candidate-generation
               exit paragraph
           end-if
           if proving-candidate
               perform prove-one-remote-file
           else
               perform restore-one-file
           end-if.

       list-one-generation.
           perform varying generation-index from 1 by 1
                   until generation-index > generation-count
               if gen-name(generation-index) = arch-generation
                   exit paragraph
               end-if
           end-perform
           if generation-count < 40
               add 1 to generation-count
               move arch-generation to gen-name(generation-count)
               move "N" to gen-tried(generation-count)
           end-if.

       prove-one-remote-file.
           move spaces to remote-path
           string function trim(target-path) "/"
               function trim(arch-generation) "/"
               function trim(arch-file-name)
               delimited by size into remote-path
           end-string
           call "CBL_CHECK_FILE_EXIST" using remote-path file-info
           if return-code not = zero
               move zero to return-code
               add 1 to files-unproven
               exit paragraph
           end-if
           move file-info-size to probe-size
           if probe-size not = arch-file-size
               add 1 to files-unproven
               exit paragraph
           end-if
           if arch-checksum numeric
               move remote-path to local-path
               perform checksum-one-file
               if probe-checksum not = arch-checksum
                   add 1 to files-unproven
                   exit paragraph
               end-if
           end-if
           add 1 to files-proven.

       restore-one-file.
           move spaces to remote-path
           string function trim(target-path) "/"
               function trim(arch-generation) "/"
               function trim(arch-file-name)
               delimited by size into remote-path
           end-string
           move spaces to local-path
           string function trim(recovery-path) "/"
               function trim(arch-file-name)
               delimited by size into local-path
           end-string
           move spaces to shell-command
           string "cp -p " function trim(remote-path) " "
               function trim(local-path)
               delimited by size into shell-command
           end-string
           call "SYSTEM" using shell-command
           if return-code not = zero
               move zero to return-code
               add 1 to restore-failures
               perform report-restore-failure
               exit paragraph
           end-if
           move spaces to shell-command
           string "cmp -s " function trim(remote-path) " "
               function trim(local-path)
               delimited by size into shell-command
           end-string
           call "SYSTEM" using shell-command
           move return-code to compare-rc
           move zero to return-code
           if compare-rc not = zero
               add 1 to restore-failures
               perform report-restore-failure
               exit paragraph
           end-if
           add 1 to files-restored.

       report-restore-failure.
           move spaces to rptwrt-text
           move "RESTORE" to rptwrt-text(1:10)
           move arch-file-name to rptwrt-text(12:40)
           move "FAILED to copy down whole" to rptwrt-text(53:25)
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       checksum-one-file.
           move zero to probe-checksum
           move spaces to shell-command
           string "cksum " function trim(local-path)
               " 2>/dev/null | cut -d' ' -f1 > drstart.tmp"
               delimited by size into shell-command
           end-string
           call "SYSTEM" using shell-command
           move zero to return-code
           move spaces to cksum-token
           open input scratch-file
           if scratch-file-ok
               read scratch-file
                   at end
                       continue
                   not at end
                       unstring scratch-line
                           delimited by all spaces
                           into cksum-token
                       end-unstring
               end-read
           end-if
           if scratch-file-ok or scratch-file-status = "05"
                   or scratch-file-status = "10"
               close scratch-file
           end-if
           if cksum-token not = spaces
                   and function test-numval(cksum-token) = 0
               move function numval(cksum-token)
                   to probe-checksum
           end-if.

      ******************************************************************
      * Phases 3 to 5: the suite's own jobs, run in the recovered
      * area exactly as the deck would run them.
      ******************************************************************
       rebuild-phase.
           move 3 to phase-number
           perform open-phase
           move "ledgcnv" to step-program
           move spaces to step-arguments
           perform run-suite-step
           move "clzconv" to step-program
           perform run-suite-step
           perform close-phase.

       validate-phase.
           move 4 to phase-number
           perform open-phase
           move "parmval" to step-program
           move spaces to step-arguments
           perform run-suite-step
           move "relverif" to step-program
           move "CHECK" to step-arguments
           perform run-suite-step
           move "dqscan" to step-program
           move spaces to step-arguments
           perform run-suite-step
           perform close-phase.

      * The latest answers are the newest business date the restored
      * ledger holds - the last night the generation saw.
       reconcile-phase.
           move 5 to phase-number
           perform open-phase
           move spaces to restored-ledger-path
           string function trim(recovery-path)
               "/results-ledger.log"
               delimited by size into restored-ledger-path
           end-string
           open input restored-ledger-file
           if restored-ledger-ok
               perform until restored-ledger-eof
                   read restored-ledger-file
                       at end
                           continue
                       not at end
                           if ledger-run-date > newest-ledger-date
                               move ledger-run-date
                                   to newest-ledger-date
                           end-if
                   end-read
               end-perform
           end-if
           if restored-ledger-ok or restored-ledger-eof
                   or restored-ledger-status = "05"
               close restored-ledger-file
           end-if
           if newest-ledger-date = spaces
               move spaces to rptwrt-text
               string "RECONCILE  no answers in the restored ledger"
                   delimited by size into rptwrt-text
               end-string
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
               set phase-went-wrong to true
           else
               move "basecert" to step-program
               move newest-ledger-date to step-arguments
               perform run-suite-step
           end-if
           perform close-phase.

      * The step's exit code comes back through drstart.rc, the way
      * BATCHDRV reads its steps' codes; its console goes to
      * drstart.log.
       run-suite-step.
           move spaces to shell-command
           string "( cd " function trim(recovery-path)
               " && ./" function trim(step-program) " "
               function trim(step-arguments)
               " ) >> drstart.log 2>&1"
               delimited by size into shell-command
           end-string
           perform run-shell-step.

       run-shell-step.
           accept step-start-clock from time
           move spaces to step-command-line
           string "rm -f drstart.rc ; " function trim(shell-command)
               " ; echo $? > drstart.rc"
               delimited by size into step-command-line
           end-string
           call "SYSTEM" using step-command-line
           move zero to return-code
           move 99 to step-rc
           move spaces to step-rc-line
           open input step-rc-file
           if step-rc-file-ok
               read step-rc-file
                   at end
                       continue
               end-read
           end-if
           if step-rc-file-ok or step-rc-file-status = "05"
                   or step-rc-file-status = "10"
               close step-rc-file
           end-if
           if step-rc-line not = spaces
                   and function test-numval(step-rc-line) = 0
               move function numval(step-rc-line) to step-rc
           end-if
           accept clock-now from time
           move step-start-clock to clock-from
           perform measure-elapsed
           move elapsed-seconds to step-seconds
           if step-rc = zero
               move "ok" to step-verdict
           else
               move "FAILED" to step-verdict
           end-if
           perform print-step-line
           if step-rc not = zero
               set phase-went-wrong to true
           end-if.

       print-step-line.
           move spaces to rptwrt-text
           move phase-name(phase-number) to rptwrt-text(1:10)
           move step-program to rptwrt-text(12:12)
           move step-rc to step-rc-display
           move step-rc-display to rptwrt-text(25:4)
           move step-verdict to rptwrt-text(30:8)
           move step-seconds to seconds-display
           move seconds-display to rptwrt-text(39:7)
           move step-arguments to rptwrt-text(48:40)
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       open-phase.
           move "N" to phase-failed
           accept phase-start-clock from time.

       close-phase.
           accept clock-now from time
           move phase-start-clock to clock-from
           perform measure-elapsed
           move elapsed-seconds to phase-seconds(phase-number)
           if phase-went-wrong
               move "FAILED" to phase-outcome(phase-number)
               set recovery-went-wrong to true
           else
               move "ok" to phase-outcome(phase-number)
           end-if.

      * Clock readings are HHMMSScc; a recovery running through
      * midnight wraps once.
       measure-elapsed.
           compute clock-seconds-from =
               clock-from-hh * 3600 + clock-from-mm * 60
               + clock-from-ss
           compute clock-seconds-now =
               clock-now-hh * 3600 + clock-now-mm * 60
               + clock-now-ss
           if clock-seconds-now < clock-seconds-from
               compute elapsed-seconds = clock-seconds-now
                   + seconds-per-day - clock-seconds-from
           else
               compute elapsed-seconds = clock-seconds-now
                   - clock-seconds-from
           end-if.

       format-elapsed.
           move elapsed-seconds to elapsed-rest
           divide elapsed-rest by 3600 giving elapsed-hh
               remainder elapsed-rest
           divide elapsed-rest by 60 giving elapsed-mm
               remainder elapsed-ss
           move spaces to elapsed-text
           string elapsed-hh ":" elapsed-mm ":" elapsed-ss
               delimited by size into elapsed-text
           end-string.

       print-readiness-summary.
           set rptwrt-op-break to true
           move "phase      outcome  elapsed" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           perform varying phase-index from 1 by 1
                   until phase-index > 5
               move spaces to rptwrt-text
               move phase-name(phase-index) to rptwrt-text(1:10)
               move phase-outcome(phase-index) to rptwrt-text(12:8)
               move phase-seconds(phase-index) to elapsed-seconds
               perform format-elapsed
               move elapsed-text to rptwrt-text(21:8)
               call "rptwrt" using rptwrt-request
           end-perform
           accept clock-now from time
           move recovery-start-clock to clock-from
           perform measure-elapsed
           move elapsed-seconds to recovery-seconds
           perform format-elapsed
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string "Total recovery time " elapsed-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move spaces to rptwrt-text
           if recovery-went-wrong
               string "DR READINESS: NOT READY - see the FAILED"
                   " lines above and drstart.log"
                   delimited by size into rptwrt-text
               end-string
           else
               string "DR READINESS: READY - suite recovered from "
                   function trim(chosen-generation)
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

       file-ledger-outcome.
           move recovery-seconds to seconds-display
           move spaces to ledger-answer-text
           if recovery-went-wrong
               string mode-arg(1:8) " " chosen-generation(1:12)
                   " NOTREADY "
                   function trim(seconds-display leading) "s"
                   delimited by size into ledger-answer-text
               end-string
           else
               string mode-arg(1:8) " " chosen-generation(1:12)
                   " READY "
                   function trim(seconds-display leading) "s"
                   delimited by size into ledger-answer-text
               end-string
           end-if
           call "ledger" using "drstart     " ledger-answer-text
               recovery-start-clock.
       end program drstart.
