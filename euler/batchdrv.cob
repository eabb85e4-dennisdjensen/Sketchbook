      *          to batch-run.log with a SKIPPED status instead, so a
      *          2am failure no longer cascades garbage through every
      *          dependent step.
      * Card symbols: anywhere in a card's command or its INPUT=
      *          file name, these are filled in at stream start:
      *            &RUNDATE         the stream's run date, YYYYMMDD
      *            &BUSDATE         the business day the night
      *                             belongs to per the BUSDAYS
      *                             calendar (the run date, or the
      *                             last business day before it on
      *                             a weekend or shop holiday)
      *            &PREVBUSDATE     the business day before &BUSDATE
      *            &RUNNO           the stream run number, 6 digits
      *            &DECK            the deck name
      * Tectonics: cobc -x batchdrv.cob paramrdr.cob arrgate.cob
      *            alert.cob secaudit.cob busdays.cob deckchk.cob
      *            notify.cob oncall.cob
      * Modifications:
      *   22 Aug 2026 - The deck is now loaded whole into a step table
      *                 before anything runs, and each card may carry
      *                 and the RUNREPRO companion restores a run's
      *                 exact parameter setup into a scratch area
      *                 for rerunning.
      *   15 Oct 2026 - Card symbols: &RUNDATE, &BUSDATE,
      *                 &PREVBUSDATE, &RUNNO and &DECK are filled in
      *                 on every card's command and INPUT= file once
      *                 the run number is assigned - the business
      *                 dates from the BUSDAYS calendar - so a step
      *                 needing tonight's date in a file name no
      *                 longer means hand-editing the deck. The
      *                 resolved command rides on the step's run-log
      *                 line and its spool catalog entry.
      *   15 Oct 2026 - Deck library: before anything is loaded the
      *                 control file is matched against the deck's
      *                 versions in deck-library.dat through the
      *                 DECKCHK module, and a deck that is not a
      *                 SUPERVISOR-approved version - pending, edited
      *                 in place, or never checked in - is refused
      *                 rc 16 and the refusal journaled. A SMOKETEST
      *                 rehearsal may still exercise a candidate
      *                 deck, and a shop with no library on file
      *                 runs as before. The approved version number
      *                 heads the run manifest.
      *   15 Oct 2026 - Incident packets now name the condition and
      *                 the machine seconds lost - FAILED with the
      *                 failing attempt's runtime, and a step given
      *                 up on at the INPUT= gate is now an incident
      *                 too, LATEINPUT with the late polling time -
      *                 so INCIDENT can link recurrences into one
      *                 problem record.
      ******************************************************************
       identification division.
       program-id. batchdrv.
           88  input-hold-announced    value "Y".
       01  input-poll-sleep            pic X(10) value "sleep 20".
       01  incident-command            pic X(60).
       01  incident-job                pic X(12).
       01  incident-condition          pic X(10).
       01  incident-seconds            pic s9(7) comp.
       01  incident-seconds-display    pic 9(7).
       01  alert-severity-arg          pic 9.
       01  alert-program-arg           pic X(12) value "batchdrv".
       01  alert-text-arg              pic X(60).
           05  start-mm                pic 99.
           05  start-ss                pic 99.
           05  start-cc                pic 99.
      * Card-symbol resolution works on a copy padded past the
      * command's 100 characters, so the longest symbol name can be
      * compared at the very last column without running off the
      * end.
       01  symbol-source               pic X(112).
       01  symbol-result               pic X(100).
       01  symbol-scan                 pic 9(4) comp.
       01  symbol-out                  pic 9(4) comp.
       01  symbol-value                pic X(12).
       01  run-date-symbol             pic 9(8) value zero.
       01  busdate-symbol              pic 9(8) value zero.
       01  prev-busdate-symbol         pic 9(8) value zero.
       01  symbols-resolved            pic 9(4) comp value zero.
       01  deck-approval-verdict       pic X.
           88  deck-is-approved        value "A".
           88  deck-library-absent     value "T".
       01  deck-approval-version       pic 9(4) value zero.
       01  deck-approval-note          pic X(60).
           copy busdreq.
       01  end-time-digits             pic 9(8).
       01  end-time-parts redefines end-time-digits.
           05  end-hh                  pic 99.
               display "EULER_SMOKETEST" upon environment-name
               display "Y" upon environment-value
           end-if
           perform check-deck-approval
           perform load-control-deck
           perform read-driver-parameters
           perform read-window-deadline
           perform acquire-stream-lock
           perform assign-business-date
           perform assign-stream-run-number
           perform resolve-card-symbols
           if not is-smoke-mode
               perform write-run-manifest
           end-if
               move control-filepath-arg to control-filepath
           end-if.

      * Only a SUPERVISOR-approved library version of the deck runs.
      * A rehearsal is how a candidate deck gets tried before anyone
      * approves it, so SMOKETEST is let through with a warning; no
      * library on file at all (or no DECKCHK in the build) is the
      * shop before the library, and runs as it always did.
       check-deck-approval.
           move "T" to deck-approval-verdict
           move spaces to deck-approval-note
           call "deckchk" using stream-deck-name control-filepath
               deck-approval-verdict deck-approval-version
               deck-approval-note
               on exception
                   move "T" to deck-approval-verdict
           end-call
           evaluate true
               when deck-is-approved
                   display "Deck " function trim(stream-deck-name)
                       ": " function trim(deck-approval-note)
               when deck-library-absent
                   continue
               when is-smoke-mode
                   display "Rehearsing deck "
                       function trim(stream-deck-name)
                       " although " function trim(deck-approval-note)
               when other
                   display "Deck " function trim(stream-deck-name)
                       " refused: " function trim(deck-approval-note)
                       upon syserr
                   move spaces to stream-run-user
                   accept stream-run-user from environment "USER"
                   if stream-run-user = spaces
                       move "operator" to stream-run-user
                   end-if
                   move spaces to secaudit-detail
                   string function trim(stream-deck-name) " "
                       function trim(control-filepath) " refused: "
                       function trim(deck-approval-note)
                       delimited by size into secaudit-detail
                   end-string
                   call "secaudit" using stream-run-user
                       secaudit-role "batchdrv    "
                       "DECK-REFUSED    " secaudit-detail
                       on exception
                           continue
                   end-call
                   move 16 to return-code
                   stop run
           end-evaluate.

      * One deck at a time, whoever launched it: the lock is an
      * atomically-created directory, like the ledger append's, held
      * for the whole stream. The holder leaves its deck name in a
           accept current-date-digits from date yyyymmdd
           move spaces to run-log-record
           move step-job-name(current-step) to run-log-job-name
           move step-command(current-step) to run-log-command
           perform format-run-log-date
           move prior-start-time(prior-match) to run-log-start-time
           move prior-end-time(prior-match) to run-log-end-time
               if input-gate-gave-up
                   move "late input" to skip-reason
                   perform log-skipped-step
                   perform assemble-late-input-incident
                   exit paragraph
               end-if
           end-if
           move step-start-time(poll-step) to start-time-digits
           move spaces to run-log-record
           move step-job-name(poll-step) to run-log-job-name
           move step-command(poll-step) to run-log-command
           perform format-run-log-date
           perform format-run-log-start-time
           perform format-run-log-end-time
      * numbered file. A build without the utility on disk just
      * leaves no packet.
       assemble-failure-incident.
           move step-job-name(poll-step) to incident-job
           move "FAILED" to incident-condition
           compute incident-seconds =
               (end-hh * 3600 + end-mm * 60 + end-ss)
               - (start-hh * 3600 + start-mm * 60 + start-ss)
           if incident-seconds < zero
               add 86400 to incident-seconds
           end-if
           perform call-incident-utility.

      * Given up on at the INPUT= gate: the late polls held the
      * stream, which is the time the late file cost the night.
       assemble-late-input-incident.
           move step-job-name(current-step) to incident-job
           move "LATEINPUT" to incident-condition
           compute incident-seconds = input-late-polls * 20
           perform call-incident-utility.

       call-incident-utility.
           move incident-seconds to incident-seconds-display
           move spaces to incident-command
           if incident-job(1:2) = "./"
               string "./incident ASSEMBLE "
                   function trim(incident-job(3:10)) " "
                   function trim(incident-condition) " "
                   incident-seconds-display
                   delimited by size into incident-command
               end-string
           else
               string "./incident ASSEMBLE "
                   function trim(incident-job) " "
                   function trim(incident-condition) " "
                   incident-seconds-display
                   delimited by size into incident-command
               end-string
           end-if
               " stream run number " stream-run-number
               " (user " function trim(stream-run-user) ")".

      * The card symbols are worked out once, after the run number
      * exists: the run date is the stream's own start date, and the
      * business dates come from the BUSDAYS calendar - stepping
      * back one business day from the day after the run date lands
      * on the run date itself when it is a business day, or on the
      * last one before it over a weekend or shop holiday. A build
      * without BUSDAYS linked falls back to the run date and the
      * calendar day before it.
       resolve-card-symbols.
           move business-date-digits to run-date-symbol
           set busdays-op-add to true
           compute busdays-date-1 = function date-of-integer(
               function integer-of-date(run-date-symbol) + 1)
           move -1 to busdays-count
           move run-date-symbol to busdays-result
           call "busdays" using busdays-request
               on exception
                   move "D" to busdays-status
           end-call
           if busdays-ok
               move busdays-result to busdate-symbol
               move busdate-symbol to busdays-date-1
               move -1 to busdays-count
               call "busdays" using busdays-request
               move busdays-result to prev-busdate-symbol
           else
               move run-date-symbol to busdate-symbol
               compute prev-busdate-symbol = function date-of-integer(
                   function integer-of-date(run-date-symbol) - 1)
           end-if
           perform varying search-step from 1 by 1
                   until search-step > step-count
               move step-command(search-step) to symbol-source
               perform substitute-card-symbols
               move symbol-result to step-command(search-step)
               if step-input-file(search-step) not = spaces
                   move step-input-file(search-step)
                       to symbol-source
                   perform substitute-card-symbols
                   move symbol-result(1:40)
                       to step-input-file(search-step)
               end-if
           end-perform
           if symbols-resolved > zero
               display "Card symbols: &RUNDATE=" run-date-symbol
                   " &BUSDATE=" busdate-symbol
                   " &PREVBUSDATE=" prev-busdate-symbol
                   " (" symbols-resolved " filled in)"
           end-if.

      * Copy the text across a character at a time; at each "&" try
      * the symbol names longest-first, and put the value down in
      * the symbol's place. An "&" that names nothing known is
      * copied as it stands and reported - the card probably has a
      * typo the night should not silently run with.
       substitute-card-symbols.
           move spaces to symbol-result
           move 1 to symbol-scan
           move 1 to symbol-out
           perform until symbol-scan > 100 or symbol-out > 100
               if symbol-source(symbol-scan:1) = "&"
                   perform put-down-card-symbol
               else
                   move symbol-source(symbol-scan:1)
                       to symbol-result(symbol-out:1)
                   add 1 to symbol-scan
                   add 1 to symbol-out
               end-if
           end-perform.

       put-down-card-symbol.
           move spaces to symbol-value
           evaluate true
               when symbol-source(symbol-scan:12) = "&PREVBUSDATE"
                   move prev-busdate-symbol to symbol-value
                   add 12 to symbol-scan
               when symbol-source(symbol-scan:8) = "&BUSDATE"
                   move busdate-symbol to symbol-value
                   add 8 to symbol-scan
               when symbol-source(symbol-scan:8) = "&RUNDATE"
                   move run-date-symbol to symbol-value
                   add 8 to symbol-scan
               when symbol-source(symbol-scan:6) = "&RUNNO"
                   move stream-run-number to symbol-value
                   add 6 to symbol-scan
               when symbol-source(symbol-scan:5) = "&DECK"
                   move stream-deck-name to symbol-value
                   add 5 to symbol-scan
               when other
                   display "Unknown card symbol at "
                       function trim(symbol-source(symbol-scan:12))
                       " on card for " function trim(
                           step-job-name(search-step)) upon syserr
                   move "&" to symbol-result(symbol-out:1)
                   add 1 to symbol-scan
                   add 1 to symbol-out
                   exit paragraph
           end-evaluate
           add 1 to symbols-resolved
           string function trim(symbol-value)
               delimited by size into symbol-result
               with pointer symbol-out
               on overflow
                   move 101 to symbol-out
           end-string.

      * The conditions of the night, frozen while they are true:
      * every step's .parm file copied in whole, and each deck
      * binary's certified manifest card, into one file named for
               delimited by size into run-manifest-line
           end-string
           write run-manifest-line
           if deck-is-approved
               move spaces to run-manifest-line
               string "* deck library version "
                   deck-approval-version
                   delimited by size into run-manifest-line
               end-string
               write run-manifest-line
           end-if
           perform varying manifest-step from 1 by 1
                   until manifest-step > step-count
               perform snapshot-step-conditions
           move step-job-name(poll-step) to spool-job-name
           move run-log-run-date to spool-run-date
           move spool-filepath to spool-filename
           move step-command(poll-step) to spool-command
           write spool-record
           close spool-catalog-file.

                   move spaces to run-log-record
                   move step-job-name(current-step)
                       to run-log-job-name
                   move step-command(current-step)
                       to run-log-command
                   perform format-run-log-date
                   perform format-run-log-start-time
                   perform format-run-log-end-time
           move start-time-digits to end-time-digits
           move spaces to run-log-record
           move step-job-name(current-step) to run-log-job-name
           move step-command(current-step) to run-log-command
           perform format-run-log-date
           perform format-run-log-start-time
           perform format-run-log-end-time
           move start-time-digits to end-time-digits
           move spaces to run-log-record
           move step-job-name(current-step) to run-log-job-name
           move step-command(current-step) to run-log-command
           perform format-run-log-date
           perform format-run-log-start-time
           perform format-run-log-end-time
           move start-time-digits to end-time-digits
           move spaces to run-log-record
           move step-job-name(current-step) to run-log-job-name
           move step-command(current-step) to run-log-command
           perform format-run-log-date
           perform format-run-log-start-time
           perform format-run-log-end-time
