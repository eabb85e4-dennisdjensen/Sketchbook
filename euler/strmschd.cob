      *          night. A STOP card in strmschd.cmds (read the same
      *          way BATCHDRV reads batchdrv.cmds) retires it cleanly
      *          between launches.
      * Tectonics: cobc -x strmschd.cob paramrdr.cob deckchk.cob
      *            secaudit.cob
      * Modifications:
      *   15 Oct 2026 - A deck is only launched when its control
      *                 file is a SUPERVISOR-approved version in the
      *                 deck library (checked through the DECKCHK
      *                 module, the same check BATCHDRV makes): a
      *                 pending, hand-edited, or never checked-in
      *                 deck is passed over for the night and the
      *                 refusal journaled through SECAUDIT.
      ******************************************************************
       identification division.
       program-id. strmschd.
       01  command-verb                pic X(12).
       01  stop-was-seen               pic X value "N".
           88  stop-card-seen          value "Y".
       01  deck-name-part              pic X(12).
       01  deck-filepath               pic X(80).
       01  deck-verdict                pic X.
           88  deck-is-approved        value "A".
           88  deck-library-absent     value "T".
       01  deck-version                pic 9(4).
       01  deck-note                   pic X(60).
       01  scheduler-user              pic X(8).
       01  secaudit-role               pic X(10) value "scheduler".
       01  audit-detail                pic X(80).
      ******************************************************************
       procedure division.
       main-procedure.
      * BATCHDRV itself uses for its steps, so the scheduler keeps
      * its own clock while the decks run.
       launch-one-deck.
           perform check-deck-approval
           if not deck-is-approved and not deck-library-absent
               display "Deck " function trim(deck-spec(deck-index))
                   " not launched: " function trim(deck-note)
               set deck-has-run(deck-index) to true
               perform journal-deck-refusal
               exit paragraph
           end-if
           perform build-deck-rc-filepath
           move spaces to launch-command
           string
           call "SYSTEM" using launch-command
           set deck-is-running(deck-index) to true.

      * The spec resolves to a deck name and control file exactly as
      * BATCHDRV will resolve it: a bare word is a named deck's
      * <name>.ctl, anything path-like is a control file run under
      * the default "nightly" name.
       check-deck-approval.
           move zero to numval-check
           inspect deck-spec(deck-index)
               tallying numval-check for all "." all "/"
           move spaces to deck-filepath
           if numval-check = zero
               move deck-spec(deck-index)(1:12) to deck-name-part
               string function trim(deck-spec(deck-index)) ".ctl"
                   delimited by size into deck-filepath
               end-string
           else
               move "nightly" to deck-name-part
               move deck-spec(deck-index) to deck-filepath
           end-if
           move "T" to deck-verdict
           move spaces to deck-note
           call "deckchk" using deck-name-part deck-filepath
               deck-verdict deck-version deck-note
               on exception
                   move "T" to deck-verdict
           end-call.

       journal-deck-refusal.
           move spaces to scheduler-user
           accept scheduler-user from environment "USER"
           if scheduler-user = spaces
               move "operator" to scheduler-user
           end-if
           move spaces to audit-detail
           string function trim(deck-spec(deck-index))
               " not launched: " function trim(deck-note)
               delimited by size into audit-detail
           end-string
           call "secaudit" using scheduler-user secaudit-role
               "strmschd    " "DECK-REFUSED    " audit-detail
               on exception
                   continue
           end-call.

       build-deck-rc-filepath.
           move spaces to deck-rc-filepath
           move deck-index to deck-index-display
