      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Control-deck library. batchdrv.ctl and the named
      *          decks were edited in place with nothing recording
      *          who changed which card or when - the last missing
      *          step turned out to be a commented-out euler014
      *          card nobody could account for. Each deck is now
      *          kept as numbered versions in deck-library/ with an
      *          index card per version in deck-library.dat (DECKLREC
      *          layout): editor, reason, size and cksum, and the
      *          SUPERVISOR approval. BATCHDRV and STRMSCHD refuse
      *          a control file that is not an approved version
      *          (through the DECKCHK module). First argument is
      *          the operation:
      *            CHECKIN deck       copy the deck's live control
      *                               file in as the next version,
      *                               PENDING; the signed-on editor
      *                               types the reason
      *            APPROVE deck n     SUPERVISOR only: mark version
      *                               n APPROVED, journaled through
      *                               SECAUDIT
      *            DIFF deck a b      report the cards added,
      *                               removed (noting a card that
      *                               was commented out), or changed
      *                               between versions a and b -
      *                               clause by clause for AFTER=,
      *                               CLASS=, RUNDAYS=, TIMELIMIT=
      *                               and the rest; LIVE in place of
      *                               a version number means the
      *                               control file as it stands
      *            LIST deck          every version of the deck
      *          The deck name resolves the way BATCHDRV resolves
      *          it: "nightly" is batchdrv.ctl, any other name is
      *          <name>.ctl.
      *          CHECKIN and APPROVE honour the change-freeze
      *          calendar (DECK scope, through FREEZCHK); only a
      *          SUPERVISOR's typed emergency override gets a deck
      *          change past a freeze.
      * Tectonics: cobc -x decklib.cob signon.cob secaudit.cob
      *            rptwrt.cob freezchk.cob
      * Modifications:
      *   15 Oct 2026 - APPROVE runs open when there is no
      *                 user-table.dat, the way CHECKIN already did:
      *                 a checked-in version could otherwise never
      *                 be approved, and BATCHDRV and STRMSCHD would
      *                 refuse the deck for good. With a table on
      *                 file only a SUPERVISOR approves, as before.
      ******************************************************************
       identification division.
       program-id. decklib.
       environment division.
       input-output section.
       file-control.
           select optional library-file
               assign to "deck-library.dat"
               organization is line sequential
               file status is library-file-status.
           select optional deck-file
               assign to deck-filepath
               organization is line sequential
               file status is deck-file-status.
           select optional cksum-scratch-file
               assign to "decklib.tmp"
               organization is line sequential
               file status is cksum-scratch-status.
      ******************************************************************
       data division.
       file section.
       fd  library-file.
           copy decklrec.
       fd  deck-file.
       01  deck-file-line         pic X(160).
       fd  cksum-scratch-file.
       01  cksum-scratch-line     pic X(80).

       working-storage section.
       01  library-file-status         pic XX.
           88  library-file-ok         value "00".
           88  library-file-eof        value "10".
       01  deck-file-status            pic XX.
           88  deck-file-ok            value "00".
           88  deck-file-eof           value "10".
       01  cksum-scratch-status        pic XX.
           88  cksum-scratch-ok        value "00".
       01  operation-arg               pic X(10).
       01  deck-arg                    pic X(12).
       01  version-arg-1               pic X(10).
       01  version-arg-2               pic X(10).
       01  live-filepath               pic X(80).
       01  deck-filepath               pic X(80).
       01  library-table.
           05  library-entry           pic X(160) occurs 500 times.
       01  library-count               pic 9(4) comp value zero.
       01  library-index               pic 9(4) comp.
       01  library-match               pic 9(4) comp.
       01  highest-version             pic 9(4) value zero.
       01  chosen-version              pic 9(4).
       01  version-display             pic 9(4).
       01  probe-checksum              pic 9(10).
       01  probe-size                  pic 9(10).
       01  cksum-command               pic X(160).
       01  cksum-token                 pic X(12).
       01  size-token                  pic X(12).
       01  copy-command                pic X(200).
       01  mkdir-command               pic X(40)
           value "mkdir -p deck-library".
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  now-date-text               pic X(10).
       01  now-time-text               pic X(8).
       01  signon-user                 pic X(8).
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  operator-reply              pic X(60).
       01  audit-detail                pic X(80).
      * The two sides of a DIFF: each version's cards split into the
      * command (everything before the ";") and its clauses, with
      * the "*" comment cards kept apart so a card that was
      * commented out can be told from one that was deleted.
       01  side-flag                   pic X.
           88  loading-side-a          value "A".
           88  loading-side-b          value "B".
       01  side-a-label                pic X(10).
       01  side-b-label                pic X(10).
       01  side-a-table.
           05  side-a-card occurs 200 times.
               10  side-a-command      pic X(100).
               10  side-a-options      pic X(60).
               10  side-a-matched      pic X.
       01  side-a-count                pic 9(4) comp value zero.
       01  side-b-table.
           05  side-b-card occurs 200 times.
               10  side-b-command      pic X(100).
               10  side-b-options      pic X(60).
               10  side-b-matched      pic X.
       01  side-b-count                pic 9(4) comp value zero.
       01  side-b-comments.
           05  side-b-comment          pic X(100) occurs 200 times.
       01  side-b-comment-count        pic 9(4) comp value zero.
       01  side-a-index                pic 9(4) comp.
       01  side-b-index                pic 9(4) comp.
       01  side-b-match                pic 9(4) comp.
       01  card-command-part           pic X(100).
       01  card-options-part           pic X(60).
       01  commented-text              pic X(100).
       01  commented-flag              pic X.
           88  card-was-commented-out  value "Y".
       01  clause-names.
           05  filler                  pic X(10) value "AFTER".
           05  filler                  pic X(10) value "CLASS".
           05  filler                  pic X(10) value "RUNDAYS".
           05  filler                  pic X(10) value "TIMELIMIT".
           05  filler                  pic X(10) value "MAXRC".
           05  filler                  pic X(10) value "RETRY".
           05  filler                  pic X(10) value "RETRYWAIT".
           05  filler                  pic X(10) value "VITAL".
           05  filler                  pic X(10) value "INPUT".
       01  clause-name-table redefines clause-names.
           05  clause-name             pic X(10) occurs 9 times.
       01  clause-index                pic 9(4) comp.
       01  clause-options              pic X(60).
       01  clause-wanted               pic X(10).
       01  clause-found                pic X(60).
       01  clause-value-a              pic X(60).
       01  clause-value-b              pic X(60).
       01  clause-tokens.
           05  clause-token            pic X(60) occurs 8 times.
       01  clause-token-index          pic 9(4) comp.
       01  clause-key                  pic X(20).
       01  clause-value                pic X(60).
       01  cards-added                 pic 9(4) value zero.
       01  cards-removed               pic 9(4) value zero.
       01  cards-changed               pic 9(4) value zero.
       01  cards-same                  pic 9(4) value zero.
       01  card-was-changed            pic X.
       01  count-display               pic ZZZ9.
           copy rptreq.
           copy freezreq.
      ******************************************************************
       procedure division.
       main-procedure.
           perform take-arguments
           perform resolve-live-filepath
           perform load-library-index
           evaluate operation-arg
               when "CHECKIN"
                   perform check-deck-in
               when "APPROVE"
                   perform approve-deck-version
               when "DIFF"
                   perform diff-two-versions
               when "LIST"
                   perform list-deck-versions
               when other
                   display "decklib: operation must be CHECKIN,"
                       " APPROVE, DIFF, or LIST" upon syserr
                   move 16 to return-code
           end-evaluate
           stop run.

       take-arguments.
           move spaces to operation-arg
           move spaces to deck-arg
           move spaces to version-arg-1
           move spaces to version-arg-2
           display 1 upon argument-number
           accept operation-arg from argument-value
           display 2 upon argument-number
           accept deck-arg from argument-value
           display 3 upon argument-number
           accept version-arg-1 from argument-value
           display 4 upon argument-number
           accept version-arg-2 from argument-value
           if deck-arg = spaces
               move "nightly" to deck-arg
           end-if
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to now-date-text
           string now-date-digits(1:4) "-"
               now-date-digits(5:2) "-" now-date-digits(7:2)
               delimited by size into now-date-text
           end-string
           move spaces to now-time-text
           string now-time-digits(1:2) ":"
               now-time-digits(3:2) ":" now-time-digits(5:2)
               delimited by size into now-time-text
           end-string.

      * The default deck is the one BATCHDRV runs with no argument.
       resolve-live-filepath.
           move spaces to live-filepath
           if deck-arg = "nightly"
               move "batchdrv.ctl" to live-filepath
           else
               string function trim(deck-arg) ".ctl"
                   delimited by size into live-filepath
               end-string
           end-if.

       load-library-index.
           open input library-file
           if library-file-ok
               perform until library-file-eof
                   read library-file
                       at end
                           continue
                       not at end
                           perform take-library-card
                   end-read
               end-perform
           end-if
           if library-file-ok or library-file-eof
                   or library-file-status = "05"
               close library-file
           end-if.

       take-library-card.
           if library-count >= 500
               display "deck-library.dat exceeds 500 cards"
                   upon syserr
               exit paragraph
           end-if
           add 1 to library-count
           move deck-library-record to library-entry(library-count)
           if decklib-deck = deck-arg
                   and decklib-version is numeric
                   and decklib-version > highest-version
               move decklib-version to highest-version
           end-if.

      * The console user signs on through SIGNON; a shop with no
      * user table runs open under the operating system's user, as
      * PARMMNT does.
       sign-user-on.
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
           if signon-user = spaces
               accept signon-user from environment "USER"
           end-if
           if signon-user = spaces
               move "unknown" to signon-user
           end-if.

      * Deck changes stop for the freeze calendar like parameter
      * changes do; the override is the signed-on SUPERVISOR's.
       check-deck-freeze.
           move spaces to freeze-request
           move "DECK" to freeze-scope
           move zero to freeze-date
           move "decklib" to freeze-program
           move signon-user to freeze-user
           move signon-role to freeze-role
           move "Y" to freeze-override-ok
           set freeze-open to true
           call "freezchk" using freeze-request
               on exception
                   continue
           end-call
           if freeze-frozen
               display "Change freeze in force; deck left alone: "
                   function trim(freeze-reason) upon syserr
           end-if.

      * A check-in is only a version when the deck really changed;
      * the same bytes as the newest version are turned away.
       check-deck-in.
           perform sign-user-on
           if signon-ok
                   and signon-role not = "OPERATOR"
                   and signon-role not = "SUPERVISOR"
               display "Only an OPERATOR or SUPERVISOR checks a"
                   " deck in" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           perform check-deck-freeze
           if freeze-frozen
               move 16 to return-code
               exit paragraph
           end-if
           move live-filepath to deck-filepath
           perform probe-deck-file
           if probe-size = zero
               display "No control file " function trim(deck-filepath)
                   " to check in" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           perform varying library-index from 1 by 1
                   until library-index > library-count
               move library-entry(library-index)
                   to deck-library-record
               if decklib-deck = deck-arg
                       and decklib-version = highest-version
                       and decklib-size = probe-size
                       and decklib-checksum = probe-checksum
                   move highest-version to version-display
                   display "Deck " function trim(deck-arg)
                       " is unchanged since version "
                       version-display "; nothing checked in"
                   exit paragraph
               end-if
           end-perform
           display "Reason for this change: " with no advancing
           move spaces to operator-reply
           accept operator-reply
           if operator-reply = spaces
               display "A change without a reason is not checked"
                   " in" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           compute chosen-version = highest-version + 1
           move chosen-version to version-display
           call "SYSTEM" using mkdir-command
           move spaces to copy-command
           string "cp " function trim(live-filepath)
               " deck-library/" function trim(deck-arg)
               ".v" version-display
               delimited by size into copy-command
           end-string
           call "SYSTEM" using copy-command
           if return-code not = zero
               display "Copy into deck-library/ failed; nothing"
                   " checked in" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           move spaces to deck-library-record
           move deck-arg to decklib-deck
           move chosen-version to decklib-version
           set decklib-pending to true
           move now-date-text to decklib-checkin-date
           move now-time-text to decklib-checkin-time
           move signon-user to decklib-editor
           move probe-size to decklib-size
           move probe-checksum to decklib-checksum
           move operator-reply to decklib-reason
           open extend library-file
           if not library-file-ok
                   and library-file-status not = "05"
               open output library-file
           end-if
           write deck-library-record
           close library-file
           move spaces to audit-detail
           string function trim(deck-arg) " version "
               version-display " checked in: "
               function trim(operator-reply)
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "decklib     " "DECK-CHECKIN    " audit-detail
               on exception
                   continue
           end-call
           display "Deck " function trim(deck-arg) " version "
               version-display " checked in, awaiting SUPERVISOR"
               " approval"
           move zero to return-code.

      * Approval is a SUPERVISOR's word, recorded on the version's
      * card and in the security journal; the index is rewritten
      * whole with that one card changed. A shop with no user table
      * runs open, as CHECKIN does: the version is approved under
      * the signed-on user's name with no role to check.
       approve-deck-version.
           if version-arg-1 = spaces
                   or function test-numval(version-arg-1) not = 0
               display "APPROVE needs a version number"
                   upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           move function numval(version-arg-1) to chosen-version
           move chosen-version to version-display
           perform sign-user-on
           if signon-ok and signon-role not = "SUPERVISOR"
               display "Only a SUPERVISOR approves a deck version"
                   upon syserr
               move spaces to audit-detail
               string function trim(deck-arg) " version "
                   version-display " approval refused"
                   delimited by size into audit-detail
               end-string
               call "secaudit" using signon-user signon-role
                   "decklib     " "DECK-APPROVE-DNY" audit-detail
                   on exception
                       continue
               end-call
               move 16 to return-code
               exit paragraph
           end-if
           perform check-deck-freeze
           if freeze-frozen
               move 16 to return-code
               exit paragraph
           end-if
           move zero to library-match
           perform varying library-index from 1 by 1
                   until library-index > library-count
               move library-entry(library-index)
                   to deck-library-record
               if decklib-deck = deck-arg
                       and decklib-version = chosen-version
                   move library-index to library-match
               end-if
           end-perform
           if library-match = zero
               display "No version " version-display " of deck "
                   function trim(deck-arg) " in the library"
                   upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           move library-entry(library-match) to deck-library-record
           if decklib-approved
               display "Version " version-display
                   " is already approved by "
                   function trim(decklib-approver)
               exit paragraph
           end-if
           set decklib-approved to true
           move signon-user to decklib-approver
           move now-date-text to decklib-approve-date
           move deck-library-record to library-entry(library-match)
           open output library-file
           perform varying library-index from 1 by 1
                   until library-index > library-count
               move library-entry(library-index)
                   to deck-library-record
               write deck-library-record
           end-perform
           close library-file
           move spaces to audit-detail
           string function trim(deck-arg) " version "
               version-display " approved"
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "decklib     " "DECK-APPROVE    " audit-detail
               on exception
                   continue
           end-call
           display "Deck " function trim(deck-arg) " version "
               version-display " approved by "
               function trim(signon-user)
           move zero to return-code.

       list-deck-versions.
           display "Versions of deck " function trim(deck-arg)
               " (" function trim(live-filepath) "):"
           perform varying library-index from 1 by 1
                   until library-index > library-count
               move library-entry(library-index)
                   to deck-library-record
               if decklib-deck = deck-arg
                   display "  v" decklib-version " "
                       decklib-status " " decklib-checkin-date
                       " " decklib-editor " "
                       function trim(decklib-reason)
                   if decklib-approved
                       display "        approved "
                           decklib-approve-date " by "
                           function trim(decklib-approver)
                   end-if
               end-if
           end-perform
           move live-filepath to deck-filepath
           perform probe-deck-file
           move zero to library-match
           perform varying library-index from 1 by 1
                   until library-index > library-count
               move library-entry(library-index)
                   to deck-library-record
               if decklib-deck = deck-arg
                       and decklib-size = probe-size
                       and decklib-checksum = probe-checksum
                   move library-index to library-match
               end-if
           end-perform
           if library-match = zero
               display "  live control file matches no version"
           else
               move library-entry(library-match)
                   to deck-library-record
               display "  live control file is version "
                   decklib-version
           end-if.

      * Version a is loaded as side A, version b as side B; every
      * card of A finds its partner in B by its command (the first
      * unmatched card with the same command), and what is left
      * over on either side was removed or added.
       diff-two-versions.
           if version-arg-1 = spaces or version-arg-2 = spaces
               display "DIFF needs two versions (or LIVE)"
                   upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           set loading-side-a to true
           move version-arg-1 to side-a-label
           perform resolve-version-filepath
           perform load-diff-side
           set loading-side-b to true
           move version-arg-2 to side-b-label
           move version-arg-2 to version-arg-1
           perform resolve-version-filepath
           perform load-diff-side
           perform start-diff-report
           perform varying side-a-index from 1 by 1
                   until side-a-index > side-a-count
               perform pair-one-card
           end-perform
           perform varying side-b-index from 1 by 1
                   until side-b-index > side-b-count
               if side-b-matched(side-b-index) = "N"
                   perform report-added-card
               end-if
           end-perform
           perform finish-diff-report
           move zero to return-code.

       resolve-version-filepath.
           move spaces to deck-filepath
           if version-arg-1 = "LIVE"
               move live-filepath to deck-filepath
               exit paragraph
           end-if
           if function test-numval(version-arg-1) not = 0
               display "Version " function trim(version-arg-1)
                   " is neither a number nor LIVE" upon syserr
               move 16 to return-code
               stop run
           end-if
           move function numval(version-arg-1) to version-display
           string "deck-library/" function trim(deck-arg)
               ".v" version-display
               delimited by size into deck-filepath
           end-string.

       load-diff-side.
           open input deck-file
           if not deck-file-ok
               display "Unable to open " function trim(deck-filepath)
                   upon syserr
               if deck-file-status = "05"
                   close deck-file
               end-if
               move 16 to return-code
               stop run
           end-if
           perform until deck-file-eof
               read deck-file into deck-file-line
                   at end
                       continue
                   not at end
                       perform take-diff-card
               end-read
           end-perform
           close deck-file.

       take-diff-card.
           if deck-file-line = spaces
               exit paragraph
           end-if
           if deck-file-line(1:1) = "*"
               if loading-side-b and side-b-comment-count < 200
                   add 1 to side-b-comment-count
                   move function trim(deck-file-line(2:))
                       to side-b-comment(side-b-comment-count)
               end-if
               exit paragraph
           end-if
           move spaces to card-command-part
           move spaces to card-options-part
           unstring deck-file-line delimited by ";"
               into card-command-part card-options-part
           end-unstring
           if loading-side-a
               if side-a-count < 200
                   add 1 to side-a-count
                   move function trim(card-command-part)
                       to side-a-command(side-a-count)
                   move function trim(card-options-part)
                       to side-a-options(side-a-count)
                   move "N" to side-a-matched(side-a-count)
               end-if
           else
               if side-b-count < 200
                   add 1 to side-b-count
                   move function trim(card-command-part)
                       to side-b-command(side-b-count)
                   move function trim(card-options-part)
                       to side-b-options(side-b-count)
                   move "N" to side-b-matched(side-b-count)
               end-if
           end-if.

       pair-one-card.
           move zero to side-b-match
           perform varying side-b-index from 1 by 1
                   until side-b-index > side-b-count
                       or side-b-match > zero
               if side-b-matched(side-b-index) = "N"
                       and side-b-command(side-b-index)
                           = side-a-command(side-a-index)
                   move side-b-index to side-b-match
               end-if
           end-perform
           if side-b-match = zero
               perform report-removed-card
               exit paragraph
           end-if
           move "Y" to side-a-matched(side-a-index)
           move "Y" to side-b-matched(side-b-match)
           move "N" to card-was-changed
           perform varying clause-index from 1 by 1
                   until clause-index > 9
               move clause-name(clause-index) to clause-wanted
               move side-a-options(side-a-index) to clause-options
               perform find-clause-value
               move clause-found to clause-value-a
               move side-b-options(side-b-match) to clause-options
               perform find-clause-value
               move clause-found to clause-value-b
               if clause-value-a not = clause-value-b
                   if card-was-changed = "N"
                       move "Y" to card-was-changed
                       add 1 to cards-changed
                       move spaces to rptwrt-text
                       string "CHANGED  "
                           function trim(
                               side-a-command(side-a-index))
                           delimited by size into rptwrt-text
                       end-string
                       set rptwrt-op-detail to true
                       call "rptwrt" using rptwrt-request
                   end-if
                   perform report-clause-change
               end-if
           end-perform
           if card-was-changed = "N"
               add 1 to cards-same
           end-if.

      * A removed card whose own text turns up as a "*" comment on
      * the other side was commented out, not deleted - the case
      * that started all this, and worth saying so.
       report-removed-card.
           add 1 to cards-removed
           move spaces to commented-text
           if side-a-options(side-a-index) = spaces
               move side-a-command(side-a-index) to commented-text
           else
               string function trim(side-a-command(side-a-index))
                   " ; " function trim(side-a-options(side-a-index))
                   delimited by size into commented-text
               end-string
           end-if
           move "N" to commented-flag
           perform varying side-b-index from 1 by 1
                   until side-b-index > side-b-comment-count
               if side-b-comment(side-b-index) = commented-text
                       or side-b-comment(side-b-index)(1:100)
                           = side-a-command(side-a-index)
                   set card-was-commented-out to true
               end-if
           end-perform
           move spaces to rptwrt-text
           if card-was-commented-out
               string "REMOVED  " function trim(commented-text)
                   "   (commented out)"
                   delimited by size into rptwrt-text
               end-string
           else
               string "REMOVED  " function trim(commented-text)
                   delimited by size into rptwrt-text
               end-string
           end-if
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       report-added-card.
           add 1 to cards-added
           move spaces to rptwrt-text
           if side-b-options(side-b-index) = spaces
               string "ADDED    "
                   function trim(side-b-command(side-b-index))
                   delimited by size into rptwrt-text
               end-string
           else
               string "ADDED    "
                   function trim(side-b-command(side-b-index))
                   " ; " function trim(side-b-options(side-b-index))
                   delimited by size into rptwrt-text
               end-string
           end-if
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       report-clause-change.
           if clause-value-a = spaces
               move "(none)" to clause-value-a
           end-if
           if clause-value-b = spaces
               move "(none)" to clause-value-b
           end-if
           move spaces to rptwrt-text
           string "           " function trim(clause-wanted) ": "
               function trim(clause-value-a) " -> "
               function trim(clause-value-b)
               delimited by size into rptwrt-text
           end-string
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

      * The clauses split on spaces into KEY=VALUE tokens the way
      * BATCHDRV parses them; the wanted key's value, or spaces.
       find-clause-value.
           move spaces to clause-found
           move spaces to clause-tokens
           unstring clause-options delimited by all spaces
               into clause-token(1) clause-token(2) clause-token(3)
                    clause-token(4) clause-token(5) clause-token(6)
                    clause-token(7) clause-token(8)
           end-unstring
           perform varying clause-token-index from 1 by 1
                   until clause-token-index > 8
               move spaces to clause-key
               move spaces to clause-value
               unstring clause-token(clause-token-index)
                   delimited by "="
                   into clause-key clause-value
               end-unstring
               if clause-key = clause-wanted
                   move clause-value to clause-found
               end-if
           end-perform.

       start-diff-report.
           move "deckdiff" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Control-deck differences for "
               function trim(deck-arg) ": version "
               function trim(side-a-label) " to "
               function trim(side-b-label)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "change   card / clause: old -> new" to rptwrt-text
           call "rptwrt" using rptwrt-request.

       finish-diff-report.
           move spaces to rptwrt-text
           move cards-added to count-display
           string "added " function trim(count-display leading)
               delimited by size into rptwrt-text
           end-string
           move cards-removed to count-display
           move rptwrt-text to audit-detail
           move spaces to rptwrt-text
           string function trim(audit-detail) ", removed "
               function trim(count-display leading)
               delimited by size into rptwrt-text
           end-string
           move cards-changed to count-display
           move rptwrt-text to audit-detail
           move spaces to rptwrt-text
           string function trim(audit-detail) ", changed "
               function trim(count-display leading)
               delimited by size into rptwrt-text
           end-string
           move cards-same to count-display
           move rptwrt-text to audit-detail
           move spaces to rptwrt-text
           string function trim(audit-detail) ", unchanged "
               function trim(count-display leading)
               delimited by size into rptwrt-text
           end-string
           set rptwrt-op-break to true
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

      * Size and checksum from one cksum line, the arrangement
      * DECKCHK uses for the same comparison.
       probe-deck-file.
           move zero to probe-checksum
           move zero to probe-size
           move spaces to cksum-command
           string "cksum " function trim(deck-filepath)
               " 2>/dev/null | cut -d' ' -f1,2 > decklib.tmp"
               delimited by size into cksum-command
           end-string
           call "SYSTEM" using cksum-command
           move zero to return-code
           move spaces to cksum-token
           move spaces to size-token
           open input cksum-scratch-file
           if cksum-scratch-ok
               read cksum-scratch-file into cksum-scratch-line
                   at end
                       continue
                   not at end
                       unstring cksum-scratch-line
                           delimited by all spaces
                           into cksum-token size-token
                       end-unstring
               end-read
           end-if
           if cksum-scratch-ok or cksum-scratch-status = "05"
                   or cksum-scratch-status = "10"
               close cksum-scratch-file
           end-if
           if cksum-token not = spaces
                   and function test-numval(cksum-token) = 0
               move function numval(cksum-token) to probe-checksum
           end-if
           if size-token not = spaces
                   and function test-numval(size-token) = 0
               move function numval(size-token) to probe-size
           end-if.
       end program decklib.
