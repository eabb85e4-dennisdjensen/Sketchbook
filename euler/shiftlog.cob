      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Operator shift log and shift handover. Shift changes
      *          went by word of mouth, and things slipped between
      *          the evening and night operators. Operators now
      *          write free-text entries into the shift log
      *          (shift-log.dat), each optionally tagged to a job,
      *          an incident number, or an alert number; at shift
      *          end the handover report gathers everything still
      *          open in one place and the incoming operator signs
      *          for it. First argument is the operation:
      *            NOTE      the signed-on operator types a tag
      *                      (JOB name, INC nnnn, ALERT nnnnn, or
      *                      none) and the entry text
      *            LIST      the entries written since the last
      *                      accepted handover
      *            HANDOVER  the outgoing operator signs on and the
      *                      handover report is printed through
      *                      RPTWRT (archived as "handover"):
      *                      unacknowledged alerts from
      *                      batch-alerts.log, OPEN incidents from
      *                      incidents.log, OPEN items in
      *                      disposition.log, QUEUED and APPROVED
      *                      cards in rerun-requests.dat, a HOLD
      *                      card standing in batchdrv.cmds and the
      *                      steps PAUSED in each deck's latest run
      *                      in batch-run.log, and the outgoing
      *                      operator's log entries since the last
      *                      handover. The incoming operator then
      *                      signs on through SIGNON and accepts;
      *                      the acceptance is written to the shift
      *                      log and journaled through SECAUDIT.
      *          Log card:
      *            date|time|user|kind|tag|text
      *          kind NOTE or HANDOVER; tag "JOB name", "INC nnnn",
      *          "ALERT nnnnn", or "-".
      *          A shop with no user table runs open under the
      *          operating system's user, as PARMMNT does.
      * Tectonics: cobc -x shiftlog.cob signon.cob secaudit.cob
      *            rptwrt.cob
      ******************************************************************
       identification division.
       program-id. shiftlog.
       environment division.
       input-output section.
       file-control.
           select optional shift-log-file
               assign to "shift-log.dat"
               organization is line sequential
               file status is shift-log-status.
           select optional alert-file
               assign to "batch-alerts.log"
               organization is line sequential
               file status is alert-file-status.
           select optional card-file
               assign to card-filepath
               organization is line sequential
               file status is card-file-status.
           select optional run-log-file
               assign to "batch-run.log"
               organization is line sequential
               file status is run-log-file-status.
      ******************************************************************
       data division.
       file section.
       fd  shift-log-file.
       01  shift-log-line         pic X(160).
       fd  alert-file.
           copy alertrec.
       fd  card-file.
       01  card-file-line         pic X(160).
       fd  run-log-file.
           copy runlogrec.

       working-storage section.
       01  shift-log-status            pic XX.
           88  shift-log-ok            value "00".
           88  shift-log-eof           value "10".
       01  alert-file-status           pic XX.
           88  alert-file-ok           value "00".
           88  alert-file-eof          value "10".
       01  card-file-status            pic XX.
           88  card-file-ok            value "00".
           88  card-file-eof           value "10".
       01  run-log-file-status         pic XX.
           88  run-log-file-ok         value "00".
           88  run-log-file-eof        value "10".
       01  card-filepath               pic X(40).
       01  operation-arg               pic X(10).
       01  log-card.
           05  lc-date                 pic X(10).
           05  lc-time                 pic X(8).
           05  lc-user                 pic X(8).
           05  lc-kind                 pic X(8).
               88  lc-is-note          value "NOTE".
               88  lc-is-handover      value "HANDOVER".
           05  lc-tag                  pic X(20).
           05  lc-text                 pic X(100).
      * The entries since the last accepted handover.
       01  entry-table.
           05  entry-slot              pic X(160) occurs 200 times.
       01  entry-count                 pic 9(4) comp value zero.
       01  entry-index                 pic 9(4) comp.
       01  last-handover-line          pic X(160) value spaces.
       01  log-card-source             pic X(160).
       01  tag-reply                   pic X(30).
       01  tag-kind                    pic X(8).
       01  tag-value                   pic X(20).
       01  text-reply                  pic X(100).
       01  operator-reply              pic X(4).
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  now-date-text               pic X(10).
       01  now-time-text               pic X(8).
       01  signon-user                 pic X(8).
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  outgoing-user               pic X(8).
       01  outgoing-role               pic X(10).
       01  audit-detail                pic X(80).
      * Pipe cards of the other registers, taken apart.
       01  field-work.
           05  fw-1                    pic X(12).
           05  fw-2                    pic X(12).
           05  fw-3                    pic X(12).
           05  fw-4                    pic X(30).
           05  fw-5                    pic X(12).
           05  fw-6                    pic X(12).
           05  fw-7                    pic X(40).
      * Each deck counts its own run-number series, so "the
      * current run" is per deck, found the way MORNDISP finds it.
       01  deck-peak-table.
           05  deck-peak-entry occurs 10 times.
               10  dpk-deck            pic X(12).
               10  dpk-run             pic 9(6).
       01  deck-peak-count             pic 9(3) comp value zero.
       01  deck-peak-index             pic 9(3) comp.
       01  deck-peak-match             pic 9(3) comp.
       01  sweep-pass                  pic X.
           88  finding-deck-peaks      value "1".
           88  gathering-paused        value "2".
       01  section-count               pic 9(4) comp.
       01  open-total                  pic 9(4) comp value zero.
       01  count-display               pic ZZZ9.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to now-date-text
           string now-date-digits(1:4) "-" now-date-digits(5:2)
               "-" now-date-digits(7:2)
               delimited by size into now-date-text
           end-string
           move spaces to now-time-text
           string now-time-digits(1:2) ":" now-time-digits(3:2)
               ":" now-time-digits(5:2)
               delimited by size into now-time-text
           end-string
           move spaces to operation-arg
           display 1 upon argument-number
           accept operation-arg from argument-value
           perform load-shift-log
           evaluate operation-arg
               when "NOTE"
                   perform write-shift-note
               when "LIST"
                   perform list-shift-entries
               when "HANDOVER"
                   perform hand-shift-over
               when other
                   display "Usage: shiftlog NOTE | LIST | HANDOVER"
                       upon syserr
                   move 16 to return-code
           end-evaluate
           stop run.

      * Only the entries after the newest HANDOVER card are kept:
      * what the last acceptance covered is somebody else's shift.
       load-shift-log.
           move zero to entry-count
           open input shift-log-file
           if shift-log-ok
               perform until shift-log-eof
                   read shift-log-file
                       at end
                           continue
                       not at end
                           perform take-shift-log-line
                   end-read
               end-perform
           end-if
           if shift-log-ok or shift-log-eof
                   or shift-log-status = "05"
               close shift-log-file
           end-if.

       take-shift-log-line.
           if shift-log-line = spaces or shift-log-line(1:1) = "*"
               exit paragraph
           end-if
           move shift-log-line to log-card-source
           perform unpack-log-card
           if lc-is-handover
               move shift-log-line to last-handover-line
               move zero to entry-count
               exit paragraph
           end-if
           if entry-count < 200
               add 1 to entry-count
               move shift-log-line to entry-slot(entry-count)
           end-if.

       unpack-log-card.
           move spaces to log-card
           unstring log-card-source delimited by "|"
               into lc-date lc-time lc-user lc-kind lc-tag lc-text
           end-unstring.

      * The console user signs on; a shop with no user table runs
      * open under the operating system's user.
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

       write-shift-note.
           perform sign-user-on
           if signon-ok
                   and signon-role not = "OPERATOR"
                   and signon-role not = "SUPERVISOR"
               display "Only an OPERATOR or SUPERVISOR writes the"
                   " shift log" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           display "Tag - JOB name, INC nnnn, ALERT nnnnn, or"
               " ENTER for none: " with no advancing
           move spaces to tag-reply
           accept tag-reply
           move spaces to tag-kind
           move spaces to tag-value
           unstring tag-reply delimited by all spaces
               into tag-kind tag-value
           end-unstring
           move function upper-case(tag-kind) to tag-kind
           evaluate true
               when tag-reply = spaces
                   move "-" to lc-tag
               when tag-value = spaces
                   display "A tag needs its job name or number;"
                       " nothing written"
                   exit paragraph
               when tag-kind = "JOB"
                   continue
               when tag-kind = "INC" or tag-kind = "ALERT"
                   if function test-numval(tag-value) not = 0
                       display "An " function trim(tag-kind)
                           " tag takes a number; nothing written"
                       exit paragraph
                   end-if
               when other
                   display "Tag must be JOB, INC, or ALERT;"
                       " nothing written"
                   exit paragraph
           end-evaluate
           display "Entry: " with no advancing
           move spaces to text-reply
           accept text-reply
           if text-reply = spaces
               display "Nothing entered; nothing written"
               exit paragraph
           end-if
           inspect text-reply replacing all "|" by "/"
           move spaces to log-card
           move now-date-text to lc-date
           move now-time-text to lc-time
           move signon-user to lc-user
           move "NOTE" to lc-kind
           if tag-reply not = spaces
               string function trim(tag-kind) " "
                   function trim(tag-value)
                   delimited by size into lc-tag
               end-string
           end-if
           move text-reply to lc-text
           perform append-log-card
           display "Logged under " function trim(lc-tag)
               " by " function trim(signon-user).

       append-log-card.
           move spaces to shift-log-line
           string
               function trim(lc-date) "|"
               function trim(lc-time) "|"
               function trim(lc-user) "|"
               function trim(lc-kind) "|"
               function trim(lc-tag) "|"
               function trim(lc-text)
               delimited by size into shift-log-line
           end-string
           open extend shift-log-file
           if not shift-log-ok
               open output shift-log-file
           end-if
           write shift-log-line
           close shift-log-file.

       list-shift-entries.
           if last-handover-line not = spaces
               display "Since: " function trim(last-handover-line)
           end-if
           if entry-count = zero
               display "  no entries since the last handover"
           end-if
           perform varying entry-index from 1 by 1
                   until entry-index > entry-count
               display "  " function trim(entry-slot(entry-index))
           end-perform.

      * The outgoing operator runs the handover; the report is the
      * checklist, and the incoming operator's acceptance closes
      * the shift.
       hand-shift-over.
           display "Outgoing operator:"
           perform sign-user-on
           move signon-user to outgoing-user
           move signon-role to outgoing-role
           move "handover" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Shift handover from " function trim(outgoing-user)
               ", " now-date-text " " now-time-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           perform report-unseen-alerts
           perform report-open-incidents
           perform report-open-dispositions
           perform report-pending-reruns
           perform report-held-and-paused
           perform report-outgoing-entries
           move open-total to count-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " open item(s) handed over"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           perform accept-the-handover.

       start-report-section.
           move zero to section-count
           set rptwrt-op-head to true
           call "rptwrt" using rptwrt-request.

       close-report-section.
           if section-count = zero
               set rptwrt-op-detail to true
               move "  (none)" to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-if
           add section-count to open-total.

       put-report-line.
           add 1 to section-count
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       report-unseen-alerts.
           move "Unacknowledged alerts (batch-alerts.log)"
               to rptwrt-text
           perform start-report-section
           open input alert-file
           if alert-file-ok
               perform until alert-file-eof
                   read alert-file
                       at end
                           continue
                       not at end
                           if alert-unseen
                               move spaces to rptwrt-text
                               string "  " alert-record
                                   delimited by size into rptwrt-text
                               end-string
                               perform put-report-line
                           end-if
                   end-read
               end-perform
           end-if
           if alert-file-ok or alert-file-eof
                   or alert-file-status = "05"
               close alert-file
           end-if
           perform close-report-section.

      * Register card: nnnn|date|time|job|status|disposition|user
       report-open-incidents.
           move "Open incidents (incidents.log)" to rptwrt-text
           perform start-report-section
           move "incidents.log" to card-filepath
           open input card-file
           if card-file-ok
               perform until card-file-eof
                   read card-file
                       at end
                           continue
                       not at end
                           perform weigh-incident-card
                   end-read
               end-perform
           end-if
           perform close-card-file
           perform close-report-section.

       weigh-incident-card.
           if card-file-line = spaces or card-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to field-work
           unstring card-file-line delimited by "|"
               into fw-1 fw-2 fw-3 fw-4 fw-5
           end-unstring
           if fw-5 not = "OPEN"
               exit paragraph
           end-if
           move spaces to rptwrt-text
           string "  incident " function trim(fw-1) " "
               function trim(fw-4) " opened "
               function trim(fw-2) " " function trim(fw-3)
               delimited by size into rptwrt-text
           end-string
           perform put-report-line.

      * Item card: nnnn|date|job|condition|status|user|note
       report-open-dispositions.
           move "Open disposition items (disposition.log)"
               to rptwrt-text
           perform start-report-section
           move "disposition.log" to card-filepath
           open input card-file
           if card-file-ok
               perform until card-file-eof
                   read card-file
                       at end
                           continue
                       not at end
                           perform weigh-disposition-card
                   end-read
               end-perform
           end-if
           perform close-card-file
           perform close-report-section.

       weigh-disposition-card.
           if card-file-line = spaces or card-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to field-work
           unstring card-file-line delimited by "|"
               into fw-1 fw-2 fw-3 fw-4 fw-5
           end-unstring
           if fw-5 not = "OPEN"
               exit paragraph
           end-if
           move spaces to rptwrt-text
           string "  item " function trim(fw-1) " "
               function trim(fw-3) " " function trim(fw-4)
               " since " function trim(fw-2)
               delimited by size into rptwrt-text
           end-string
           perform put-report-line.

      * Queue card: nnnn|STATUS|job|overrides|requester|reason
       report-pending-reruns.
           move "Pending rerun requests (rerun-requests.dat)"
               to rptwrt-text
           perform start-report-section
           move "rerun-requests.dat" to card-filepath
           open input card-file
           if card-file-ok
               perform until card-file-eof
                   read card-file
                       at end
                           continue
                       not at end
                           perform weigh-rerun-card
                   end-read
               end-perform
           end-if
           perform close-card-file
           perform close-report-section.

       weigh-rerun-card.
           if card-file-line = spaces or card-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to field-work
           unstring card-file-line delimited by "|"
               into fw-1 fw-2 fw-3 fw-4 fw-5 fw-7
           end-unstring
           if fw-2 not = "QUEUED" and fw-2 not = "APPROVED"
               exit paragraph
           end-if
           move spaces to rptwrt-text
           string "  rerun " function trim(fw-1) " "
               function trim(fw-2) " " function trim(fw-3)
               " for " function trim(fw-5) ": "
               function trim(fw-7)
               delimited by size into rptwrt-text
           end-string
           perform put-report-line.

       close-card-file.
           if card-file-ok or card-file-eof
                   or card-file-status = "05"
               close card-file
           end-if.

      * A HOLD card standing in the operator-commands file holds the
      * running stream; PAUSED steps of each deck's latest run wait
      * for the next stream to resume them from their checkpoints.
       report-held-and-paused.
           move "Held and paused steps (batchdrv.cmds, batch-run.log)"
               to rptwrt-text
           perform start-report-section
           move "batchdrv.cmds" to card-filepath
           open input card-file
           if card-file-ok
               perform until card-file-eof
                   read card-file
                       at end
                           continue
                       not at end
                           if function trim(card-file-line) = "HOLD"
                               move "  stream HELD by operator command"
                                   to rptwrt-text
                               perform put-report-line
                           end-if
                   end-read
               end-perform
           end-if
           perform close-card-file
           set finding-deck-peaks to true
           perform read-run-log-through
           set gathering-paused to true
           perform read-run-log-through
           perform close-report-section.

       read-run-log-through.
           open input run-log-file
           if run-log-file-ok
               perform until run-log-file-eof
                   read run-log-file
                       at end
                           continue
                       not at end
                           perform weigh-run-log-line
                   end-read
               end-perform
           end-if
           if run-log-file-ok or run-log-file-eof
                   or run-log-file-status = "05"
               close run-log-file
           end-if.

       weigh-run-log-line.
           if run-log-run-number is not numeric
               exit paragraph
           end-if
           perform find-deck-peak-slot
           if deck-peak-match = zero
               exit paragraph
           end-if
           if finding-deck-peaks
               if run-log-run-number > dpk-run(deck-peak-match)
                   move run-log-run-number
                       to dpk-run(deck-peak-match)
               end-if
               exit paragraph
           end-if
           if run-log-run-number not = dpk-run(deck-peak-match)
                   or not run-log-status-paused
               exit paragraph
           end-if
           move spaces to rptwrt-text
           string "  " function trim(run-log-job-name)
               " PAUSED in run " run-log-run-number " of deck "
               function trim(run-log-deck) " at "
               run-log-end-time
               delimited by size into rptwrt-text
           end-string
           perform put-report-line.

       find-deck-peak-slot.
           move zero to deck-peak-match
           perform varying deck-peak-index from 1 by 1
                   until deck-peak-index > deck-peak-count
               if dpk-deck(deck-peak-index) = run-log-deck
                   move deck-peak-index to deck-peak-match
               end-if
           end-perform
           if deck-peak-match = zero
                   and finding-deck-peaks
                   and deck-peak-count < 10
               add 1 to deck-peak-count
               move deck-peak-count to deck-peak-match
               move run-log-deck to dpk-deck(deck-peak-match)
               move zero to dpk-run(deck-peak-match)
           end-if.

      * The outgoing operator's own words since the last handover;
      * they are read, not counted as open items.
       report-outgoing-entries.
           move "Shift log entries by the outgoing operator"
               to rptwrt-text
           perform start-report-section
           perform varying entry-index from 1 by 1
                   until entry-index > entry-count
               move entry-slot(entry-index) to log-card-source
               perform unpack-log-card
               if lc-user = outgoing-user
                   move spaces to rptwrt-text
                   string "  " lc-time " " function trim(lc-tag)
                       ": " function trim(lc-text)
                       delimited by size into rptwrt-text
                   end-string
                   perform put-report-line
               end-if
           end-perform
           if section-count = zero
               set rptwrt-op-detail to true
               move "  (none)" to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-if.

      * The incoming operator signs for the shift: a different
      * person, signed on, answering Y. The acceptance is a card in
      * the shift log - the mark later entries are counted from -
      * and a line in the security journal.
       accept-the-handover.
           display " "
           display "Incoming operator:"
           perform sign-user-on
           if signon-user = outgoing-user
               display "The incoming operator must be someone"
                   " else; handover not accepted" upon syserr
               move 4 to return-code
               exit paragraph
           end-if
           if signon-ok
                   and signon-role not = "OPERATOR"
                   and signon-role not = "SUPERVISOR"
               display "Only an OPERATOR or SUPERVISOR takes a"
                   " shift; handover not accepted" upon syserr
               move 4 to return-code
               exit paragraph
           end-if
           display "Accept the handover from "
               function trim(outgoing-user) " (Y/N)? "
               with no advancing
           move spaces to operator-reply
           accept operator-reply
           if operator-reply not = "Y" and operator-reply not = "y"
               display "Handover not accepted"
               move 4 to return-code
               exit paragraph
           end-if
           move open-total to count-display
           move spaces to log-card
           move now-date-text to lc-date
           accept now-time-digits from time
           move spaces to now-time-text
           string now-time-digits(1:2) ":" now-time-digits(3:2)
               ":" now-time-digits(5:2)
               delimited by size into now-time-text
           end-string
           move now-time-text to lc-time
           move signon-user to lc-user
           move "HANDOVER" to lc-kind
           move "-" to lc-tag
           string "accepted from " function trim(outgoing-user)
               " with " function trim(count-display leading)
               " open item(s)"
               delimited by size into lc-text
           end-string
           perform append-log-card
           move spaces to audit-detail
           string "shift accepted from " function trim(outgoing-user)
               ", " function trim(count-display leading)
               " open item(s)"
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "shiftlog    " "SHIFT-HANDOVER  " audit-detail
               on exception
                   continue
           end-call
           display "Handover accepted by " function trim(signon-user)
           move zero to return-code.
       end program shiftlog.
