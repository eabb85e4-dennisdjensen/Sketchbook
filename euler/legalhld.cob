      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Legal-hold register. When audit needs everything
      *          touching a disputed answer preserved, the answer
      *          used to be taking HOUSEKEEP off the deck and letting
      *          every other file grow; now the things in dispute are
      *          put under hold one by one and retention carries on
      *          around them. The register is legal-holds.dat, one
      *          pipe-delimited card per hold (see holdrec.cpy); the
      *          retention jobs ask the HOLDCHK module before they
      *          remove anything. First argument is the operation:
      *            PLACE FILE name case until
      *            PLACE GEN gen-YYYYMMDD case until
      *            PLACE LEDGER program case until from to
      *                 put a hold on; UNTIL is the YYYYMMDD the
      *                 hold lapses after, or "-" for until
      *                 released, and a LEDGER hold's FROM and TO
      *                 (YYYYMMDD) bound the program's ledger lines
      *                 it pins
      *            RELEASE nnnn
      *                 take a hold off
      *            LIST print the register
      *            REPORT
      *                 everything under hold in force, with the
      *                 space it is pinning - the file's size, the
      *                 generation's cataloged sizes, the ledger
      *                 lines' bytes - printed through RPTWRT
      *                 (archived as "legalhld"), and the lapsed
      *                 holds still awaiting release
      *          Placing and releasing are a SUPERVISOR's alone, and
      *          journaled through SECAUDIT; a shop with no user
      *          table on file places and releases open, the way
      *          BASECERT certifies.
      * Tectonics: cobc -x legalhld.cob signon.cob secaudit.cob
      *            rptwrt.cob
      ******************************************************************
       identification division.
       program-id. legalhld.
       environment division.
       input-output section.
       file-control.
           select optional hold-file
               assign to "legal-holds.dat"
               organization is line sequential
               file status is hold-file-status.
           select optional archive-catalog-file
               assign to "archive-catalog.log"
               organization is line sequential
               file status is archive-catalog-status.
           select optional ledger-file
               assign to "results-ledger.log"
               organization is line sequential
               file status is ledger-file-status.
      ******************************************************************
       data division.
       file section.
       fd  hold-file.
       01  hold-file-line         pic X(200).
       fd  archive-catalog-file.
           copy archrec.
       fd  ledger-file.
       01  ledger-file-line       pic X(160).

       working-storage section.
       01  hold-file-status            pic XX.
           88  hold-file-ok            value "00".
           88  hold-file-eof           value "10".
       01  archive-catalog-status      pic XX.
           88  archive-catalog-ok      value "00".
           88  archive-catalog-eof     value "10".
       01  ledger-file-status          pic XX.
           88  ledger-file-ok          value "00".
           88  ledger-file-eof         value "10".
       01  operation-arg               pic X(10).
       01  kind-arg                    pic X(10).
       01  target-arg                  pic X(40).
       01  case-arg                    pic X(30).
       01  until-arg                   pic X(10).
       01  from-arg                    pic X(10).
       01  to-arg                      pic X(10).
       01  number-arg                  pic X(10).
       01  asked-number                pic 9(4).
       01  date-arg-work               pic X(10).
       01  date-text-work              pic X(10).
       01  date-is-good                pic X.
           88  date-arg-good           value "Y".
           copy holdrec.
       01  hold-table.
           05  hold-slot               pic X(200) occurs 300 times.
       01  hold-count                  pic 9(4) comp value zero.
       01  hold-index                  pic 9(4) comp.
       01  hold-match                  pic 9(4) comp.
       01  highest-number              pic 9(4) value zero.
       01  today-date-digits           pic 9(8).
       01  today-date-text             pic X(10).
       01  hold-state                  pic X(8).
       01  signon-user                 pic X(8).
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  audit-detail                pic X(80).
       01  file-info.
           05  file-info-size          pic X(8) comp-x.
           05  file-info-stamp         pic X(8).
       01  pinned-bytes                pic 9(12) comp.
       01  total-pinned-bytes          pic 9(12) comp value zero.
       01  pinned-count                pic 9(6) comp.
       01  in-force-count              pic 9(4) comp value zero.
       01  lapsed-count                pic 9(4) comp value zero.
       01  bytes-display               pic ZZZ,ZZZ,ZZZ,ZZ9.
       01  count-display               pic ZZZZZ9.
       01  number-display              pic ZZZ9.
       01  ledger-line-date            pic X(10).
       01  ledger-line-program         pic X(12).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           move spaces to today-date-text
           string today-date-digits(1:4) "-"
               today-date-digits(5:2) "-" today-date-digits(7:2)
               delimited by size into today-date-text
           end-string
           move spaces to operation-arg
           display 1 upon argument-number
           accept operation-arg from argument-value
           perform load-holds
           evaluate operation-arg
               when "PLACE"
                   perform place-a-hold
               when "RELEASE"
                   perform release-a-hold
               when "LIST"
                   perform list-holds
               when "REPORT"
                   perform report-holds
               when other
                   display "legalhld: PLACE kind target case until"
                       " [from to], RELEASE nnnn, LIST, or REPORT"
                       upon syserr
                   move 16 to return-code
           end-evaluate
           stop run.

       load-holds.
           open input hold-file
           if hold-file-ok
               perform until hold-file-eof
                       or hold-count >= 300
                   read hold-file
                       at end
                           continue
                       not at end
                           if hold-file-line not = spaces
                                   and hold-file-line(1:1) not = "*"
                               add 1 to hold-count
                               move hold-file-line
                                   to hold-slot(hold-count)
                               move hold-count to hold-index
                               perform unpack-hold
                               if hr-number > highest-number
                                   move hr-number to highest-number
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           if hold-file-ok or hold-file-eof
                   or hold-file-status = "05"
               close hold-file
           end-if.

       unpack-hold.
           move spaces to hold-field-work
           unstring hold-slot(hold-index) delimited by "|"
               into hfw-number hfw-status hfw-kind hfw-target
                    hfw-from-date hfw-to-date hfw-case
                    hfw-placed-by hfw-placed-date hfw-until-date
                    hfw-released-by hfw-released-date
           end-unstring
           move spaces to hold-record
           move zero to hr-number
           if function test-numval(hfw-number) = 0
               move function numval(hfw-number) to hr-number
           end-if
           move hfw-status to hr-status
           move hfw-kind to hr-kind
           move hfw-target to hr-target
           move hfw-from-date to hr-from-date
           move hfw-to-date to hr-to-date
           move hfw-case to hr-case
           move hfw-placed-by to hr-placed-by
           move hfw-placed-date to hr-placed-date
           move hfw-until-date to hr-until-date
           move hfw-released-by to hr-released-by
           move hfw-released-date to hr-released-date
           evaluate true
               when hr-is-released
                   move "RELEASED" to hold-state
               when hr-until-date not = spaces
                       and hr-until-date < today-date-text
                   move "LAPSED" to hold-state
               when other
                   move "IN FORCE" to hold-state
           end-evaluate.

       pack-hold.
           move spaces to hold-card
           string
               hr-number "|"
               function trim(hr-status) "|"
               function trim(hr-kind) "|"
               function trim(hr-target) "|"
               function trim(hr-from-date) "|"
               function trim(hr-to-date) "|"
               function trim(hr-case) "|"
               function trim(hr-placed-by) "|"
               function trim(hr-placed-date) "|"
               function trim(hr-until-date) "|"
               function trim(hr-released-by) "|"
               function trim(hr-released-date)
               delimited by size into hold-card
           end-string.

       save-holds.
           open output hold-file
           move "* Legal-hold register; see holdrec.cpy for the card"
               to hold-file-line
           write hold-file-line
           move "* layout and the LEGALHLD utility to maintain it."
               to hold-file-line
           write hold-file-line
           perform varying hold-index from 1 by 1
                   until hold-index > hold-count
               move hold-slot(hold-index) to hold-file-line
               write hold-file-line
           end-perform
           close hold-file.

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
               display "Only a SUPERVISOR places or releases a"
                   " legal hold" upon syserr
               move 16 to return-code
               stop run
           end-if
           if signon-user = spaces
               accept signon-user from environment "USER"
           end-if
           if signon-user = spaces
               move "unknown" to signon-user
           end-if.

      * A YYYYMMDD argument, proven a real date and turned into the
      * register's YYYY-MM-DD.
       check-date-argument.
           move "N" to date-is-good
           move spaces to date-text-work
           if date-arg-work(1:8) is not numeric
                   or date-arg-work(9:2) not = spaces
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                   function numval(date-arg-work(1:8))) not = 0
               exit paragraph
           end-if
           set date-arg-good to true
           string date-arg-work(1:4) "-" date-arg-work(5:2) "-"
               date-arg-work(7:2)
               delimited by size into date-text-work
           end-string.

       place-a-hold.
           move spaces to kind-arg target-arg case-arg until-arg
               from-arg to-arg
           display 2 upon argument-number
           accept kind-arg from argument-value
           display 3 upon argument-number
           accept target-arg from argument-value
           display 4 upon argument-number
           accept case-arg from argument-value
           display 5 upon argument-number
           accept until-arg from argument-value
           display 6 upon argument-number
           accept from-arg from argument-value
           display 7 upon argument-number
           accept to-arg from argument-value
           move spaces to hold-record
           evaluate kind-arg
               when "FILE"
               when "GEN"
               when "LEDGER"
                   move kind-arg to hr-kind
               when other
                   display "legalhld: the kind is FILE, GEN, or"
                       " LEDGER" upon syserr
                   move 16 to return-code
                   stop run
           end-evaluate
           if target-arg = spaces or case-arg = spaces
                   or until-arg = spaces
               display "legalhld: PLACE needs the target, the case"
                   " reference, and the until date (or -)"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           if hr-kind-generation
               move target-arg(5:8) to date-arg-work
               perform check-date-argument
               if target-arg(1:4) not = "gen-"
                       or target-arg(13:1) not = space
                       or not date-arg-good
                   display "legalhld: a generation is gen-YYYYMMDD"
                       upon syserr
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if case-arg(21:10) not = spaces
               display "legalhld: the case reference is at most 20"
                   " characters" upon syserr
               move 16 to return-code
               stop run
           end-if
           if until-arg not = "-"
               move until-arg to date-arg-work
               perform check-date-argument
               if not date-arg-good
                       or date-text-work < today-date-text
                   display "legalhld: the until date is a YYYYMMDD"
                       " not yet past, or -" upon syserr
                   move 16 to return-code
                   stop run
               end-if
               move date-text-work to hr-until-date
           end-if
           if hr-kind-ledger
               move from-arg to date-arg-work
               perform check-date-argument
               if not date-arg-good
                   display "legalhld: a LEDGER hold needs FROM and"
                       " TO as YYYYMMDD" upon syserr
                   move 16 to return-code
                   stop run
               end-if
               move date-text-work to hr-from-date
               move to-arg to date-arg-work
               perform check-date-argument
               if not date-arg-good
                       or date-text-work < hr-from-date
                   display "legalhld: a LEDGER hold needs FROM and"
                       " TO as YYYYMMDD, TO not before FROM"
                       upon syserr
                   move 16 to return-code
                   stop run
               end-if
               move date-text-work to hr-to-date
           end-if
           if hold-count >= 300
               display "legalhld: the register is full" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform sign-supervisor-on
           compute hr-number = highest-number + 1
           set hr-is-held to true
           move target-arg to hr-target
           move case-arg to hr-case
           move signon-user to hr-placed-by
           move today-date-text to hr-placed-date
           perform pack-hold
           add 1 to hold-count
           move hold-card to hold-slot(hold-count)
           perform save-holds
           move spaces to audit-detail
           string "hold " hr-number " " function trim(hr-kind) " "
               function trim(hr-target) " case "
               function trim(hr-case)
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "legalhld    " "HOLD-PLACE      " audit-detail
               on exception
                   continue
           end-call
           display "Hold " hr-number " placed on "
               function trim(hr-kind) " " function trim(hr-target)
               " for case " function trim(hr-case)
           move zero to return-code.

       release-a-hold.
           move spaces to number-arg
           display 2 upon argument-number
           accept number-arg from argument-value
           if number-arg = spaces
                   or function test-numval(number-arg) not = 0
               display "legalhld RELEASE needs a hold number"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           move function numval(number-arg) to asked-number
           move zero to hold-match
           perform varying hold-index from 1 by 1
                   until hold-index > hold-count
               perform unpack-hold
               if hr-number = asked-number
                   move hold-index to hold-match
               end-if
           end-perform
           if hold-match = zero
               display "No hold " asked-number " on the register"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           move hold-match to hold-index
           perform unpack-hold
           if hr-is-released
               display "Hold " asked-number " is already released"
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           perform sign-supervisor-on
           set hr-is-released to true
           move signon-user to hr-released-by
           move today-date-text to hr-released-date
           perform pack-hold
           move hold-card to hold-slot(hold-match)
           perform save-holds
           move spaces to audit-detail
           string "hold " hr-number " " function trim(hr-kind) " "
               function trim(hr-target) " case "
               function trim(hr-case) " released"
               delimited by size into audit-detail
           end-string
           call "secaudit" using signon-user signon-role
               "legalhld    " "HOLD-RELEASE    " audit-detail
               on exception
                   continue
           end-call
           display "Hold " hr-number " released"
           move zero to return-code.

       list-holds.
           display "nnnn state    kind   target"
               "                                   case"
           perform varying hold-index from 1 by 1
                   until hold-index > hold-count
               perform unpack-hold
               display hr-number " " hold-state " " hr-kind " "
                   hr-target " " function trim(hr-case)
               if hr-kind-ledger
                   display "          lines dated " hr-from-date
                       " to " hr-to-date
               end-if
               if hr-until-date = spaces
                   display "          placed " hr-placed-date
                       " by " function trim(hr-placed-by)
                       ", until released"
               else
                   display "          placed " hr-placed-date
                       " by " function trim(hr-placed-by)
                       ", until " hr-until-date
               end-if
               if hr-is-released
                   display "          released " hr-released-date
                       " by " function trim(hr-released-by)
               end-if
           end-perform
           if hold-count = zero
               display "No holds on the register"
           end-if
           move zero to return-code.

       report-holds.
           move "legalhld" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Legal holds in force " today-date-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "nnnn kind   target" to rptwrt-text
           move "case" to rptwrt-text(49:4)
           move "until" to rptwrt-text(70:5)
           move "bytes pinned" to rptwrt-text(89:12)
           call "rptwrt" using rptwrt-request
           perform varying hold-index from 1 by 1
                   until hold-index > hold-count
               perform unpack-hold
               if hold-state = "IN FORCE"
                   perform report-one-hold
               end-if
           end-perform
           set rptwrt-op-break to true
           move total-pinned-bytes to bytes-display
           move in-force-count to number-display
           move spaces to rptwrt-text
           string function trim(number-display) " hold(s) in force,"
               " pinning " function trim(bytes-display) " bytes"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           perform varying hold-index from 1 by 1
                   until hold-index > hold-count
               perform unpack-hold
               if hold-state = "LAPSED"
                   add 1 to lapsed-count
                   move spaces to rptwrt-text
                   string "lapsed " hr-until-date ", awaiting"
                       " release: hold " hr-number " "
                       function trim(hr-kind) " "
                       function trim(hr-target) " case "
                       function trim(hr-case)
                       delimited by size into rptwrt-text
                   end-string
                   call "rptwrt" using rptwrt-request
               end-if
           end-perform
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move zero to return-code.

       report-one-hold.
           add 1 to in-force-count
           move zero to pinned-bytes
           evaluate true
               when hr-kind-file
                   call "CBL_CHECK_FILE_EXIST" using hr-target
                       file-info
                   if return-code = zero
                       move file-info-size to pinned-bytes
                   end-if
                   move zero to return-code
               when hr-kind-generation
                   perform size-held-generation
               when hr-kind-ledger
                   perform size-held-ledger-lines
           end-evaluate
           add pinned-bytes to total-pinned-bytes
           move spaces to rptwrt-text
           move hr-number to rptwrt-text(1:4)
           move hr-kind to rptwrt-text(6:6)
           move hr-target to rptwrt-text(13:35)
           move hr-case to rptwrt-text(49:20)
           if hr-until-date = spaces
               move "open-ended" to rptwrt-text(70:10)
           else
               move hr-until-date to rptwrt-text(70:10)
           end-if
           move pinned-bytes to bytes-display
           move bytes-display to rptwrt-text(86:15)
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request
           if hr-kind-ledger
               move pinned-count to count-display
               move spaces to rptwrt-text
               string "       " function trim(count-display)
                   " ledger line(s) dated " hr-from-date " to "
                   hr-to-date
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if.

       size-held-generation.
           open input archive-catalog-file
           if archive-catalog-ok
               perform until archive-catalog-eof
                   read archive-catalog-file
                       at end
                           continue
                       not at end
                           if arch-generation = hr-target
                               add arch-file-size to pinned-bytes
                           end-if
                   end-read
               end-perform
           end-if
           if archive-catalog-ok or archive-catalog-eof
                   or archive-catalog-status = "05"
               close archive-catalog-file
           end-if.

      * The ledger line's program-id leads the record and its run
      * date follows it (ledgrec.cpy); each line pins its own
      * length and its newline.
       size-held-ledger-lines.
           move zero to pinned-count
           open input ledger-file
           if ledger-file-ok
               perform until ledger-file-eof
                   read ledger-file
                       at end
                           continue
                       not at end
                           move ledger-file-line(1:12)
                               to ledger-line-program
                           move ledger-file-line(14:10)
                               to ledger-line-date
                           if ledger-line-program = hr-target
                                   and ledger-line-date
                                       >= hr-from-date
                                   and ledger-line-date
                                       <= hr-to-date
                               add 1 to pinned-count
                               compute pinned-bytes = pinned-bytes
                                   + function length(function trim(
                                       ledger-file-line trailing))
                                   + 1
                           end-if
                   end-read
               end-perform
           end-if
           if ledger-file-ok or ledger-file-eof
                   or ledger-file-status = "05"
               close ledger-file
           end-if.
       end program legalhld.
