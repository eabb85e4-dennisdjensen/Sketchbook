      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Layout migration utility. Rewrites a flat file whose
      *          lines were written under older versions of their
      *          copybook - ledger-history.dat, a restored generation,
      *          the audit files - so every line is at the current
      *          version the layout version registry
      *          (layout-versions.dat, through LAYVER) lists, each
      *          added field at its registered default:
      *            laymig <file> <copybook>
      *          e.g. "laymig ledger-history.dat LEDGREC". The
      *          original is copied whole to a side file
      *          (<file>.premig-YYYYMMDDHHMMSS) before a line of it
      *          is touched; the file is then rewritten from the side
      *          copy. A line wider than the newest version is not a
      *          layout we know and is left exactly as it stands
      *          (rc 4), and a file already at the current version is
      *          not rewritten at all. The before/after count per
      *          version prints through RPTWRT (archived as
      *          "laymig"). Rewriting the shop's files is a
      *          SUPERVISOR action and is journaled LAYOUT-MIGRATE.
      *          Run it with the stream quiet: nothing else may be
      *          appending to the file meanwhile. The indexed ledger
      *          master is not rewritten here; LEDGCNV rebuilds it at
      *          the current width from the flat ledger.
      * Tectonics: cobc -x laymig.cob layver.cob signon.cob
      *            secaudit.cob chainsum.cob rptwrt.cob
      ******************************************************************
       identification division.
       program-id. laymig.
       environment division.
       input-output section.
       file-control.
           select optional subject-file
               assign to subject-filepath
               organization is line sequential
               file status is subject-file-status.
           select side-file
               assign to side-filepath
               organization is line sequential
               file status is side-file-status.
      ******************************************************************
       data division.
       file section.
       fd  subject-file.
       01  subject-line           pic X(200).
       fd  side-file.
       01  side-line              pic X(200).

       working-storage section.
       01  subject-file-status         pic XX.
           88  subject-file-ok         value "00".
           88  subject-file-eof        value "10".
       01  side-file-status            pic XX.
           88  side-file-ok            value "00".
           88  side-file-eof           value "10".
       01  subject-filepath            pic X(80).
       01  side-filepath               pic X(80).
       01  copybook-arg                pic X(12).
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
      * Lines per version, before and after, by the version's place
      * in the registry.
       01  version-tally.
           05  tally-entry occurs 10 times.
               10  tally-before        pic 9(9) comp.
               10  tally-after         pic 9(9) comp.
       01  wider-before                pic 9(9) comp value zero.
       01  wider-after                 pic 9(9) comp value zero.
       01  blank-lines                 pic 9(9) comp value zero.
       01  lines-read                  pic 9(9) comp value zero.
       01  lines-to-raise              pic 9(9) comp value zero.
       01  tally-index                 pic 9(4) comp.
       01  tally-match                 pic 9(4) comp.
       01  count-display               pic ZZZ,ZZZ,ZZ9.
       01  count-display-2             pic ZZZ,ZZZ,ZZ9.
       01  width-display               pic ZZZ9.
       01  version-display             pic Z9.
       01  signon-user                 pic X(8).
       01  signon-role                 pic X(10).
       01  signon-status               pic X.
           88  signon-ok               value "0".
           88  signon-no-table         value "T".
       01  audit-detail                pic X(80).
           copy layvreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to subject-filepath
           display 1 upon argument-number
           accept subject-filepath from argument-value
           move spaces to copybook-arg
           display 2 upon argument-number
           accept copybook-arg from argument-value
           move function upper-case(copybook-arg) to copybook-arg
           if subject-filepath = spaces or copybook-arg = spaces
               display "Usage: laymig <file> <copybook>" upon syserr
               move 16 to return-code
               stop run
           end-if
           move "LOAD" to layreq-op
           move copybook-arg to layreq-copybook
           call "layver" using layout-request
           if not layreq-is-known
               display "No " function trim(copybook-arg)
                   " in layout-versions.dat" upon syserr
               move 16 to return-code
               stop run
           end-if
           if copybook-arg = "LEDGMREC"
               display "The ledger master is indexed; LEDGCNV"
                   " rebuilds it at the current width" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform check-supervisor
           move layreq-current to version-display
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to side-filepath
           string function trim(subject-filepath) ".premig-"
               now-date-digits now-time-digits(1:6)
               delimited by size into side-filepath
           end-string
           perform copy-to-side-file
           if lines-to-raise = zero
               call "CBL_DELETE_FILE" using side-filepath
               move zero to return-code
               display function trim(subject-filepath)
                   " already at " function trim(copybook-arg)
                   " v" function trim(version-display leading)
                   "; nothing rewritten"
           else
               perform rewrite-from-side-file
           end-if
           perform report-migration
           if lines-to-raise > zero
               move spaces to audit-detail
               move lines-to-raise to count-display
               move layreq-current to version-display
               string function trim(subject-filepath) " to "
                   function trim(copybook-arg) " v"
                   function trim(version-display leading) ", "
                   function trim(count-display leading)
                   " line(s) raised; original "
                   function trim(side-filepath)
                   delimited by size into audit-detail
               end-string
               call "secaudit" using signon-user signon-role
                   "laymig      " "LAYOUT-MIGRATE  " audit-detail
                   on exception
                       continue
               end-call
           end-if
           if wider-after > zero
               move 4 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       check-supervisor.
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
               display "Only a SUPERVISOR rewrites a file to a new"
                   " layout" upon syserr
               move 16 to return-code
               stop run
           end-if
           if signon-user = spaces
               accept signon-user from environment "USER"
           end-if
           if signon-user = spaces
               move "unknown" to signon-user
           end-if.

      * Pass one: the original, line for line, into the side file,
      * each line fitted to its version on the way - the before
      * count.
       copy-to-side-file.
           open input subject-file
           if not subject-file-ok
               if subject-file-status = "05"
                   close subject-file
               end-if
               display function trim(subject-filepath)
                   " is not on disk" upon syserr
               move 16 to return-code
               stop run
           end-if
           open output side-file
           if not side-file-ok
               close subject-file
               display "Cannot write the side file "
                   function trim(side-filepath) "; status "
                   side-file-status " - nothing touched" upon syserr
               move 16 to return-code
               stop run
           end-if
           move "FIT" to layreq-op
           perform until subject-file-eof
               read subject-file
                   at end
                       continue
                   not at end
                       add 1 to lines-read
                       move subject-line to side-line
                       write side-line
                       perform fit-for-before-count
               end-read
           end-perform
           close subject-file
           close side-file.

       fit-for-before-count.
           if subject-line = spaces
               add 1 to blank-lines
               exit paragraph
           end-if
           move subject-line to layreq-line
           call "layver" using layout-request
           if layreq-line-version = zero
               add 1 to wider-before
               exit paragraph
           end-if
           perform find-tally-slot
           add 1 to tally-before(tally-match)
           if layreq-line-version not = layreq-current
               add 1 to lines-to-raise
           end-if.

      * Pass two: the side copy back over the original, every line
      * raised to the current version - the after count.
       rewrite-from-side-file.
           open input side-file
           if not side-file-ok
               display "Cannot reread the side file "
                   function trim(side-filepath) "; status "
                   side-file-status " - nothing touched" upon syserr
               move 16 to return-code
               stop run
           end-if
           open output subject-file
           if not subject-file-ok
               close side-file
               display "Cannot rewrite " function trim(subject-filepath)
                   "; status " subject-file-status
                   " - the original is untouched" upon syserr
               move 16 to return-code
               stop run
           end-if
           move "RAISE" to layreq-op
           perform until side-file-eof
               read side-file
                   at end
                       continue
                   not at end
                       perform raise-one-line
               end-read
           end-perform
           close side-file
           close subject-file.

       raise-one-line.
           if side-line = spaces
               move side-line to subject-line
               write subject-line
               exit paragraph
           end-if
           move side-line to layreq-line
           call "layver" using layout-request
           move layreq-line to subject-line
           write subject-line
           if layreq-line-version = zero
               add 1 to wider-after
               exit paragraph
           end-if
           perform find-tally-slot
           add 1 to tally-after(tally-match).

       find-tally-slot.
           move zero to tally-match
           perform varying tally-index from 1 by 1
                   until tally-index > layreq-version-count
               if layreq-version(tally-index) = layreq-line-version
                   move tally-index to tally-match
               end-if
           end-perform.

       report-migration.
           if lines-to-raise = zero
               perform varying tally-index from 1 by 1
                       until tally-index > layreq-version-count
                   move tally-before(tally-index)
                       to tally-after(tally-index)
               end-perform
               move wider-before to wider-after
           end-if
           move "laymig" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Layout migration of " function trim(subject-filepath)
               " to " function trim(copybook-arg) " v"
               function trim(version-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "version width      before       after  layout"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           perform varying tally-index from 1 by 1
                   until tally-index > layreq-version-count
               move layreq-version(tally-index) to version-display
               move layreq-width(tally-index) to width-display
               move tally-before(tally-index) to count-display
               move tally-after(tally-index) to count-display-2
               move spaces to rptwrt-text
               string "v" function trim(version-display leading)
                   "     " width-display " "
                   count-display " " count-display-2 "  "
                   layreq-note(tally-index)
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-perform
           if wider-before > zero
               move wider-before to count-display
               move wider-after to count-display-2
               move spaces to rptwrt-text
               string "wider       " count-display " "
                   count-display-2
                   "  wider than the newest layout; left as they"
                   " stood"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if
           if blank-lines > zero
               move blank-lines to count-display
               move spaces to rptwrt-text
               string "blank       " count-display " "
                   count-display
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if
           set rptwrt-op-break to true
           move lines-read to count-display
           move lines-to-raise to count-display-2
           move spaces to rptwrt-text
           if lines-to-raise = zero
               string function trim(count-display leading)
                   " line(s) read; already current, nothing"
                   " rewritten"
                   delimited by size into rptwrt-text
               end-string
           else
               string function trim(count-display leading)
                   " line(s) read, "
                   function trim(count-display-2 leading)
                   " raised; original kept as "
                   function trim(side-filepath)
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
       end program laymig.
