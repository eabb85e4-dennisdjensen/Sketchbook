      *          gate on it as an early step. A registered file not
      *          on disk is noted, not failed: young files arrive
      *          before their first lines do.
      * Tectonics: cobc -x dqscan.cob rptwrt.cob layver.cob
      *            laycat.cob
      * Modifications:
      *   15 Oct 2026 - A registry card may name a third token, the
      *                 copybook the file's layout is versioned under
      *                 in layout-versions.dat (see LAYVER); each
      *                 line is then fitted to the layout version it
      *                 conforms to, the file's summary gives the
      *                 count of lines per version, and a line wider
      *                 than the newest version is bad. Fields a
      *                 line's version predates are not judged, so
      *                 an old-width ledger line no longer fails for
      *                 the run number it never had. Chain-anchor
      *                 ledger lines (see CHAINSUM) are judged as
      *                 anchors, not as answers.
      *   15 Oct 2026 - Lines are judged from the record-layout
      *                 catalog (layout-catalog.dat, through LAYCAT)
      *                 instead of a hand-coded paragraph per
      *                 layout: a registry card's layout is a
      *                 catalog layout, the copybook it is versioned
      *                 under comes from the catalog, and a new file
      *                 joins the sweep with a registry card and its
      *                 catalog cards. AUDIT and PRIMES stay built
      *                 in. A complaint names the copybook field.
      ******************************************************************
       identification division.
       program-id. dqscan.
       01  registry-index              pic 9(4) comp.
       01  token-name                  pic X(40).
       01  token-layout                pic X(10).
       01  judge-layout                pic X(10).
      * The layout version of the line in hand (99 when the file's
      * layout is not versioned: judge every field) and the lines
      * per version of the file in hand.
       01  line-version                pic 9(2).
       01  version-tally.
           05  version-lines           pic 9(7) comp occurs 10 times.
       01  wider-lines                 pic 9(7) comp.
       01  version-index               pic 9(4) comp.
       01  version-display             pic Z9.
       01  text-pointer                pic 9(4) comp.
       01  line-number                 pic 9(7) comp.
       01  file-bad-count              pic 9(7) comp.
       01  total-bad-count             pic 9(7) comp value zero.
       01  files-scanned               pic 9(4) comp value zero.
       01  complaint-text              pic X(60).
       01  audit-token-1               pic X(12).
       01  audit-token-2               pic X(12).
       01  audit-token-3               pic X(12).
       01  bad-display                 pic ZZZZZZ9.
       01  line-display                pic ZZZZZZ9.
       01  files-display               pic ZZZ9.
      * The ledger's chain anchor, which the catalog passes by, is
      * still held to its resume point here.
           copy ledgrec.
           copy rptreq.
           copy layvreq.
           copy laycreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move zero to line-number
           move zero to file-bad-count
           move zero to prior-prime-value
           move zero to wider-lines
           perform varying version-index from 1 by 1
                   until version-index > 10
               move zero to version-lines(version-index)
           end-perform
           move "N" to layreq-known
           move "N" to laycat-known
           if reg-layout(registry-index) not = "AUDIT"
                   and reg-layout(registry-index) not = "PRIMES"
               move "LOAD" to laycat-op
               move reg-layout(registry-index) to laycat-layout
               call "laycat" using layout-catalog-request
           end-if
           if laycat-is-known and laycat-copybook not = spaces
               move "LOAD" to layreq-op
               move laycat-copybook to layreq-copybook
               call "layver" using layout-request
           end-if
           open input subject-file
           if not subject-file-ok
               if subject-file-status = "05"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           if layreq-is-known
               perform report-file-versions
           end-if
           add file-bad-count to total-bad-count.

      * One line under the file's summary: how many of its lines
      * conform to each layout version, the current one named.
       report-file-versions.
           move spaces to rptwrt-text
           move 1 to text-pointer
           move layreq-current to version-display
           string "  " function trim(layreq-copybook)
               " (current v" function trim(version-display leading)
               "):"
               delimited by size into rptwrt-text
               with pointer text-pointer
           end-string
           perform varying version-index from 1 by 1
                   until version-index > layreq-version-count
               if version-lines(version-index) > zero
                   move layreq-version(version-index)
                       to version-display
                   move version-lines(version-index) to line-display
                   string " v" function trim(version-display leading)
                       " " function trim(line-display leading)
                       " line(s)"
                       delimited by size into rptwrt-text
                       with pointer text-pointer
                   end-string
               end-if
           end-perform
           if wider-lines > zero
               move wider-lines to line-display
               string " " function trim(line-display leading)
                   " wider than the newest"
                   delimited by size into rptwrt-text
                   with pointer text-pointer
               end-string
           end-if
           call "rptwrt" using rptwrt-request.

       judge-one-line.
           move spaces to complaint-text
           move 99 to line-version
           if layreq-is-known and subject-line not = spaces
               perform fit-line-version
           end-if
           if complaint-text not = spaces
               move "NONE" to judge-layout
           else
               move reg-layout(registry-index) to judge-layout
           end-if
           evaluate judge-layout
               when "AUDIT"
                   perform judge-audit-line
               when "PRIMES"
                   perform judge-primes-line
               when "NONE"
                   continue
               when other
                   if laycat-is-known
                       perform judge-catalog-line
                   else
                       move "unknown layout in registry"
                           to complaint-text
                   end-if
           end-evaluate
           if complaint-text not = spaces
               add 1 to file-bad-count
               end-if
           end-if.

       fit-line-version.
           move "FIT" to layreq-op
           move subject-line to layreq-line
           call "layver" using layout-request
           move layreq-line-version to line-version
           if line-version = zero
               add 1 to wider-lines
               move layreq-current to version-display
               string "wider than " function trim(layreq-copybook)
                   " v" function trim(version-display leading)
                   delimited by size into complaint-text
               end-string
               exit paragraph
           end-if
           perform varying version-index from 1 by 1
                   until version-index > layreq-version-count
               if layreq-version(version-index) = line-version
                   add 1 to version-lines(version-index)
               end-if
           end-perform.

      * Every catalog layout: the field positions, numerics, date
      * and time shapes and allowed 88-level values LAYCAT holds the
      * line to, fields the line's version predates left alone.
       judge-catalog-line.
           move "JUDGE" to laycat-op
           move subject-line to laycat-record
           move line-version to laycat-line-version
           call "laycat" using layout-catalog-request
           move laycat-text to complaint-text
           if laycat-record-passed
               move subject-line(1:115) to ledger-record
               if ledger-chain-anchor
                       and ledger-anchor-resume not numeric
                   move "chain anchor without a resume point"
                       to complaint-text
               end-if
           end-if.

      * The audit shape euler012 (and its partition workers) write:
               exit paragraph
           end-if
           move this-prime-value to prior-prime-value.
       end program dqscan.
