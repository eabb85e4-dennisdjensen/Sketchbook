      *          housekeep.log report as well as the console, so
      *          disk cleanup is a scheduled batch step instead of a
      *          nervous manual delete.
      *          Anything under legal hold (legal-holds.dat, see
      *          LEGALHLD) is left where it is: a held file is not
      *          trimmed or purged, and results-ledger.log lines a
      *          LEDGER hold covers survive the trim.
      * Tectonics: cobc -x housekeep.cob paramrdr.cob holdchk.cob
      *            chainsum.cob
      * Modifications:
      *   01 Sep 2026 - FILES:<n> retention method added for
      *                 one-file-per-run families - the run
      *                 accumulating forever with no rule watching
      *                 them. Keeps the newest n by name order, the
      *                 spool purge's own technique.
      *   15 Oct 2026 - Legal holds honored through HOLDCHK: a held
      *                 file is reported and skipped, held ledger
      *                 lines are kept and counted, and a family
      *                 purge now deletes its candidates one by one
      *                 so a held member of the family survives.
      *   15 Oct 2026 - The hash-chained audit files (the results
      *                 ledger and the security journal) are proven
      *                 through CHAINSUM before a trim and left
      *                 alone when the chain is already broken - a
      *                 trim must not sweep the evidence away; a
      *                 trim of an intact chain leaves signed
      *                 chain-anchor lines across its gaps, so
      *                 CHAINVFY reads it as legitimate.
      ******************************************************************
       identification division.
       program-id. housekeep.
               assign to keep-filepath
               organization is line sequential
               file status is keep-file-status.
           select optional purge-list-file
               assign to "housekeep.tmp"
               organization is line sequential
               file status is purge-list-status.
           select report-file
               assign to "housekeep.log"
               organization is line sequential
       01  keep-line              pic X(200).
       fd  report-file.
       01  report-line            pic X(132).
       fd  purge-list-file.
       01  purge-list-line        pic X(80).

       working-storage section.
       01  target-file-status          pic XX.
           88  keep-file-ok            value "00".
       01  report-file-status          pic XX.
           88  report-file-ok          value "00".
       01  purge-list-status           pic XX.
           88  purge-list-ok           value "00".
           88  purge-list-eof          value "10".
       01  purge-list-filepath         pic X(80)
                                       value "housekeep.tmp".
       01  purge-filepath              pic X(80).
       01  purged-files                pic 9(8) comp.
       01  held-files                  pic 9(8) comp.
       01  held-lines                  pic 9(8) comp.
       01  number-display              pic 9(4).
           copy holdreq.
           copy chainreq.
       01  chained-target              pic X value "N".
           88  target-is-chained       value "Y".
       01  break-line                  pic 9(9) comp.
       01  target-filepath             pic X(80).
       01  keep-filepath               pic X(80).
       01  retention-filepath          pic X(80)
                   exit paragraph
               end-if
           end-if
           move "FILE" to hold-req-kind
           move target-filepath to hold-req-target
           move spaces to hold-req-date
           call "holdchk" using hold-request
           if hold-req-held
               add 1 to files-held
               perform report-legal-hold
               exit paragraph
           end-if
           perform check-target-chain
           if target-is-chained and break-line not = zero
               add 1 to files-held
               move break-line to count-display
               move spaces to report-text
               string "held " function trim(target-filepath)
                   ": hash chain broken at line "
                   function trim(count-display leading)
                   ", left for CHAINVFY"
                   delimited by size into report-text
               end-string
               perform write-report-line
               exit paragraph
           end-if
           perform count-target-lines
           if total-lines = zero
               exit paragraph
               end-string
           end-if
           perform rewrite-kept-lines
           if held-lines > zero
               move held-lines to count-display
               move spaces to report-text
               string "kept " function trim(count-display leading)
                   " line(s) of " function trim(target-filepath)
                   " under legal hold"
                   delimited by size into report-text
               end-string
               perform write-report-line
           end-if
           if removed-lines = zero
               exit paragraph
           end-if
      * A whole family of files, kept to its newest n by name
      * order - run numbers and dates in these names zero-pad, so
      * the sort is the age. The same ls-sort-head shape the
      * driver's spool purge uses, listing the candidates to a
      * scratch file so each is asked about legal holds before it
      * goes.
       purge-file-family.
           move retention-amount to retention-display
           move spaces to purge-command
               "ls -1 " function trim(target-filepath)
               " 2>/dev/null | sort | head -n -"
               retention-display
               " > " function trim(purge-list-filepath)
               delimited by size into purge-command
           end-string
           call "SYSTEM" using purge-command
           move zero to return-code
           move zero to purged-files
           move zero to held-files
           open input purge-list-file
           if purge-list-ok
               perform until purge-list-eof
                   read purge-list-file
                       at end
                           continue
                       not at end
                           if purge-list-line not = spaces
                               perform purge-one-file
                           end-if
                   end-read
               end-perform
           end-if
           if purge-list-ok or purge-list-eof
                   or purge-list-status = "05"
               close purge-list-file
           end-if
           call "CBL_DELETE_FILE" using purge-list-filepath
           move zero to return-code
           move spaces to report-text
           move purged-files to count-display
           move held-files to count-display-2
           string "family " function trim(target-filepath)
               " kept to its newest "
               function trim(retention-display)
               " file(s), " function trim(count-display leading)
               " removed, " function trim(count-display-2 leading)
               " held"
               delimited by size into report-text
           end-string
           perform write-report-line.

       purge-one-file.
           move purge-list-line to purge-filepath
           move "FILE" to hold-req-kind
           move purge-filepath to hold-req-target
           move spaces to hold-req-date
           call "holdchk" using hold-request
           if hold-req-held
               add 1 to held-files
               add 1 to files-held
               move purge-filepath to target-filepath
               perform report-legal-hold
               move param-key to target-filepath
               exit paragraph
           end-if
           call "CBL_DELETE_FILE" using purge-filepath
           if return-code = zero
               add 1 to purged-files
           end-if
           move zero to return-code.

       report-legal-hold.
           move hold-req-number to number-display
           move spaces to report-text
           string "held " function trim(target-filepath)
               ": legal hold " number-display " case "
               function trim(hold-req-case)
               delimited by size into report-text
           end-string
           perform write-report-line.
               move spaces to method-token
           end-if.

      * The two audit files carry a hash chain; one already broken
      * is evidence, and stays exactly as it is.
       check-target-chain.
           move "N" to chained-target
           move zero to break-line
           evaluate target-filepath
               when "results-ledger.log"
                   set chain-file-ledger to true
               when "security-journal.log"
                   set chain-file-journal to true
               when other
                   exit paragraph
           end-evaluate
           set target-is-chained to true
           move "housekeep" to chain-req-program
           move "START" to chain-req-op
           call "chainsum" using chain-request
           open input target-file
           if target-file-ok
               perform until target-file-eof
                       or break-line not = zero
                   read target-file
                       at end
                           continue
                       not at end
                           move target-line to chain-req-line
                           move "WALK" to chain-req-op
                           call "chainsum" using chain-request
                           if chain-line-broken
                               move chain-req-lines to break-line
                           end-if
                   end-read
               end-perform
           end-if
           if target-file-ok or target-file-eof
                   or target-file-status = "05"
               close target-file
           end-if.

       count-target-lines.
           move zero to total-lines
           open input target-file
       rewrite-kept-lines.
           move zero to kept-lines
           move zero to removed-lines
           move zero to held-lines
           move zero to lines-seen
           move spaces to keep-filepath
           string function trim(target-filepath) ".keep"
               exit paragraph
           end-if
           open output keep-file
           if target-is-chained
               move "START" to chain-req-op
               call "chainsum" using chain-request
           end-if
           perform until target-file-eof
               read target-file into target-line
                   at end
                       perform judge-one-line
               end-read
           end-perform
           if target-is-chained
               move "CLOSE" to chain-req-op
               call "chainsum" using chain-request
               perform write-chain-anchor
           end-if
           close target-file
           close keep-file
           if removed-lines > zero
               call "CBL_DELETE_FILE" using keep-filepath
           end-if.

      * On a chained file the old anchors go - the rewrite lays
      * its own wherever the kept lines leave a gap.
       judge-one-line.
           add 1 to lines-seen
           move "Y" to line-keep-flag
           if target-is-chained
               move target-line to chain-req-line
               move "WALK" to chain-req-op
               call "chainsum" using chain-request
               if chain-line-anchor
                   move "DROP" to chain-req-op
                   call "chainsum" using chain-request
                   exit paragraph
               end-if
           end-if
           if method-token = "RECORDS"
               if lines-seen <= skip-count
                   move "N" to line-keep-flag
                   move "N" to line-keep-flag
               end-if
           end-if
           if not keep-this-line
                   and target-filepath = "results-ledger.log"
               perform check-ledger-line-hold
           end-if
           if keep-this-line
               if target-is-chained
                   move "KEEP" to chain-req-op
                   call "chainsum" using chain-request
                   perform write-chain-anchor
               end-if
               add 1 to kept-lines
               move target-line to keep-line
               write keep-line
           else
               if target-is-chained
                   move "DROP" to chain-req-op
                   call "chainsum" using chain-request
               end-if
               add 1 to removed-lines
           end-if.

       write-chain-anchor.
           if chain-anchor-wanted
               move chain-req-anchor-line to keep-line
               write keep-line
           end-if.

      * A ledger line is its program's (columns 1-12) on its run
      * date (columns 14-23), the LEDGREC layout; one a LEDGER hold
      * covers stays.
       check-ledger-line-hold.
           move "LEDGER" to hold-req-kind
           move target-line(1:12) to hold-req-target
           move target-line(14:10) to hold-req-date
           call "holdchk" using hold-request
           if hold-req-held
               add 1 to held-lines
               move "Y" to line-keep-flag
           end-if.

      * A line is dated by the first YYYY-MM-DD shape it carries,
      * wherever that sits in the record; a line with no such shape
      * is never trimmed by age.
