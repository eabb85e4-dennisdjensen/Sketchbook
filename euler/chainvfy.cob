      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Nightly proof of the hash chains over the two audit
      *          files, results-ledger.log and security-journal.log
      *          (see CHAINSUM). Each file is walked front to back
      *          and every line proven against the checksum before
      *          it; the report gives, per file, the lines walked,
      *          how many are chained, how many are from before the
      *          chain began, the anchors legitimate trims have left
      *          (who trimmed, when, how many lines), and the first
      *          line where the chain breaks - its line number and
      *          its opening text - if it breaks at all. A break
      *          raises a severity-1 alert and ends the run with
      *          return code 8: somebody has edited the evidence, or
      *          a program was built without the chain and is
      *          writing unstamped lines. Printed through RPTWRT
      *          (archived as "chainvfy"); runs after RUNRECON.
      * Tectonics: cobc -x chainvfy.cob chainsum.cob rptwrt.cob
      *            alert.cob notify.cob oncall.cob busdays.cob
      ******************************************************************
       identification division.
       program-id. chainvfy.
       environment division.
       input-output section.
       file-control.
           select optional audit-file
               assign to audit-filepath
               organization is line sequential
               file status is audit-file-status.
      ******************************************************************
       data division.
       file section.
       fd  audit-file.
       01  audit-line             pic X(200).

       working-storage section.
       01  audit-file-status           pic XX.
           88  audit-file-ok           value "00".
           88  audit-file-eof          value "10".
       01  audit-filepath              pic X(40).
       01  chained-count               pic 9(9) comp.
       01  unchained-count             pic 9(9) comp.
       01  anchor-count                pic 9(9) comp.
       01  broken-count                pic 9(9) comp.
       01  first-break-line            pic 9(9) comp.
       01  first-break-text            pic X(60).
       01  files-broken                pic 9 value zero.
       01  count-display               pic ZZZ,ZZZ,ZZ9.
       01  count-display-2             pic ZZZ,ZZZ,ZZ9.
       01  count-display-3             pic ZZZ,ZZZ,ZZ9.
       01  count-display-4             pic ZZZ,ZZZ,ZZ9.
       01  anchor-count-display        pic ZZZZZZ9.
      * The file's anchors, printed under its summary line.
       01  anchor-table.
           05  anchor-text             pic X(120) occurs 100 times.
       01  anchor-index                pic 9(4) comp.
       01  alert-severity-arg          pic 9.
       01  alert-program-arg           pic X(12) value "chainvfy".
       01  alert-text-arg              pic X(60).
           copy ledgrec.
           copy secjrec.
           copy chainreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move "chainvfy" to rptwrt-name
           set rptwrt-op-init to true
           move "Audit-file hash chain verification" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "file" to rptwrt-text
           move "lines     chained   unchained" to rptwrt-text(28:29)
           move "anchors  verdict" to rptwrt-text(58:16)
           call "rptwrt" using rptwrt-request
           set chain-file-ledger to true
           move "results-ledger.log" to audit-filepath
           perform verify-one-file
           set chain-file-journal to true
           move "security-journal.log" to audit-filepath
           perform verify-one-file
           set rptwrt-op-break to true
           if files-broken = zero
               move "Both chains intact" to rptwrt-text
           else
               move spaces to rptwrt-text
               string "CHAIN BROKEN in " files-broken
                   " file(s) - the audit trail has been altered"
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           if files-broken > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       verify-one-file.
           move zero to chained-count unchained-count anchor-count
               broken-count first-break-line
           move spaces to first-break-text
           move "START" to chain-req-op
           call "chainsum" using chain-request
           open input audit-file
           if audit-file-ok
               perform until audit-file-eof
                   read audit-file
                       at end
                           continue
                       not at end
                           if audit-line not = spaces
                               perform verify-one-line
                           end-if
                   end-read
               end-perform
           end-if
           if audit-file-ok or audit-file-eof
                   or audit-file-status = "05"
               close audit-file
           end-if
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move audit-filepath to rptwrt-text(1:20)
           move chain-req-lines to count-display
           move chained-count to count-display-2
           move unchained-count to count-display-3
           move anchor-count to anchor-count-display
           move count-display to rptwrt-text(22:11)
           move count-display-2 to rptwrt-text(34:11)
           move count-display-3 to rptwrt-text(46:11)
           move anchor-count-display to rptwrt-text(58:7)
           evaluate true
               when broken-count > zero
                   move "BROKEN" to rptwrt-text(67:6)
               when chained-count = zero and anchor-count = zero
                   move "not yet chained" to rptwrt-text(67:15)
               when other
                   move "intact" to rptwrt-text(67:6)
           end-evaluate
           call "rptwrt" using rptwrt-request
           if broken-count > zero
               perform report-chain-break
           end-if
           perform varying anchor-index from 1 by 1
                   until anchor-index > anchor-count
                       or anchor-index > 100
               move anchor-text(anchor-index) to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-perform
           if anchor-count > 100
               compute anchor-count = anchor-count - 100
               move anchor-count to count-display
               move spaces to rptwrt-text
               string "    and " function trim(count-display leading)
                   " anchor(s) more"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if.

       verify-one-line.
           move audit-line to chain-req-line
           move "WALK" to chain-req-op
           call "chainsum" using chain-request
           evaluate true
               when chain-line-chained
                   add 1 to chained-count
               when chain-line-unchained
                   add 1 to unchained-count
               when chain-line-anchor
                   add 1 to anchor-count
                   if anchor-count <= 100
                       perform note-one-anchor
                   end-if
               when other
                   add 1 to broken-count
                   if first-break-line = zero
                       move chain-req-lines to first-break-line
                       move audit-line(1:60) to first-break-text
                   end-if
           end-evaluate.

      * Each anchor is a trim (the lines it moved out) or a fold
      * (the lines it folded) somebody is answerable for; the
      * auditor sees them all.
       note-one-anchor.
           move spaces to rptwrt-text
           move chain-req-lines to count-display
           if chain-file-ledger
               move audit-line to ledger-record
               move ledger-anchor-count to anchor-count-display
               string "    anchor at line "
                   function trim(count-display leading) ": "
                   function trim(ledger-anchor-program) " "
                   ledger-anchor-date ", "
                   function trim(anchor-count-display leading)
                   " line(s)"
                   delimited by size into rptwrt-text
               end-string
           else
               move audit-line to security-journal-record
               move secj-anchor-count to anchor-count-display
               string "    anchor at line "
                   function trim(count-display leading) ": "
                   function trim(secj-program-id) " "
                   secj-run-date ", "
                   function trim(anchor-count-display leading)
                   " line(s)"
                   delimited by size into rptwrt-text
               end-string
           end-if
           move rptwrt-text to anchor-text(anchor-count).

       report-chain-break.
           add 1 to files-broken
           move first-break-line to count-display
           move broken-count to count-display-4
           move spaces to rptwrt-text
           string "    FIRST BREAK at line "
               function trim(count-display leading) " ("
               function trim(count-display-4 leading)
               " line(s) off the chain in all): "
               function trim(first-break-text)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move 1 to alert-severity-arg
           move spaces to alert-text-arg
           string "hash chain broken at line "
               function trim(count-display leading) " of "
               function trim(audit-filepath)
               delimited by size into alert-text-arg
           end-string
           call "alert" using alert-severity-arg
               alert-program-arg alert-text-arg
               on exception
                   continue
           end-call.
       end program chainvfy.
