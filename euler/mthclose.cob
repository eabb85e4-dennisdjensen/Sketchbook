      *              period archive files batch-run-YYYY-MM.arc and
      *              results-ledger-YYYY-MM.arc, so the live files
      *              only carry open periods.
      * Tectonics: cobc -x mthclose.cob rptwrt.cob chainsum.cob
      * Modifications:
      *   22 Aug 2026 - The period statement prints through the
      *                 shared RPTWRT report writer, so the close
      *                 carries the same furniture as everything
      *                 else the suite prints.
      *   15 Oct 2026 - The results ledger is hash chained now (see
      *                 CHAINSUM): moving the closed period out
      *                 leaves a signed chain-anchor line across the
      *                 gap so CHAINVFY reads the move as legitimate,
      *                 and a ledger whose chain is already broken
      *                 keeps its detail lines where they are (rc 8)
      *                 - the close must not sweep the evidence into
      *                 the archive.
      *   15 Oct 2026 - The kept and archived run-log lines are
      *                 200 wide, for the run log's 100-character
      *                 step command.
      ******************************************************************
       identification division.
       program-id. mthclose.
       fd  run-log-file.
           copy runlogrec.
       fd  keep-file.
       01  keep-line              pic X(200).
       fd  archive-file.
       01  archive-line           pic X(200).
       fd  opening-file.
       01  opening-line           pic X(80).

       01  stat-retry-display          pic ZZZZ9.
       01  stat-chg-display            pic ZZZZ9.
       01  seconds-display             pic ZZZZZZZZ9.
           copy chainreq.
       01  chain-break-line            pic 9(9) comp value zero.
       01  break-display               pic ZZZZZZZZ9.
      ******************************************************************
       procedure division.
       main-procedure.
               archived-run-lines " run-log and "
               archived-ledger-lines
               " ledger line(s) moved to the period archive"
           if chain-break-line not = zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

      * The default closing period is the month before today - the
               "mv batch-run.log.keep batch-run.log".

       archive-ledger-detail.
           perform check-ledger-chain
           if chain-break-line not = zero
               move chain-break-line to break-display
               display "Ledger hash chain broken at line "
                   function trim(break-display)
                   "; ledger detail left in place for CHAINVFY"
                   upon syserr
               exit paragraph
           end-if
           move spaces to archive-filepath
           string "results-ledger-" close-period ".arc"
               delimited by size into archive-filepath
               open output archive-file
           end-if
           open output keep-file
           move "START" to chain-req-op
           call "chainsum" using chain-request
           perform until ledger-file-eof
               read ledger-file
                   at end
                       continue
                   not at end
                       perform move-one-ledger-line
               end-read
           end-perform
           move "CLOSE" to chain-req-op
           call "chainsum" using chain-request
           perform write-chain-anchor
           close ledger-file
           close archive-file
           close keep-file
           else
               move zero to time-seconds-work
           end-if.

      * The old anchors go with the rewrite; CHAINSUM lays new ones
      * wherever the moved-out lines leave a gap in the chain.
       move-one-ledger-line.
           move ledger-record to chain-req-line
           move "WALK" to chain-req-op
           call "chainsum" using chain-request
           if chain-line-anchor
               move "DROP" to chain-req-op
               call "chainsum" using chain-request
               exit paragraph
           end-if
           if ledger-run-date(1:7) = close-period
               move "DROP" to chain-req-op
               call "chainsum" using chain-request
               add 1 to archived-ledger-lines
               move ledger-record to archive-line
               write archive-line
           else
               move "KEEP" to chain-req-op
               call "chainsum" using chain-request
               perform write-chain-anchor
               move ledger-record to keep-line
               write keep-line
           end-if.

       write-chain-anchor.
           if chain-anchor-wanted
               move chain-req-anchor-line to keep-line
               write keep-line
           end-if.

       check-ledger-chain.
           set chain-file-ledger to true
           move "mthclose" to chain-req-program
           move "START" to chain-req-op
           call "chainsum" using chain-request
           open input ledger-file
           if ledger-file-ok
               perform until ledger-file-eof
                       or chain-break-line not = zero
                   read ledger-file
                       at end
                           continue
                       not at end
                           move ledger-record to chain-req-line
                           move "WALK" to chain-req-op
                           call "chainsum" using chain-request
                           if chain-line-broken
                               move chain-req-lines
                                   to chain-break-line
                           end-if
                   end-read
               end-perform
           end-if
           if ledger-file-ok or ledger-file-eof
                   or ledger-file-status = "05"
               close ledger-file
           end-if.
       end program mthclose.
