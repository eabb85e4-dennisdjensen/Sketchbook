      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Completeness reconciliation between the history
      *          warehouse and the archived generations. HISTFOLD
      *          folds each night into ledger-history.dat and
      *          runlog-history.dat, and GENARCH keeps each night's
      *          results-ledger.log and batch-run.log in its gen-
      *          directory, but nothing proved the warehouse really
      *          holds every line a generation held; a fold night
      *          missed would only show when HISTINQ gave a wrong
      *          multi-year answer. This job reads every generation
      *          cataloged in archive-catalog.log and checks each of
      *          its ledger and run-log lines (the dated ones - the
      *          lines HISTFOLD would fold; chain anchors carry no
      *          date and are passed by) against the warehouse. Both
      *          sides go through one sort on the line's text, the
      *          warehouse's copy ahead of the generations', so a
      *          line is missing exactly when its group has no
      *          warehouse copy; a line several generations share
      *          counts once, against the oldest generation holding
      *          it. The report (through RPTWRT, archived as
      *          "histrecn") gives per generation the dated lines it
      *          holds and how many of them the warehouse lacks,
      *          the missing nights by run date, and the missing
      *          lines themselves (the first 200 per file).
      *          Argument 1:
      *            CHECK   (the default) report only; ends rc 8 when
      *                    anything is missing
      *            REPAIR  also fold the missing lines - those and
      *                    nothing else - onto the end of the
      *                    warehouse, in run-date and time order, as
      *                    HISTFOLD itself would have
      *          Logs its counts to the shared ledger like any job.
      * Tectonics: cobc -x histrecn.cob rptwrt.cob ledger.cob
      *            chainsum.cob
      * Modifications:
      *   15 Oct 2026 - Lines compared and sorted 200 wide: the run
      *                 log's step command grew to 100 characters
      *                 and a run-log line to 191.
      ******************************************************************
       identification division.
       program-id. histrecn.
       environment division.
       input-output section.
       file-control.
           select optional archive-catalog-file
               assign to "archive-catalog.log"
               organization is line sequential
               file status is archive-catalog-status.
           select optional generation-file
               assign to generation-filepath
               organization is line sequential
               file status is generation-file-status.
           select optional history-file
               assign to history-filepath
               organization is line sequential
               file status is history-file-status.
           select missing-file
               assign to "histrecn.tmp"
               organization is line sequential
               file status is missing-file-status.
           select recon-sort-file
               assign to "histrecn.srt".
           select repair-sort-file
               assign to "histrecn.rsr".
      ******************************************************************
       data division.
       file section.
       fd  archive-catalog-file.
           copy archrec.
       fd  generation-file.
       01  generation-line        pic X(200).
       fd  history-file.
       01  history-line           pic X(200).
       fd  missing-file.
       01  missing-line           pic X(200).
       sd  recon-sort-file.
       01  recon-sort-record.
           05  sort-line          pic X(200).
           05  sort-source        pic X.
               88  sort-from-warehouse value "0".
               88  sort-from-generation value "1".
           05  sort-generation    pic X(16).
      * Both layouts keep the run date at column 14 and the time at
      * column 25, so one key serves the ledger and the run log.
       sd  repair-sort-file.
       01  repair-sort-record.
           05  filler             pic X(13).
           05  repair-run-date    pic X(10).
           05  filler             pic X.
           05  repair-run-time    pic X(8).
           05  filler             pic X(168).

       working-storage section.
       01  archive-catalog-status      pic XX.
           88  archive-catalog-ok      value "00".
           88  archive-catalog-eof     value "10".
       01  generation-file-status      pic XX.
           88  generation-file-ok      value "00".
           88  generation-file-eof     value "10".
       01  history-file-status         pic XX.
           88  history-file-ok         value "00".
           88  history-file-eof        value "10".
       01  missing-file-status         pic XX.
           88  missing-file-ok         value "00".
           88  missing-file-eof        value "10".
       01  generation-filepath         pic X(60).
       01  history-filepath            pic X(40).
       01  target-name                 pic X(40).
       01  run-mode                    pic X(8).
           88  mode-check              value "CHECK".
           88  mode-repair             value "REPAIR".
       01  sort-done                   pic X.
           88  sort-is-done            value "Y".
      * The generations of the file in hand, oldest first as the
      * catalog has them.
       01  generation-table.
           05  generation-entry occurs 100 times.
               10  gen-name            pic X(16).
               10  gen-on-hand         pic X.
               10  gen-lines           pic 9(7) comp.
               10  gen-missing         pic 9(7) comp.
       01  generation-count            pic 9(4) comp.
       01  generation-index            pic 9(4) comp.
       01  generation-match            pic 9(4) comp.
      * The nights the warehouse is short, by run date.
       01  night-table.
           05  night-entry occurs 400 times.
               10  night-date          pic X(10).
               10  night-missing       pic 9(7) comp.
       01  night-count                 pic 9(4) comp.
       01  night-index                 pic 9(4) comp.
       01  night-match                 pic 9(4) comp.
       01  nights-over                 pic 9(7) comp.
      * The line group the sort is handing back.
       01  group-line                  pic X(200).
       01  group-in-warehouse          pic X.
       01  group-generation            pic X(16).
       01  distinct-lines              pic 9(7) comp.
       01  missing-count               pic 9(7) comp.
       01  folded-count                pic 9(7) comp.
       01  listed-count                pic 9(7) comp.
       01  ledger-missing              pic 9(7) value zero.
       01  runlog-missing              pic 9(7) value zero.
       01  total-folded                pic 9(7) value zero.
       01  count-display               pic ZZZ,ZZ9.
       01  count-display-2             pic ZZZ,ZZ9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           move spaces to run-mode
           display 1 upon argument-number
           accept run-mode from argument-value
           move function upper-case(run-mode) to run-mode
           if run-mode = spaces
               set mode-check to true
           end-if
           if not mode-check and not mode-repair
               display "Usage: histrecn [CHECK|REPAIR]" upon syserr
               move 16 to return-code
               stop run
           end-if
           move "histrecn" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "History warehouse completeness against the "
               "archived generations (" function trim(run-mode) ")"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move "results-ledger.log" to target-name
           move "ledger-history.dat" to history-filepath
           perform reconcile-one-target
           move missing-count to ledger-missing
           move "batch-run.log" to target-name
           move "runlog-history.dat" to history-filepath
           perform reconcile-one-target
           move missing-count to runlog-missing
           set rptwrt-op-break to true
           move ledger-missing to count-display
           move runlog-missing to count-display-2
           move spaces to rptwrt-text
           evaluate true
               when ledger-missing = zero and runlog-missing = zero
                   move "The warehouse holds every archived line"
                       to rptwrt-text
               when mode-repair
                   string function trim(count-display leading)
                       " ledger and "
                       function trim(count-display-2 leading)
                       " run-log line(s) were missing; folded back"
                       " into the warehouse"
                       delimited by size into rptwrt-text
                   end-string
               when other
                   string function trim(count-display leading)
                       " ledger and "
                       function trim(count-display-2 leading)
                       " run-log line(s) missing from the"
                       " warehouse - HISTRECN REPAIR folds them in"
                       delimited by size into rptwrt-text
                   end-string
           end-evaluate
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move spaces to ledger-answer-text
           string "miss L" ledger-missing " R" runlog-missing
               " fold " total-folded
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "histrecn    " ledger-answer-text
               ledger-start-time
           if (ledger-missing > zero or runlog-missing > zero)
                   and not mode-repair
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

      * One file at a time: sort the warehouse and every generation
      * of the file together, judge each line group as it comes
      * back, report, and on REPAIR fold what was missing.
       reconcile-one-target.
           move zero to generation-count night-count nights-over
               distinct-lines missing-count folded-count
           open output missing-file
           sort recon-sort-file
               on ascending key sort-line sort-source
                   sort-generation
               input procedure is feed-the-sort
               output procedure is judge-sorted-lines
           close missing-file
           if mode-repair and missing-count > zero
               sort repair-sort-file
                   on ascending key repair-run-date
                       repair-run-time
                   using missing-file
                   output procedure is fold-missing-lines
               add folded-count to total-folded
           end-if
           perform report-one-target.

       feed-the-sort.
           perform feed-warehouse
           open input archive-catalog-file
           if archive-catalog-ok
               perform until archive-catalog-eof
                   read archive-catalog-file
                       at end
                           continue
                       not at end
                           if arch-file-name = target-name
                               perform feed-one-generation
                           end-if
                   end-read
               end-perform
           end-if
           if archive-catalog-ok or archive-catalog-eof
                   or archive-catalog-status = "05"
               close archive-catalog-file
           end-if.

       feed-warehouse.
           open input history-file
           if history-file-ok
               perform until history-file-eof
                   read history-file
                       at end
                           continue
                       not at end
                           if history-line not = spaces
                               move history-line to sort-line
                               set sort-from-warehouse to true
                               move spaces to sort-generation
                               release recon-sort-record
                           end-if
                   end-read
               end-perform
           end-if
           if history-file-ok or history-file-eof
                   or history-file-status = "05"
               close history-file
           end-if.

      * A generation re-cut the same night is cataloged twice; its
      * lines go to the sort once.
       feed-one-generation.
           perform varying generation-index from 1 by 1
                   until generation-index > generation-count
               if gen-name(generation-index) = arch-generation
                   exit paragraph
               end-if
           end-perform
           if generation-count >= 100
               exit paragraph
           end-if
           add 1 to generation-count
           move arch-generation to gen-name(generation-count)
           move "N" to gen-on-hand(generation-count)
           move zero to gen-lines(generation-count)
           move zero to gen-missing(generation-count)
           move spaces to generation-filepath
           string function trim(arch-generation) "/"
               function trim(target-name)
               delimited by size into generation-filepath
           end-string
           open input generation-file
           if generation-file-ok
               move "Y" to gen-on-hand(generation-count)
               perform until generation-file-eof
                   read generation-file
                       at end
                           continue
                       not at end
                           perform release-generation-line
                   end-read
               end-perform
           end-if
           if generation-file-ok or generation-file-eof
                   or generation-file-status = "05"
               close generation-file
           end-if.

      * Only a dated line is one HISTFOLD would have folded.
       release-generation-line.
           if generation-line(14:4) is not numeric
               exit paragraph
           end-if
           add 1 to gen-lines(generation-count)
           move generation-line to sort-line
           set sort-from-generation to true
           move arch-generation to sort-generation
           release recon-sort-record.

       judge-sorted-lines.
           move "N" to sort-done
           move spaces to group-line
           move "N" to group-in-warehouse
           move spaces to group-generation
           perform until sort-is-done
               return recon-sort-file
                   at end
                       set sort-is-done to true
                   not at end
                       if sort-line not = group-line
                           perform close-line-group
                           move sort-line to group-line
                           move "N" to group-in-warehouse
                           move spaces to group-generation
                       end-if
                       if sort-from-warehouse
                           move "Y" to group-in-warehouse
                       else
                           if group-generation = spaces
                               move sort-generation
                                   to group-generation
                           end-if
                       end-if
               end-return
           end-perform
           perform close-line-group.

      * A group some generation holds and the warehouse does not
      * is a missing line, charged to the oldest generation with it
      * and to its run date.
       close-line-group.
           if group-generation = spaces
               exit paragraph
           end-if
           add 1 to distinct-lines
           if group-in-warehouse = "Y"
               exit paragraph
           end-if
           add 1 to missing-count
           move group-line to missing-line
           write missing-line
           move zero to generation-match
           perform varying generation-index from 1 by 1
                   until generation-index > generation-count
               if gen-name(generation-index) = group-generation
                   move generation-index to generation-match
               end-if
           end-perform
           if generation-match > zero
               add 1 to gen-missing(generation-match)
           end-if
           move zero to night-match
           perform varying night-index from 1 by 1
                   until night-index > night-count
               if night-date(night-index) = group-line(14:10)
                   move night-index to night-match
               end-if
           end-perform
           if night-match = zero
               if night-count < 400
                   add 1 to night-count
                   move night-count to night-match
                   move group-line(14:10) to night-date(night-match)
                   move zero to night-missing(night-match)
               else
                   add 1 to nights-over
                   exit paragraph
               end-if
           end-if
           add 1 to night-missing(night-match).

       fold-missing-lines.
           open extend history-file
      * A first-ever EXTEND of an OPTIONAL file answers 05 -
      * created and open, not failed.
           if not history-file-ok
                   and history-file-status not = "05"
               open output history-file
           end-if
           if not history-file-ok
                   and history-file-status not = "05"
               display "Cannot open " function trim(history-filepath)
                   " to fold into; status " history-file-status
                   upon syserr
               exit paragraph
           end-if
           move "N" to sort-done
           perform until sort-is-done
               return repair-sort-file
                   at end
                       set sort-is-done to true
                   not at end
                       move repair-sort-record to history-line
                       write history-line
                       add 1 to folded-count
               end-return
           end-perform
           close history-file.

       report-one-target.
           set rptwrt-op-head to true
           move distinct-lines to count-display
           move missing-count to count-display-2
           move spaces to rptwrt-text
           string function trim(target-name) ": "
               function trim(count-display leading)
               " distinct dated line(s) archived, "
               function trim(count-display-2 leading)
               " missing from " function trim(history-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           if generation-count = zero
               move "  no generation of it in the catalog"
                   to rptwrt-text
               call "rptwrt" using rptwrt-request
           end-if
           perform varying generation-index from 1 by 1
                   until generation-index > generation-count
               perform report-one-generation
           end-perform
           perform varying night-index from 1 by 1
                   until night-index > night-count
               move night-missing(night-index) to count-display
               move spaces to rptwrt-text
               string "  night " night-date(night-index) ": "
                   function trim(count-display leading)
                   " line(s) missing"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-perform
           if nights-over > zero
               move nights-over to count-display
               move spaces to rptwrt-text
               string "  and " function trim(count-display leading)
                   " line(s) from nights beyond the 400 listed"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if
           if missing-count > zero
               perform list-missing-lines
           end-if
           if folded-count > zero
               move folded-count to count-display
               move spaces to rptwrt-text
               string "  folded " function trim(count-display leading)
                   " line(s) into " function trim(history-filepath)
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if.

       report-one-generation.
           move gen-lines(generation-index) to count-display
           move gen-missing(generation-index) to count-display-2
           move spaces to rptwrt-text
           if gen-on-hand(generation-index) = "Y"
               string "  " gen-name(generation-index) " "
                   count-display " line(s), " count-display-2
                   " first missing here"
                   delimited by size into rptwrt-text
               end-string
           else
               string "  " gen-name(generation-index)
                   " cataloged but its copy is not on hand"
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.

       list-missing-lines.
           move zero to listed-count
           open input missing-file
           if missing-file-ok
               perform until missing-file-eof
                   read missing-file
                       at end
                           continue
                       not at end
                           add 1 to listed-count
                           if listed-count <= 200
                               move spaces to rptwrt-text
                               string "    " missing-line(1:100)
                                   delimited by size into rptwrt-text
                               end-string
                               call "rptwrt" using rptwrt-request
                           end-if
                   end-read
               end-perform
           end-if
           if missing-file-ok or missing-file-eof
               close missing-file
           end-if
           if listed-count > 200
               compute listed-count = listed-count - 200
               move listed-count to count-display
               move spaces to rptwrt-text
               string "    and " function trim(count-display leading)
                   " line(s) more"
                   delimited by size into rptwrt-text
               end-string
               call "rptwrt" using rptwrt-request
           end-if.
       end program histrecn.
