      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Minimal path sum across a cost matrix, for the
      *          routing-cost tables operations research keeps (up
      *          to 80 by 80 cells). The matrix is a comma-delimited
      *          file, one row per line, named by FILE= in
      *          matpath.parm; every row must carry as many values
      *          as the first, and a row that does not - or holds a
      *          value that is not a number, or overruns 80 rows or
      *          columns - is written to matpath-rejects.out in
      *          euler018's style and the matrix abandoned with
      *          return code 16. MODE= picks the moves allowed:
      *            TWO    right and down only, top left to bottom
      *                   right (dynamic programming by rows)
      *            THREE  up, down and right, from any cell of the
      *                   left column to any cell of the right
      *                   (column by column, a pass down and a pass
      *                   back up)
      *            FOUR   all four directions, top left to bottom
      *                   right; a path may double back, so this is
      *                   a shortest-path search (Dijkstra over a
      *                   binary heap), not dynamic programming
      *          The minimal sum is reported through RPTWRT and to
      *          the shared ledger, and the winning path is written
      *          cell by cell to matpath-trace.out, as euler018 does
      *          with euler018-trace.out.
      * Tectonics: cobc -x matpath.cob paramrdr.cob rptwrt.cob
      *            ledger.cob fileerr.cob
      ******************************************************************
       identification division.
       program-id. matpath.
       environment division.
       input-output section.
       file-control.
           select optional matrix-input
               assign to matrix-filepath
               organization is line sequential
               file status is matrix-input-status.
           select rejects-file
               assign to "matpath-rejects.out"
               organization is line sequential.
           select trace-file
               assign to "matpath-trace.out"
               organization is line sequential.
      ******************************************************************
       data division.
       file section.
       fd  matrix-input.
       01  matrix-line                 pic X(2000).
       fd  rejects-file.
       01  rejects-line                pic X(150).
       fd  trace-file.
       01  trace-line                  pic X(150).

       working-storage section.
       01  matrix-filepath             pic X(80)
                                       value "matpath-sample.txt".
           copy filestat replacing ==:PREFIX:== by ==matrix-input==.
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
       01  param-filepath              pic X(80)
                                       value "matpath.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy rptreq.
       01  path-mode                   pic X(5) value "TWO".
           88  mode-two-way            value "TWO".
           88  mode-three-way          value "THREE".
           88  mode-four-way           value "FOUR".
       01  max-cells                   pic 99 comp value 80.
      * The matrix, its best sums so far, and for every cell the
      * cell the best path reached it from (row zero: a start).
       01  matrix-table.
           05  matrix-row              occurs 80 times.
               10  cell-cost           pic 9(7) comp occurs 80 times.
       01  path-table.
           05  path-row                occurs 80 times.
               10  path-sum            pic 9(12) comp occurs 80 times.
               10  pred-row            pic 99 comp occurs 80 times.
               10  pred-col            pic 99 comp occurs 80 times.
               10  cell-settled        pic X occurs 80 times.
       01  row-count                   pic 99 comp value zero.
       01  column-count                pic 99 comp value zero.
       01  row-columns                 pic 9(4) comp.
       01  line-length                 pic 9(4) comp.
       01  parse-pointer               pic 9(4) comp.
       01  cell-text                   pic X(20).
       01  row-index                   pic 99 comp.
       01  col-index                   pic 99 comp.
       01  matrix-aborted              pic X value "N".
           88  is-matrix-aborted       value "Y".
       01  reject-reason               pic X(60).
       01  line-num                    pic 9(4) value zero.
       01  found-display               pic 9(4).
       01  expected-display            pic 9(4).
       01  minimal-sum                 pic 9(12) comp value zero.
       01  end-row                     pic 99 comp.
       01  end-col                     pic 99 comp.
       01  trial-sum                   pic 9(12) comp.
      * Dijkstra's frontier: a binary heap of (sum, row, column),
      * smallest sum on top. A cell may sit in it more than once;
      * the stale entries are passed over when they surface.
       01  heap-table.
           05  heap-entry              occurs 25600 times.
               10  heap-sum            pic 9(12) comp.
               10  heap-row            pic 99 comp.
               10  heap-col            pic 99 comp.
       01  heap-size                   pic 9(5) comp value zero.
       01  heap-slot                   pic 9(5) comp.
       01  heap-parent                 pic 9(5) comp.
       01  heap-child                  pic 9(5) comp.
       01  heap-swap                   pic X(16).
       01  heap-moving                 pic X.
           88  heap-still-moving       value "Y".
       01  push-sum                    pic 9(12) comp.
       01  push-row                    pic 99 comp.
       01  push-col                    pic 99 comp.
       01  top-row                     pic 99 comp.
       01  top-col                     pic 99 comp.
       01  direction                   pic 9 comp.
       01  next-row                    pic 99 comp.
       01  next-col                    pic 99 comp.
      * The traced path, end first as the predecessors give it.
       01  trace-table.
           05  trace-cell              occurs 6400 times.
               10  trace-row           pic 99 comp.
               10  trace-col           pic 99 comp.
       01  trace-length                pic 9(4) comp.
       01  trace-index                 pic 9(4) comp.
       01  back-row                    pic 99 comp.
       01  back-col                    pic 99 comp.
       01  step-display                pic Z(3)9.
       01  row-display                 pic Z9.
       01  col-display                 pic Z9.
       01  cost-display                pic Z(6)9.
       01  sum-display                 pic Z(11)9.
       01  size-display-1              pic Z9.
       01  size-display-2              pic Z9.
       01  final-return-code           pic 9(3) comp value zero.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           open output rejects-file
           open output trace-file
           perform load-the-matrix
           if final-return-code = zero
               evaluate true
                   when mode-two-way
                       perform solve-two-way
                   when mode-three-way
                       perform solve-three-way
                   when other
                       perform solve-four-way
               end-evaluate
               perform trace-winning-path
               perform report-the-path
           end-if
           close rejects-file
           close trace-file
           move spaces to ledger-answer-text
           if final-return-code = zero
               move minimal-sum to sum-display
               string "sum=" function trim(sum-display leading)
                   " mode=" function trim(path-mode)
                   delimited by size into ledger-answer-text
               end-string
           else
               string "rejected mode=" function trim(path-mode)
                   delimited by size into ledger-answer-text
               end-string
           end-if
           call "ledger" using "matpath     " ledger-answer-text
               ledger-start-time
           move final-return-code to return-code
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using matpath-sample.txt two-way"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "FILE"
                       move param-value to matrix-filepath
                   when "MODE"
                       move function upper-case(param-value)
                           to path-mode
                   when other
                       display "Unknown matpath.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
           if not mode-two-way and not mode-three-way
                   and not mode-four-way
               display "MODE must be TWO, THREE or FOUR, using TWO"
                   upon syserr
               set mode-two-way to true
           end-if.

      ******************************************************************
      * Loading and validation
      ******************************************************************
       load-the-matrix.
           display "File: " function trim(matrix-filepath)
               ", mode " path-mode
           open input matrix-input
           if not matrix-input-status-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "matpath     " matrix-filepath
                   fileerr-operation matrix-input-status
                   file-error-severity
               move 16 to final-return-code
               exit paragraph
           end-if
           perform until matrix-input-status-eof
                   or is-matrix-aborted
               read matrix-input
                   at end
                       continue
                   not at end
                       add 1 to line-num
                       if matrix-line not = spaces
                           perform load-one-row
                       end-if
               end-read
           end-perform
           close matrix-input
           if row-count = zero and not is-matrix-aborted
               move "no rows" to reject-reason
               perform reject-the-matrix
           end-if.

      * Every row must carry the first row's count of values, each
      * a number; anything else means the file is malformed, so
      * the matrix is abandoned rather than routed over garbage.
       load-one-row.
           if row-count >= max-cells
               move "more than 80 rows" to reject-reason
               perform reject-the-matrix
               exit paragraph
           end-if
           add 1 to row-count
           move zero to row-columns
           move 1 to parse-pointer
           compute line-length = function length(
               function trim(matrix-line trailing))
           perform until parse-pointer > line-length
                   or is-matrix-aborted
               move spaces to cell-text
               unstring matrix-line delimited by ","
                   into cell-text
                   with pointer parse-pointer
               end-unstring
               add 1 to row-columns
               if row-columns > max-cells
                   move "more than 80 values" to reject-reason
                   perform reject-the-matrix
               else
                   if cell-text = spaces
                           or function test-numval(cell-text) not = 0
                       move row-columns to found-display
                       move spaces to reject-reason
                       string "value " found-display
                           " is not a number"
                           delimited by size into reject-reason
                       end-string
                       perform reject-the-matrix
                   else
                       move function numval(cell-text)
                           to cell-cost(row-count, row-columns)
                   end-if
               end-if
           end-perform
           if is-matrix-aborted
               exit paragraph
           end-if
           if row-count = 1
               move row-columns to column-count
           end-if
           if row-columns not = column-count
               move column-count to expected-display
               move row-columns to found-display
               move spaces to reject-reason
               string "expected " expected-display
                   " values, found " found-display
                   delimited by size into reject-reason
               end-string
               perform reject-the-matrix
           end-if.

       reject-the-matrix.
           set is-matrix-aborted to true
           move 16 to final-return-code
           display "Row " line-num " of "
               function trim(matrix-filepath) " rejected: "
               function trim(reject-reason)
           move spaces to rejects-line
           string
               function trim(matrix-filepath) delimited by size
               " row "                        delimited by size
               line-num                       delimited by size
               ": "                           delimited by size
               function trim(reject-reason)   delimited by size
               into rejects-line
           end-string
           write rejects-line.

      ******************************************************************
      * Right and down
      ******************************************************************
      * Each cell is reached from above or from the left, whichever
      * sum is the smaller.
       solve-two-way.
           perform varying row-index from 1 by 1
                   until row-index > row-count
               perform varying col-index from 1 by 1
                       until col-index > column-count
                   move zero to pred-row(row-index, col-index)
                   move zero to pred-col(row-index, col-index)
                   move cell-cost(row-index, col-index)
                       to path-sum(row-index, col-index)
                   evaluate true
                       when row-index = 1 and col-index = 1
                           continue
                       when row-index = 1
                           perform reach-from-left
                       when col-index = 1
                           perform reach-from-above
                       when path-sum(row-index - 1, col-index)
                               <= path-sum(row-index, col-index - 1)
                           perform reach-from-above
                       when other
                           perform reach-from-left
                   end-evaluate
               end-perform
           end-perform
           move row-count to end-row
           move column-count to end-col
           move path-sum(end-row, end-col) to minimal-sum.

       reach-from-left.
           add path-sum(row-index, col-index - 1)
               to path-sum(row-index, col-index)
           move row-index to pred-row(row-index, col-index)
           compute pred-col(row-index, col-index) = col-index - 1.

       reach-from-above.
           add path-sum(row-index - 1, col-index)
               to path-sum(row-index, col-index)
           compute pred-row(row-index, col-index) = row-index - 1
           move col-index to pred-col(row-index, col-index).

      ******************************************************************
      * Up, down and right
      ******************************************************************
      * Column by column: every cell first takes the path in from
      * its left, then a pass down lets a cell improve on the one
      * above it, and a pass back up on the one below. Only a
      * strictly smaller sum moves a cell, so no two cells can ever
      * name each other as the way in.
       solve-three-way.
           perform varying row-index from 1 by 1
                   until row-index > row-count
               move cell-cost(row-index, 1) to path-sum(row-index, 1)
               move zero to pred-row(row-index, 1)
               move zero to pred-col(row-index, 1)
           end-perform
           perform varying col-index from 2 by 1
                   until col-index > column-count
               perform varying row-index from 1 by 1
                       until row-index > row-count
                   move cell-cost(row-index, col-index)
                       to path-sum(row-index, col-index)
                   perform reach-from-left
               end-perform
               perform varying row-index from 2 by 1
                       until row-index > row-count
                   compute trial-sum =
                       path-sum(row-index - 1, col-index)
                       + cell-cost(row-index, col-index)
                   if trial-sum < path-sum(row-index, col-index)
                       move trial-sum
                           to path-sum(row-index, col-index)
                       compute pred-row(row-index, col-index) =
                           row-index - 1
                       move col-index
                           to pred-col(row-index, col-index)
                   end-if
               end-perform
               perform varying row-index from row-count by -1
                       until row-index < 2
                   compute trial-sum =
                       path-sum(row-index, col-index)
                       + cell-cost(row-index - 1, col-index)
                   if trial-sum < path-sum(row-index - 1, col-index)
                       move trial-sum
                           to path-sum(row-index - 1, col-index)
                       move row-index
                           to pred-row(row-index - 1, col-index)
                       move col-index
                           to pred-col(row-index - 1, col-index)
                   end-if
               end-perform
           end-perform
           move column-count to end-col
           move 1 to end-row
           perform varying row-index from 2 by 1
                   until row-index > row-count
               if path-sum(row-index, end-col)
                       < path-sum(end-row, end-col)
                   move row-index to end-row
               end-if
           end-perform
           move path-sum(end-row, end-col) to minimal-sum.

      ******************************************************************
      * All four directions
      ******************************************************************
      * Dijkstra: the cheapest unsettled cell on the frontier is
      * settled, and each unsettled neighbour it reaches more
      * cheaply is pushed with the new sum. Costs are never
      * negative, so a settled sum is final.
       solve-four-way.
           perform varying row-index from 1 by 1
                   until row-index > row-count
               perform varying col-index from 1 by 1
                       until col-index > column-count
                   move 999999999999 to path-sum(row-index, col-index)
                   move zero to pred-row(row-index, col-index)
                   move zero to pred-col(row-index, col-index)
                   move "N" to cell-settled(row-index, col-index)
               end-perform
           end-perform
           move cell-cost(1, 1) to path-sum(1, 1)
           move zero to heap-size
           move path-sum(1, 1) to push-sum
           move 1 to push-row
           move 1 to push-col
           perform push-onto-heap
           perform until heap-size = zero
                   or cell-settled(row-count, column-count) = "Y"
               perform pop-from-heap
               if cell-settled(top-row, top-col) = "N"
                   move "Y" to cell-settled(top-row, top-col)
                   perform varying direction from 1 by 1
                           until direction > 4
                       perform relax-one-neighbour
                   end-perform
               end-if
           end-perform
           move row-count to end-row
           move column-count to end-col
           move path-sum(end-row, end-col) to minimal-sum.

      * Directions 1 to 4: up, down, left, right.
       relax-one-neighbour.
           move top-row to next-row
           move top-col to next-col
           evaluate direction
               when 1
                   if top-row = 1
                       exit paragraph
                   end-if
                   subtract 1 from next-row
               when 2
                   if top-row = row-count
                       exit paragraph
                   end-if
                   add 1 to next-row
               when 3
                   if top-col = 1
                       exit paragraph
                   end-if
                   subtract 1 from next-col
               when other
                   if top-col = column-count
                       exit paragraph
                   end-if
                   add 1 to next-col
           end-evaluate
           if cell-settled(next-row, next-col) = "Y"
               exit paragraph
           end-if
           compute trial-sum = path-sum(top-row, top-col)
               + cell-cost(next-row, next-col)
           if trial-sum < path-sum(next-row, next-col)
               move trial-sum to path-sum(next-row, next-col)
               move top-row to pred-row(next-row, next-col)
               move top-col to pred-col(next-row, next-col)
               move trial-sum to push-sum
               move next-row to push-row
               move next-col to push-col
               perform push-onto-heap
           end-if.

       push-onto-heap.
           add 1 to heap-size
           move heap-size to heap-slot
           move push-sum to heap-sum(heap-slot)
           move push-row to heap-row(heap-slot)
           move push-col to heap-col(heap-slot)
           move "Y" to heap-moving
           perform until heap-slot = 1 or not heap-still-moving
               divide heap-slot by 2 giving heap-parent
               if heap-sum(heap-parent) > heap-sum(heap-slot)
                   move heap-entry(heap-parent) to heap-swap
                   move heap-entry(heap-slot)
                       to heap-entry(heap-parent)
                   move heap-swap to heap-entry(heap-slot)
                   move heap-parent to heap-slot
               else
                   move "N" to heap-moving
               end-if
           end-perform.

       pop-from-heap.
           move heap-row(1) to top-row
           move heap-col(1) to top-col
           move heap-entry(heap-size) to heap-entry(1)
           subtract 1 from heap-size
           move 1 to heap-slot
           move "Y" to heap-moving
           perform until not heap-still-moving
               compute heap-child = heap-slot * 2
               if heap-child > heap-size
                   move "N" to heap-moving
               else
                   if heap-child < heap-size
                           and heap-sum(heap-child + 1)
                               < heap-sum(heap-child)
                       add 1 to heap-child
                   end-if
                   if heap-sum(heap-child) < heap-sum(heap-slot)
                       move heap-entry(heap-child) to heap-swap
                       move heap-entry(heap-slot)
                           to heap-entry(heap-child)
                       move heap-swap to heap-entry(heap-slot)
                       move heap-child to heap-slot
                   else
                       move "N" to heap-moving
                   end-if
               end-if
           end-perform.

      ******************************************************************
      * Trace and report
      ******************************************************************
      * Back from the end cell through the recorded predecessors to
      * the start, then written out start first.
       trace-winning-path.
           move zero to trace-length
           move end-row to back-row
           move end-col to back-col
           perform until back-row = zero
               add 1 to trace-length
               move back-row to trace-row(trace-length)
               move back-col to trace-col(trace-length)
               move pred-row(trace-row(trace-length),
                   trace-col(trace-length)) to back-row
               move pred-col(trace-row(trace-length),
                   trace-col(trace-length)) to back-col
           end-perform
           move spaces to trace-line
           string "Path for " function trim(matrix-filepath)
               " (" function trim(path-mode) ")"
               delimited by size into trace-line
           end-string
           write trace-line
           perform varying trace-index from trace-length by -1
                   until trace-index < 1
               compute step-display = trace-length - trace-index + 1
               move trace-row(trace-index) to row-display
               move trace-col(trace-index) to col-display
               move cell-cost(trace-row(trace-index),
                   trace-col(trace-index)) to cost-display
               move spaces to trace-line
               string "  step " step-display ": row " row-display
                   " col " col-display " cost " cost-display
                   delimited by size into trace-line
               end-string
               write trace-line
           end-perform
           move minimal-sum to sum-display
           move spaces to trace-line
           string "  minimal sum " function trim(sum-display leading)
               delimited by size into trace-line
           end-string
           write trace-line.

       report-the-path.
           display "Matrix " row-count " by " column-count
               ", minimal " function trim(path-mode)
               "-way path sum " minimal-sum
           move "matpath" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Minimal path sum through "
               function trim(matrix-filepath) ", "
               function trim(path-mode) "-way"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move row-count to size-display-1
           move column-count to size-display-2
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "matrix "
               function trim(size-display-1 leading) " by "
               function trim(size-display-2 leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move trace-length to step-display
           move trace-row(trace-length) to row-display
           move trace-col(trace-length) to col-display
           move trace-row(1) to size-display-1
           move trace-col(1) to size-display-2
           move spaces to rptwrt-text
           string "path of " function trim(step-display leading)
               " cells from row " function trim(row-display leading)
               " col " function trim(col-display leading)
               " to row " function trim(size-display-1 leading)
               " col " function trim(size-display-2 leading)
               ", traced in matpath-trace.out"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move minimal-sum to sum-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string "minimal path sum "
               function trim(sum-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
       end program matpath.
