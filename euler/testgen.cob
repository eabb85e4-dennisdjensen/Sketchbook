      *            SERIES  SIZE header/detail sections in the
      *                    p008_series.txt shape ("H name count"
      *                    then count "D <50 digits>" cards)
      *            SUDOKU  SIZE 9x9 puzzles in the p096_sudoku.txt
      *                    shape ("Grid nn" then nine digit rows,
      *                    0 for a blank), each cut from a solved
      *                    grid so the clean ones always solve
      *                    (sudoku's input)
      *          SEED drives a linear-congruential generator, so a
      *          run is exactly repeatable; ERRRATE is deliberate
      *          defects per 100 records, drawn round-robin from
      *          the kind's defect set (short lines, non-digits,
      *          unbalanced quotes, wrong row lengths, header
      *          counts that lie, missing rows, conflicting
      *          givens). Each defect is cataloged in
      *          <OUTFILE>.defects with its record number and kind,
      *          and <OUTFILE>.expected summarizes what a correct
      *          reader should conclude - how many good records,
      *          how many rejects of each kind - so the reject path
      *          is provable, not hoped for.
      * Tectonics: cobc -x testgen.cob
      * Modifications:
      *   15 Oct 2026 - SUDOKU kind: puzzle files for the sudoku job,
      *                 seeded with short rows, non-digits, missing
      *                 rows and givens that conflict.
      ******************************************************************
       identification division.
       program-id. testgen.
       01  detail-index                pic 9 comp.
       01  claimed-count               pic 99.
       01  section-display             pic 9(4).
      * SUDOKU: a solved grid, row by row, and the puzzle cut from
      * it; the digit relabelling and the row and column orders
      * that make each solved grid different.
       01  sudoku-solution             pic X(81).
       01  sudoku-puzzle               pic X(81).
       01  sudoku-relabel              pic X(9).
       01  sudoku-relabel-swap         pic X.
       01  sudoku-orders.
           05  sudoku-row-order        pic 9 comp occurs 9 times.
           05  sudoku-col-order        pic 9 comp occurs 9 times.
       01  sudoku-band                 pic 9 comp.
       01  sudoku-shift                pic 9 comp.
       01  sudoku-pattern              pic 99 comp.
       01  sudoku-cell                 pic 99 comp.
       01  sudoku-pick                 pic 99 comp.
       01  sudoku-header-short         pic 99.
      ******************************************************************
       procedure division.
       main-procedure.
                   perform generate-grid-file
               when "SERIES"
                   perform generate-series-file
               when "SUDOKU"
                   perform generate-sudoku-file
           end-evaluate
           close output-file
           close defects-file
           if kind-arg not = "BIGSUM" and kind-arg not = "NAMES"
                   and kind-arg not = "GRID"
                   and kind-arg not = "SERIES"
                   and kind-arg not = "SUDOKU"
                   or outfile-arg = spaces
               display "Usage: testgen BIGSUM|NAMES|GRID|SERIES|"
                   "SUDOKU outfile [size] [seed] [errrate]"
                   upon syserr
               move 16 to return-code
               stop run
               end-if
           end-perform.

      * One puzzle per record. The solved grid is the standard
      * pattern (row r, column c holds 3(r-1) + (r-1)/3 + (c-1),
      * mod 9) with its digits relabelled at random and the rows of
      * each band and columns of each stack rotated, so every grid
      * differs and every clean puzzle has its solution.
       generate-sudoku-file.
           perform varying series-section from 1 by 1
                   until series-section > record-target
               add 1 to records-written
               perform build-sudoku-solution
               perform cut-sudoku-puzzle
               move spaces to defect-kind
               perform decide-injection
               if inject-here = "Y"
                   add 1 to defect-cycle
                   evaluate function mod(defect-cycle, 4)
                       when 0
      * The first cell's digit given again beside it in row 1.
                           move sudoku-solution(1:1)
                               to sudoku-puzzle(1:1)
                           move sudoku-solution(1:1)
                               to sudoku-puzzle(2:1)
                           move "GIVENS-CONFLICT" to defect-kind
                       when 1
                           move "SHORT-ROW" to defect-kind
                       when 2
                           move "X" to sudoku-puzzle(22:1)
                           move "NON-DIGIT" to defect-kind
                       when other
                           move "MISSING-ROW" to defect-kind
                   end-evaluate
               end-if
               perform write-sudoku-puzzle
               if defect-kind not = spaces
                   perform tally-defect
               else
                   add 1 to good-records
               end-if
           end-perform.

       build-sudoku-solution.
           move "123456789" to sudoku-relabel
           perform varying grid-row from 9 by -1
                   until grid-row < 2
               perform next-random
               compute grid-col =
                   function mod(random-value, grid-row) + 1
               move sudoku-relabel(grid-row:1) to sudoku-relabel-swap
               move sudoku-relabel(grid-col:1)
                   to sudoku-relabel(grid-row:1)
               move sudoku-relabel-swap to sudoku-relabel(grid-col:1)
           end-perform
           perform varying sudoku-band from 0 by 1
                   until sudoku-band > 2
               perform next-random
               compute sudoku-shift = function mod(random-value, 3)
               perform varying grid-row from 1 by 1
                       until grid-row > 3
                   compute sudoku-row-order(sudoku-band * 3 + grid-row)
                       = sudoku-band * 3
                       + function mod(grid-row - 1 + sudoku-shift, 3)
                       + 1
               end-perform
               perform next-random
               compute sudoku-shift = function mod(random-value, 3)
               perform varying grid-col from 1 by 1
                       until grid-col > 3
                   compute sudoku-col-order(sudoku-band * 3 + grid-col)
                       = sudoku-band * 3
                       + function mod(grid-col - 1 + sudoku-shift, 3)
                       + 1
               end-perform
           end-perform
           perform varying grid-row from 1 by 1
                   until grid-row > 9
               perform varying grid-col from 1 by 1
                       until grid-col > 9
                   compute sudoku-band =
                       function integer-part(
                           (sudoku-row-order(grid-row) - 1) / 3)
                   compute sudoku-pattern = function mod(
                       (sudoku-row-order(grid-row) - 1) * 3
                       + sudoku-band
                       + sudoku-col-order(grid-col) - 1, 9) + 1
                   compute sudoku-cell = (grid-row - 1) * 9 + grid-col
                   move sudoku-relabel(sudoku-pattern:1)
                       to sudoku-solution(sudoku-cell:1)
               end-perform
           end-perform.

      * Roughly half the cells are blanked - enough givens left for
      * the solution to be found quickly, few enough to need search.
       cut-sudoku-puzzle.
           move sudoku-solution to sudoku-puzzle
           perform varying sudoku-cell from 1 by 1
                   until sudoku-cell > 81
               perform next-random
               compute sudoku-pick = function mod(random-value, 100)
               if sudoku-pick < 55
                   move "0" to sudoku-puzzle(sudoku-cell:1)
               end-if
           end-perform.

       write-sudoku-puzzle.
           move spaces to output-line
           if series-section < 100
               move series-section to sudoku-header-short
               string "Grid " sudoku-header-short
                   delimited by size into output-line
               end-string
           else
               move series-section to section-display
               string "Grid " section-display
                   delimited by size into output-line
               end-string
           end-if
           write output-line
           perform varying grid-row from 1 by 1
                   until grid-row > 9
               compute sudoku-cell = (grid-row - 1) * 9 + 1
               move spaces to output-line
               move sudoku-puzzle(sudoku-cell:9) to output-line(1:9)
      * A row one digit short, or the last row left out.
               if grid-row = 5 and defect-kind = "SHORT-ROW"
                   move space to output-line(9:1)
               end-if
               if grid-row < 9 or defect-kind not = "MISSING-ROW"
                   write output-line
               end-if
           end-perform.

       write-expected-outcome.
           open output expected-file
           move spaces to expected-line
