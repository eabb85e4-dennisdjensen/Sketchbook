      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Sudoku puzzle-file solver and validator - the
      *          trainees' third worked example after NAMESCOR and
      *          POKADJ, this one for backtracking over constraint
      *          tables. Reads a file of 9x9 puzzles (argument 1,
      *          default p096_sudoku.txt), each a header card
      *            Grid 01
      *          then nine rows of nine digits, 0 for a blank:
      *            003020600
      *          A grid is rejected to sudoku-rejects.out with its
      *          reason when it is malformed (a row not nine digits,
      *          fewer or more than nine rows, rows with no header)
      *          or when its givens already conflict (a digit twice
      *          in a row, column or box), or, after the search,
      *          when it has no solution. The rest are solved: each
      *          cell's row, column and box come from a rule table
      *          built once, three used-digit tables say what each
      *          unit already holds, and the blanks are filled by
      *          backtracking, fewest open digits first.
      *          Solved grids go to sudoku-solved.out in the input's
      *          own layout; the report through RPTWRT gives each
      *          solution's top-left three-digit number and their
      *          sum, and the sum goes to the shared ledger.
      * Tectonics: cobc -x sudoku.cob rptwrt.cob ledger.cob
      *            fileerr.cob
      ******************************************************************
       identification division.
       program-id. sudoku.
       environment division.
       input-output section.
       file-control.
           select puzzle-file
               assign to puzzle-filepath
               organization is line sequential
               file status is puzzle-file-status.
           select solved-file
               assign to "sudoku-solved.out"
               organization is line sequential
               file status is solved-file-status.
           select rejects-file
               assign to "sudoku-rejects.out"
               organization is line sequential
               file status is rejects-file-status.
      ******************************************************************
       data division.
       file section.
       fd  puzzle-file.
       01  puzzle-line            pic X(80).
       fd  solved-file.
       01  solved-line            pic X(80).
       fd  rejects-file.
       01  rejects-line           pic X(120).

       working-storage section.
       01  puzzle-file-status          pic XX.
           88  puzzle-file-ok          value "00".
           88  puzzle-file-eof         value "10".
       01  solved-file-status          pic XX.
           88  solved-file-ok          value "00".
       01  rejects-file-status         pic XX.
       01  puzzle-filepath             pic X(80).
       01  default-puzzle-filepath     pic X(80)
                                       value "p096_sudoku.txt".
       01  solved-filepath             pic X(80)
                                       value "sudoku-solved.out".
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
      * The grid being read: its header, its rows as they came, and
      * the first thing found wrong with it.
       01  grid-open                   pic X value "N".
           88  grid-is-open            value "Y".
       01  grid-header                 pic X(80).
       01  grid-row-count              pic 99 comp.
       01  grid-rows.
           05  grid-row-text           pic X(9) occurs 9 times.
       01  reject-reason               pic X(60).
       01  row-display                 pic 9.
       01  digit-display               pic 9.
      * The rule table: each cell's row, column and box.
       01  cell-rules.
           05  cell-rule occurs 81 times.
               10  rule-row            pic 9 comp.
               10  rule-col            pic 9 comp.
               10  rule-box            pic 9 comp.
       01  cell-index                  pic 99 comp.
      * The grid under solution and what each unit already holds.
       01  cell-values.
           05  cell-value              pic 9 occurs 81 times.
       01  used-tables.
           05  row-used-entry occurs 9 times.
               10  row-used            pic 9 comp occurs 9 times.
           05  col-used-entry occurs 9 times.
               10  col-used            pic 9 comp occurs 9 times.
           05  box-used-entry occurs 9 times.
               10  box-used            pic 9 comp occurs 9 times.
       01  unit-row                    pic 9 comp.
       01  unit-col                    pic 9 comp.
       01  unit-box                    pic 9 comp.
       01  digit-try                   pic 99 comp.
      * The blanks in search order, and the digit each holds now.
       01  blank-table.
           05  blank-entry occurs 81 times.
               10  blank-cell          pic 99 comp.
               10  blank-options       pic 99 comp.
               10  blank-digit         pic 99 comp.
       01  blank-count                 pic 99 comp.
       01  blank-scan                  pic 99 comp.
       01  blank-swap.
           05  filler                  pic 99 comp.
           05  filler                  pic 99 comp.
           05  filler                  pic 99 comp.
       01  search-level                pic 99 comp.
       01  digit-found                 pic X.
           88  digit-is-found          value "Y".
       01  placements                  pic 9(9) comp.
       01  grids-read                  pic 9(6) comp value zero.
       01  grids-solved                pic 9(6) comp value zero.
       01  grids-rejected              pic 9(6) comp value zero.
       01  top-left-number             pic 999.
       01  top-left-sum                pic 9(9) comp value zero.
       01  sum-display                 pic Z(8)9.
       01  count-display               pic Z(5)9.
       01  second-display              pic Z(5)9.
       01  placements-display          pic Z(8)9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           move spaces to puzzle-filepath
           display 1 upon argument-number
           accept puzzle-filepath from argument-value
           if puzzle-filepath = spaces
               move default-puzzle-filepath to puzzle-filepath
           end-if
           perform build-cell-rules
           open input puzzle-file
           if not puzzle-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "sudoku      " puzzle-filepath
                   fileerr-operation puzzle-file-status
                   file-error-severity
               if puzzle-file-status = "05"
                   close puzzle-file
               end-if
               move 16 to return-code
               stop run
           end-if
           open output solved-file
           if not solved-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "sudoku      " solved-filepath
                   fileerr-operation solved-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if
           open output rejects-file
           move "sudoku" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Sudoku solving of " function trim(puzzle-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "grid        top-left  placements" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform until puzzle-file-eof
               read puzzle-file
                   at end
                       continue
                   not at end
                       perform take-one-line
               end-read
           end-perform
           if grid-is-open
               perform close-the-grid
           end-if
           close puzzle-file
           close solved-file
           close rejects-file
           perform report-the-totals
           move spaces to ledger-answer-text
           move top-left-sum to sum-display
           move grids-solved to count-display
           string "sum=" function trim(sum-display leading)
               " solved=" function trim(count-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "sudoku      " ledger-answer-text
               ledger-start-time
           if grids-solved = zero
               move 16 to return-code
           else
               move zero to return-code
           end-if
           stop run.

      * Cell n (1-81, row by row) lies in row (n-1)/9 + 1, column
      * mod(n-1, 9) + 1 and the box numbered across then down.
       build-cell-rules.
           perform varying cell-index from 1 by 1
                   until cell-index > 81
               compute rule-row(cell-index) = (cell-index - 1) / 9 + 1
               compute rule-col(cell-index) =
                   function mod(cell-index - 1, 9) + 1
               compute unit-row = (rule-row(cell-index) - 1) / 3
               compute unit-col = (rule-col(cell-index) - 1) / 3
               compute rule-box(cell-index) =
                   unit-row * 3 + unit-col + 1
           end-perform.

      ******************************************************************
      * Reading and validating
      ******************************************************************
      * A header closes the grid before it and opens the next; a
      * digit row belongs to the open grid. Blank and comment cards
      * are passed over.
       take-one-line.
           inspect puzzle-line replacing all x"0D" by space
           if puzzle-line = spaces or puzzle-line(1:1) = "*"
               exit paragraph
           end-if
           if puzzle-line(1:5) = "Grid "
               if grid-is-open
                   perform close-the-grid
               end-if
               perform open-a-grid
               move puzzle-line to grid-header
               exit paragraph
           end-if
           if not grid-is-open
               perform open-a-grid
               move "(no header)" to grid-header
               move "digit rows with no Grid header" to reject-reason
           end-if
           if grid-row-count >= 9
               if reject-reason = spaces
                   move "more than nine rows" to reject-reason
               end-if
               exit paragraph
           end-if
           add 1 to grid-row-count
           move puzzle-line(1:9) to grid-row-text(grid-row-count)
           if reject-reason = spaces
               if puzzle-line(1:9) is not numeric
                       or puzzle-line(10:) not = spaces
                   move grid-row-count to row-display
                   string "row " row-display
                       " is not nine digits"
                       delimited by size into reject-reason
                   end-string
               end-if
           end-if.

       open-a-grid.
           set grid-is-open to true
           add 1 to grids-read
           move spaces to grid-header
           move zero to grid-row-count
           move spaces to grid-rows
           move spaces to reject-reason.

      * The grid is complete: check it, then solve it or reject it.
       close-the-grid.
           move "N" to grid-open
           if reject-reason = spaces and grid-row-count < 9
               move "fewer than nine rows" to reject-reason
           end-if
           if reject-reason = spaces
               perform load-the-givens
           end-if
           if reject-reason = spaces
               perform search-for-solution
           end-if
           if reject-reason not = spaces
               perform reject-the-grid
           else
               perform write-the-solution
           end-if.

      * The givens go into the used-digit tables one by one; a digit
      * already held by the cell's row, column or box is a conflict.
       load-the-givens.
           initialize used-tables
           move zero to blank-count
           perform varying cell-index from 1 by 1
                   until cell-index > 81
                       or reject-reason not = spaces
               move grid-row-text(rule-row(cell-index))
                   (rule-col(cell-index):1) to cell-value(cell-index)
               if cell-value(cell-index) = zero
                   add 1 to blank-count
                   move cell-index to blank-cell(blank-count)
               else
                   move cell-value(cell-index) to digit-try
                   perform check-given-conflict
                   if reject-reason = spaces
                       perform place-digit
                   end-if
               end-if
           end-perform.

       check-given-conflict.
           move rule-row(cell-index) to unit-row
           move rule-col(cell-index) to unit-col
           move rule-box(cell-index) to unit-box
           move digit-try to digit-display
           evaluate true
               when row-used(unit-row, digit-try) = 1
                   move unit-row to row-display
                   string "givens conflict: " digit-display
                       " twice in row " row-display
                       delimited by size into reject-reason
                   end-string
               when col-used(unit-col, digit-try) = 1
                   move unit-col to row-display
                   string "givens conflict: " digit-display
                       " twice in column " row-display
                       delimited by size into reject-reason
                   end-string
               when box-used(unit-box, digit-try) = 1
                   move unit-box to row-display
                   string "givens conflict: " digit-display
                       " twice in box " row-display
                       delimited by size into reject-reason
                   end-string
           end-evaluate.

      ******************************************************************
      * Backtracking search
      ******************************************************************
      * Each level, on first entry, takes whichever blank still
      * left has fewest digits open to it, so the search commits
      * where it has least choice. The level then tries the next
      * digit its units allow above the one it last tried; a level
      * with none left clears its cell and steps back.
       search-for-solution.
           move zero to placements
           move 1 to search-level
           if blank-count > zero
               perform choose-next-blank
           end-if
           perform until search-level = zero
                   or search-level > blank-count
               move blank-cell(search-level) to cell-index
               move rule-row(cell-index) to unit-row
               move rule-col(cell-index) to unit-col
               move rule-box(cell-index) to unit-box
               if blank-digit(search-level) > zero
                   move blank-digit(search-level) to digit-try
                   perform lift-digit
               end-if
               move "N" to digit-found
               compute digit-try = blank-digit(search-level) + 1
               perform until digit-try > 9 or digit-is-found
                   if row-used(unit-row, digit-try) = zero
                           and col-used(unit-col, digit-try) = zero
                           and box-used(unit-box, digit-try) = zero
                       set digit-is-found to true
                   else
                       add 1 to digit-try
                   end-if
               end-perform
               if digit-is-found
                   perform place-digit
                   add 1 to placements
                   move digit-try to blank-digit(search-level)
                   add 1 to search-level
                   if search-level <= blank-count
                       perform choose-next-blank
                   end-if
               else
                   move zero to blank-digit(search-level)
                   subtract 1 from search-level
               end-if
           end-perform
           if search-level = zero
               move "no solution" to reject-reason
           end-if.

      * Counts the open digits of every blank from this level on and
      * swaps the scarcest into this level's place.
       choose-next-blank.
           perform varying blank-scan from search-level by 1
                   until blank-scan > blank-count
               move blank-cell(blank-scan) to cell-index
               move rule-row(cell-index) to unit-row
               move rule-col(cell-index) to unit-col
               move rule-box(cell-index) to unit-box
               move zero to blank-options(blank-scan)
               perform varying digit-try from 1 by 1
                       until digit-try > 9
                   if row-used(unit-row, digit-try) = zero
                           and col-used(unit-col, digit-try) = zero
                           and box-used(unit-box, digit-try) = zero
                       add 1 to blank-options(blank-scan)
                   end-if
               end-perform
               if blank-options(blank-scan)
                       < blank-options(search-level)
                   move blank-entry(search-level) to blank-swap
                   move blank-entry(blank-scan)
                       to blank-entry(search-level)
                   move blank-swap to blank-entry(blank-scan)
               end-if
           end-perform
           move zero to blank-digit(search-level).

       place-digit.
           move digit-try to cell-value(cell-index)
           move 1 to row-used(rule-row(cell-index), digit-try)
           move 1 to col-used(rule-col(cell-index), digit-try)
           move 1 to box-used(rule-box(cell-index), digit-try).

       lift-digit.
           move zero to cell-value(cell-index)
           move zero to row-used(rule-row(cell-index), digit-try)
           move zero to col-used(rule-col(cell-index), digit-try)
           move zero to box-used(rule-box(cell-index), digit-try).

      ******************************************************************
      * Output
      ******************************************************************
       reject-the-grid.
           add 1 to grids-rejected
           move spaces to rejects-line
           string function trim(grid-header) " ("
               function trim(reject-reason) ")"
               delimited by size into rejects-line
           end-string
           write rejects-line.

       write-the-solution.
           add 1 to grids-solved
           move grid-header to solved-line
           perform write-one-solved-line
           perform varying unit-row from 1 by 1
                   until unit-row > 9
               move spaces to solved-line
               compute cell-index = (unit-row - 1) * 9 + 1
               move cell-values(cell-index:9) to solved-line(1:9)
               perform write-one-solved-line
           end-perform
           move cell-values(1:3) to top-left-number
           add top-left-number to top-left-sum
           move placements to placements-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move grid-header to rptwrt-text(1:10)
           move top-left-number to rptwrt-text(15:3)
           move placements-display to rptwrt-text(24:9)
           call "rptwrt" using rptwrt-request.

       write-one-solved-line.
           write solved-line
           if not solved-file-ok
               move "WRITE" to fileerr-operation
               call "fileerr" using "sudoku      " solved-filepath
                   fileerr-operation solved-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if.

       report-the-totals.
           move grids-solved to count-display
           move grids-rejected to second-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " grid(s) solved, "
               function trim(second-display leading)
               " rejected to sudoku-rejects.out"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move top-left-sum to sum-display
           move spaces to rptwrt-text
           string "sum of the top-left numbers "
               function trim(sum-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
       end program sudoku.
