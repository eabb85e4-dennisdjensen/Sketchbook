      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Roman-numeral normalizer for Legal's hand-typed
      *          numerals file (argument 1, default p089_roman.txt,
      *          one numeral per line). Each line is validated as a
      *          legal numeral, though not necessarily a minimal
      *          one:
      *            - only the symbols I V X L C D M;
      *            - symbols in descending order, except the six
      *              subtractive pairs IV IX XL XC CD CM, and after a
      *              pair nothing as large as its lesser symbol
      *              (XIV, never IXV);
      *            - V, L and D at most once each;
      *            - the smaller symbols never adding up to the X,
      *              C or M they stand below (VIIIII is not ten).
      *          Anything else goes to romnorm-rejects.out with the
      *          reason. Each legal numeral's value is written to
      *          romnorm-minimal.out in minimal form through
      *          SPELLNUM's Roman mode - IIIIII becomes VI - with
      *          the thousands above MMM written as a plain run of
      *          M ahead of the rest, since the module stops at
      *          3999. The report through RPTWRT totals the
      *          characters the minimal forms save, and the total
      *          goes to the shared ledger.
      * Tectonics: cobc -x romnorm.cob spellnum.cob rptwrt.cob
      *            ledger.cob fileerr.cob
      ******************************************************************
       identification division.
       program-id. romnorm.
       environment division.
       input-output section.
       file-control.
           select numeral-file
               assign to numeral-filepath
               organization is line sequential
               file status is numeral-file-status.
           select minimal-file
               assign to "romnorm-minimal.out"
               organization is line sequential
               file status is minimal-file-status.
           select rejects-file
               assign to "romnorm-rejects.out"
               organization is line sequential
               file status is rejects-file-status.
      ******************************************************************
       data division.
       file section.
       fd  numeral-file.
       01  numeral-line           pic X(80).
       fd  minimal-file.
       01  minimal-line           pic X(80).
       fd  rejects-file.
       01  rejects-line           pic X(120).

       working-storage section.
       01  numeral-file-status         pic XX.
           88  numeral-file-ok         value "00".
           88  numeral-file-eof        value "10".
       01  minimal-file-status         pic XX.
           88  minimal-file-ok         value "00".
       01  rejects-file-status         pic XX.
       01  numeral-filepath            pic X(80).
       01  default-numeral-filepath    pic X(80)
                                       value "p089_roman.txt".
       01  minimal-filepath            pic X(80)
                                       value "romnorm-minimal.out".
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
      * The seven symbols and their worth.
       01  symbol-letters              pic X(7) value "IVXLCDM".
       01  symbol-worths.
           05  symbol-worth-data       pic X(28) value
               "0001000500100050010005001000".
           05  symbol-worth redefines symbol-worth-data
                                       pic 9(4) occurs 7 times.
       01  symbol-index                pic 9 comp.
       01  lookup-char                 pic X.
       01  lookup-worth                pic 9(4) comp.
       01  numeral-text                pic X(80).
       01  numeral-length              pic 99 comp.
       01  scan-position               pic 99 comp.
       01  scan-char                   pic X.
       01  next-char                   pic X.
       01  char-worth                  pic 9(4) comp.
       01  next-worth                  pic 9(4) comp.
       01  token-worth                 pic 9(4) comp.
       01  token-width                 pic 9 comp.
       01  previous-worth              pic 9(4) comp.
       01  pair-ceiling                pic 9(4) comp.
       01  numeral-value               pic 9(6) comp.
       01  below-ten-sum               pic 9(6) comp.
       01  below-hundred-sum           pic 9(6) comp.
       01  below-thousand-sum          pic 9(6) comp.
       01  fives-count                 pic 99 comp.
       01  fifties-count               pic 99 comp.
       01  five-hundreds-count         pic 99 comp.
       01  reject-reason               pic X(60).
       01  minimal-text                pic X(80).
       01  minimal-length              pic 99 comp.
       01  minimal-pointer             pic 99 comp.
       01  thousands-run               pic 99 comp.
           copy spellreq.
       01  lines-read                  pic 9(6) comp value zero.
       01  numerals-good               pic 9(6) comp value zero.
       01  numerals-rejected           pic 9(6) comp value zero.
       01  numerals-minimal            pic 9(6) comp value zero.
       01  chars-before                pic 9(9) comp value zero.
       01  chars-after                 pic 9(9) comp value zero.
       01  chars-saved                 pic 9(9) comp value zero.
       01  line-display                pic 9(6).
       01  count-display               pic Z(8)9.
       01  second-display              pic Z(8)9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           move spaces to numeral-filepath
           display 1 upon argument-number
           accept numeral-filepath from argument-value
           if numeral-filepath = spaces
               move default-numeral-filepath to numeral-filepath
           end-if
           open input numeral-file
           if not numeral-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "romnorm     " numeral-filepath
                   fileerr-operation numeral-file-status
                   file-error-severity
               if numeral-file-status = "05"
                   close numeral-file
               end-if
               move 16 to return-code
               stop run
           end-if
           open output minimal-file
           if not minimal-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "romnorm     " minimal-filepath
                   fileerr-operation minimal-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if
           open output rejects-file
           perform until numeral-file-eof
               read numeral-file
                   at end
                       continue
                   not at end
                       perform take-one-numeral
               end-read
           end-perform
           close numeral-file
           close minimal-file
           close rejects-file
           perform report-the-savings
           move spaces to ledger-answer-text
           move chars-saved to count-display
           move numerals-good to second-display
           string "saved=" function trim(count-display leading)
               " numerals=" function trim(second-display leading)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "romnorm     " ledger-answer-text
               ledger-start-time
           if numerals-good = zero
               move 16 to return-code
           else
               move zero to return-code
           end-if
           stop run.

      * Blank and comment cards are passed over; every other line is
      * one numeral, validated, then rewritten minimal.
       take-one-numeral.
           add 1 to lines-read
           inspect numeral-line replacing all x"0D" by space
           if numeral-line = spaces or numeral-line(1:1) = "*"
               exit paragraph
           end-if
           move function trim(numeral-line) to numeral-text
           move function length(function trim(numeral-line))
               to numeral-length
           perform validate-the-numeral
           if reject-reason not = spaces
               perform reject-the-numeral
               exit paragraph
           end-if
           add 1 to numerals-good
           perform build-minimal-form
           move spaces to minimal-line
           move minimal-text to minimal-line
           write minimal-line
           if not minimal-file-ok
               move "WRITE" to fileerr-operation
               call "fileerr" using "romnorm     " minimal-filepath
                   fileerr-operation minimal-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if
           add numeral-length to chars-before
           add minimal-length to chars-after
           if minimal-length = numeral-length
               add 1 to numerals-minimal
           end-if.

      ******************************************************************
      * Validation
      ******************************************************************
      * The numeral is read a token at a time - a single symbol, or
      * a smaller symbol before a larger one when the two make one
      * of the six subtractive pairs - and each token is held to the
      * rules as it is taken, so the reason given is the first rule
      * the numeral breaks.
       validate-the-numeral.
           move spaces to reject-reason
           move zero to numeral-value
           move zero to below-ten-sum
           move zero to below-hundred-sum
           move zero to below-thousand-sum
           move zero to fives-count
           move zero to fifties-count
           move zero to five-hundreds-count
           move 9999 to previous-worth
           move 9999 to pair-ceiling
           move 1 to scan-position
           perform until scan-position > numeral-length
                   or reject-reason not = spaces
               perform take-one-token
           end-perform
           if reject-reason not = spaces
               exit paragraph
           end-if
           evaluate true
               when fives-count > 1
                   move "V used more than once" to reject-reason
               when fifties-count > 1
                   move "L used more than once" to reject-reason
               when five-hundreds-count > 1
                   move "D used more than once" to reject-reason
               when below-ten-sum > 9
                   move "symbols below X add up to X or more"
                       to reject-reason
               when below-hundred-sum > 99
                   move "symbols below C add up to C or more"
                       to reject-reason
               when below-thousand-sum > 999
                   move "symbols below M add up to M or more"
                       to reject-reason
           end-evaluate.

       take-one-token.
           move numeral-text(scan-position:1) to lookup-char
           perform find-symbol-worth
           move lookup-char to scan-char
           move lookup-worth to char-worth
           if char-worth = zero
               move spaces to reject-reason
               string "not a Roman numeral symbol: " scan-char
                   delimited by size into reject-reason
               end-string
               exit paragraph
           end-if
           move char-worth to token-worth
           move 1 to token-width
           if scan-position < numeral-length
               move numeral-text(scan-position + 1:1) to lookup-char
               perform find-symbol-worth
               move lookup-char to next-char
               move lookup-worth to next-worth
               if next-worth > char-worth
                   perform take-subtractive-pair
                   if reject-reason not = spaces
                       exit paragraph
                   end-if
               end-if
           end-if
           if token-worth > previous-worth
               move "symbols out of descending order"
                   to reject-reason
               exit paragraph
           end-if
           if token-worth >= pair-ceiling
               move "symbol after a subtractive pair too large"
                   to reject-reason
               exit paragraph
           end-if
           if token-width = 2
               move char-worth to pair-ceiling
           end-if
           move token-worth to previous-worth
           add token-worth to numeral-value
           evaluate true
               when token-worth < 10
                   add token-worth to below-ten-sum
                   add token-worth to below-hundred-sum
                   add token-worth to below-thousand-sum
               when token-worth < 100
                   add token-worth to below-hundred-sum
                   add token-worth to below-thousand-sum
               when token-worth < 1000
                   add token-worth to below-thousand-sum
           end-evaluate
           evaluate scan-char
               when "V"
                   add 1 to fives-count
               when "L"
                   add 1 to fifties-count
               when "D"
                   add 1 to five-hundreds-count
           end-evaluate
           if token-width = 2
               evaluate next-char
                   when "V"
                       add 1 to fives-count
                   when "L"
                       add 1 to fifties-count
                   when "D"
                       add 1 to five-hundreds-count
               end-evaluate
           end-if
           add token-width to scan-position.

      * Only I before V or X, X before L or C, and C before D or M
      * subtract; any other smaller symbol before a larger one is
      * out of order.
       take-subtractive-pair.
           if (scan-char = "I" and (next-char = "V" or "X"))
                   or (scan-char = "X" and (next-char = "L" or "C"))
                   or (scan-char = "C" and (next-char = "D" or "M"))
               compute token-worth = next-worth - char-worth
               move 2 to token-width
           else
               move spaces to reject-reason
               string scan-char " may not stand before " next-char
                   delimited by size into reject-reason
               end-string
           end-if.

       find-symbol-worth.
           move zero to lookup-worth
           perform varying symbol-index from 1 by 1
                   until symbol-index > 7
               if symbol-letters(symbol-index:1) = lookup-char
                   move symbol-worth(symbol-index) to lookup-worth
               end-if
           end-perform.

       reject-the-numeral.
           add 1 to numerals-rejected
           move lines-read to line-display
           move spaces to rejects-line
           string "line " line-display " ("
               function trim(reject-reason) "): "
               function trim(numeral-line)
               delimited by size into rejects-line
           end-string
           write rejects-line.

      ******************************************************************
      * Minimal form
      ******************************************************************
      * SPELLNUM renders up to MMMCMXCIX; above that the thousands
      * are a plain run of M and the module renders the rest.
       build-minimal-form.
           move spaces to minimal-text
           move 1 to minimal-pointer
           set spellnum-mode-roman to true
           move zero to spellnum-cents
           if numeral-value > 3999
               divide numeral-value by 1000 giving thousands-run
               perform thousands-run times
                   string "M" delimited by size
                       into minimal-text
                       with pointer minimal-pointer
                   end-string
               end-perform
               compute spellnum-value =
                   function mod(numeral-value, 1000)
           else
               move numeral-value to spellnum-value
           end-if
           if spellnum-value > zero
               call "spellnum" using spellnum-request
               string function trim(spellnum-text)
                   delimited by size
                   into minimal-text
                   with pointer minimal-pointer
               end-string
           end-if
           compute minimal-length = minimal-pointer - 1.

       report-the-savings.
           move "romnorm" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Roman numeral normalizing of "
               function trim(numeral-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "numerals                      count" to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           move "legal, written minimal" to rptwrt-text
           move numerals-good to count-display
           move count-display to rptwrt-text(27:9)
           call "rptwrt" using rptwrt-request
           move "already minimal" to rptwrt-text
           move numerals-minimal to count-display
           move count-display to rptwrt-text(27:9)
           call "rptwrt" using rptwrt-request
           move "rejected" to rptwrt-text
           move numerals-rejected to count-display
           move count-display to rptwrt-text(27:9)
           call "rptwrt" using rptwrt-request
           move "characters as typed" to rptwrt-text
           move chars-before to count-display
           move count-display to rptwrt-text(27:9)
           call "rptwrt" using rptwrt-request
           move "characters when minimal" to rptwrt-text
           move chars-after to count-display
           move count-display to rptwrt-text(27:9)
           call "rptwrt" using rptwrt-request
           compute chars-saved = chars-before - chars-after
           move chars-saved to count-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " character(s) saved, minimal forms in "
               function trim(minimal-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
       end program romnorm.
