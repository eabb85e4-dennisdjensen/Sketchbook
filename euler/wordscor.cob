      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Coded-word triangle scoring - NAMESCOR's SORT with
      *          input and output procedures put to the analysts'
      *          words file. Reads a delimited file of words
      *          (argument 1, default p042_words.txt: words
      *          separated by commas, quoted or bare, one or many
      *          per line, a line as long as the file needs) and
      *          validates each word the NAMESCOR way (letters only
      *          - anything else goes to wordscor-rejects.out with a
      *          reason). The input procedure scores each good word
      *          by its letter values (A=1..Z=26, summed) and
      *          RELEASEs it; the output procedure RETURNs them by
      *          score, highest first and alphabetically within a
      *          score, lists them to wordscor-list.out, and tests
      *          each score for a triangle number exactly: s is
      *          triangular when 8s + 1 is an odd perfect square.
      *          The triangle-word count and the frequency table of
      *          scores are reported through RPTWRT and the count
      *          goes to the shared ledger.
      * Tectonics: cobc -x wordscor.cob rptwrt.cob ledger.cob
      *            fileerr.cob
      ******************************************************************
       identification division.
       program-id. wordscor.
       environment division.
       input-output section.
       file-control.
           select word-input-file
               assign to word-input-filepath
               organization is line sequential
               file status is word-input-status.
           select rejects-file
               assign to "wordscor-rejects.out"
               organization is line sequential
               file status is rejects-file-status.
           select listing-file
               assign to "wordscor-list.out"
               organization is line sequential
               file status is listing-file-status.
           select sort-work-file
               assign to "wordscor.srt".
      ******************************************************************
       data division.
       file section.
       fd  word-input-file.
       01  word-input-line        pic X(20000).
       fd  rejects-file.
       01  rejects-line           pic X(80).
       fd  listing-file.
       01  listing-line           pic X(80).
       sd  sort-work-file.
       01  sort-record.
           05  sort-score         pic 9(4).
           05  sort-word          pic X(30).

       working-storage section.
       01  word-input-status           pic XX.
           88  word-input-ok           value "00".
           88  word-input-eof          value "10".
       01  rejects-file-status         pic XX.
       01  listing-file-status         pic XX.
           88  listing-file-ok         value "00".
       01  word-input-filepath         pic X(80).
       01  default-input-filepath      pic X(80)
                                       value "p042_words.txt".
       01  listing-filepath            pic X(80)
                                       value "wordscor-list.out".
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
       01  line-pointer                pic 9(5) comp.
       01  word-token                  pic X(60).
       01  clean-word                  pic X(30).
       01  clean-length                pic 9(4) comp.
       01  char-index                  pic 9(4) comp.
       01  one-char                    pic X.
       01  word-is-good                pic X.
           88  word-passes             value "Y".
       01  words-released              pic 9(6) comp value zero.
       01  words-rejected              pic 9(6) comp value zero.
       01  words-returned              pic 9(6) comp value zero.
       01  letter-index                pic 99 comp.
       01  word-value                  pic 9(4) comp.
       01  letter-table                pic X(26)
           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * Thirty letters of Z at most: 780.
       01  score-counts.
           05  score-words             pic 9(6) comp
                                       occurs 780 times.
       01  score-index                 pic 9(4) comp.
       01  triangle-words              pic 9(6) comp value zero.
       01  isqrt-arg                   pic 9(9) comp.
       01  isqrt-root                  pic 9(9) comp.
       01  test-score                  pic 9(4) comp.
       01  triangle-verdict            pic X.
           88  score-is-triangle       value "Y".
       01  triangle-side               pic 9(4) comp.
       01  score-display               pic Z(3)9.
       01  count-display               pic Z(5)9.
       01  second-display              pic Z(5)9.
       01  side-display                pic Z(3)9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy rptreq.
       01  sort-input-done             pic X.
           88  sorted-words-done       value "Y".
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           move spaces to word-input-filepath
           display 1 upon argument-number
           accept word-input-filepath from argument-value
           if word-input-filepath = spaces
               move default-input-filepath to word-input-filepath
           end-if
           initialize score-counts
           sort sort-work-file
               on descending key sort-score
               on ascending key sort-word
               input procedure is feed-words-to-sort
               output procedure is list-sorted-words
           perform report-the-scores
           move spaces to ledger-answer-text
           move triangle-words to count-display
           move words-released to second-display
           string
               "triangle=" function trim(count-display leading)
               " words=" function trim(second-display leading)
               delimited by size
               into ledger-answer-text
           end-string
           call "ledger" using "wordscor    " ledger-answer-text
               ledger-start-time
           if words-released = zero
               move 16 to return-code
           else
               move zero to return-code
           end-if
           stop run.

      * Input procedure: every comma-separated token on every line,
      * quotes stripped, letters-only enforced; the good ones are
      * scored and RELEASEd to the sort, the rest land in the
      * rejects file with a reason, as NAMESCOR does.
       feed-words-to-sort.
           open input word-input-file
           if not word-input-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "wordscor    "
                   word-input-filepath fileerr-operation
                   word-input-status file-error-severity
               if word-input-status = "05"
                   close word-input-file
               end-if
               move 16 to return-code
               stop run
           end-if
           open output rejects-file
           perform until word-input-eof
               read word-input-file into word-input-line
                   at end
                       continue
                   not at end
                       perform release-words-on-line
               end-read
           end-perform
           close word-input-file
           close rejects-file.

      * The words file may hold every word on one line, so the
      * line is taken apart a token at a time rather than into a
      * fixed row of fields.
       release-words-on-line.
           move 1 to line-pointer
           perform until line-pointer > length of word-input-line
               if word-input-line(line-pointer:) = spaces
                   exit perform
               end-if
               move spaces to word-token
               unstring word-input-line delimited by ","
                   into word-token
                   with pointer line-pointer
               end-unstring
               if word-token not = spaces
                   perform release-one-word
               end-if
           end-perform.

       release-one-word.
           perform clean-and-check-word
           if word-passes
               perform score-clean-word
               move word-value to sort-score
               move clean-word to sort-word
               release sort-record
               add 1 to words-released
           else
               add 1 to words-rejected
               move spaces to rejects-line
               string "letters-only word expected: "
                   function trim(word-token)
                   delimited by size into rejects-line
               end-string
               write rejects-line
           end-if.

       clean-and-check-word.
           move "Y" to word-is-good
           move spaces to clean-word
           move zero to clean-length
           perform varying char-index from 1 by 1
                   until char-index > 60
               move word-token(char-index:1) to one-char
               evaluate true
                   when one-char = space or one-char = quote
                       continue
                   when one-char alphabetic-upper
                           and one-char not = space
                       if clean-length < 30
                           add 1 to clean-length
                           move one-char
                               to clean-word(clean-length:1)
                       end-if
                   when other
                       move "N" to word-is-good
               end-evaluate
           end-perform
           if clean-length = zero
               move "N" to word-is-good
           end-if.

       score-clean-word.
           move zero to word-value
           perform varying char-index from 1 by 1
                   until char-index > clean-length
               move clean-word(char-index:1) to one-char
               perform add-letter-value
           end-perform.

       add-letter-value.
           perform varying letter-index from 1 by 1
                   until letter-index > 26
               if letter-table(letter-index:1) = one-char
                   add letter-index to word-value
                   exit perform
               end-if
           end-perform.

      * Output procedure: the sorted order is the listing order.
       list-sorted-words.
           open output listing-file
           if not listing-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "wordscor    " listing-filepath
                   fileerr-operation listing-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if
           move "N" to sort-input-done
           perform until sorted-words-done
               return sort-work-file
                   at end
                       set sorted-words-done to true
                   not at end
                       perform list-one-word
               end-return
           end-perform
           close listing-file.

       list-one-word.
           add 1 to words-returned
           add 1 to score-words(sort-score)
           move sort-score to test-score
           perform test-triangularity
           move sort-score to score-display
           move spaces to listing-line
           move score-display to listing-line(1:4)
           if score-is-triangle
               add 1 to triangle-words
               move triangle-side to side-display
               move "T" to listing-line(6:1)
               move side-display to listing-line(8:4)
           end-if
           move sort-word to listing-line(13:30)
           write listing-line
           if listing-file-status not = "00"
               move "WRITE" to fileerr-operation
               call "fileerr" using "wordscor    " listing-filepath
                   fileerr-operation listing-file-status
                   file-error-severity
               move 16 to return-code
               stop run
           end-if.

      * s = n(n+1)/2 exactly when 8s + 1 = (2n+1)^2, so the score
      * is triangular when 8s + 1 has an exact integer root; the
      * root gives n.
       test-triangularity.
           move "N" to triangle-verdict
           compute isqrt-arg = 8 * test-score + 1
           perform integer-square-root
           if isqrt-root * isqrt-root = isqrt-arg
               set score-is-triangle to true
               compute triangle-side = (isqrt-root - 1) / 2
           end-if.

      * FUNCTION SQRT gives the neighbourhood; the root is then put
      * right by integer multiplication, so it is the exact floor
      * of the square root whatever the rounding.
       integer-square-root.
           compute isqrt-root = function integer-part(
               function sqrt(isqrt-arg))
           perform until isqrt-root * isqrt-root <= isqrt-arg
               subtract 1 from isqrt-root
           end-perform
           perform until (isqrt-root + 1) * (isqrt-root + 1)
                   > isqrt-arg
               add 1 to isqrt-root
           end-perform.

       report-the-scores.
           move "wordscor" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Coded-word triangle scoring of "
               function trim(word-input-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           move words-released to count-display
           move words-rejected to second-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " word(s) scored, "
               function trim(second-display leading)
               " rejected to wordscor-rejects.out"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "score  words  triangle" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform varying score-index from 1 by 1
                   until score-index > 780
               if score-words(score-index) > zero
                   perform report-one-score
               end-if
           end-perform
           move triangle-words to count-display
           move words-released to second-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " triangle word(s) of "
               function trim(second-display leading)
               ", listed by score in "
               function trim(listing-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

       report-one-score.
           move score-index to test-score
           perform test-triangularity
           move score-index to score-display
           move score-words(score-index) to count-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move score-display to rptwrt-text(2:4)
           move count-display to rptwrt-text(7:6)
           if score-is-triangle
               move triangle-side to side-display
               move "T" to rptwrt-text(15:1)
               move function trim(side-display leading)
                   to rptwrt-text(17:4)
           end-if
           call "rptwrt" using rptwrt-request.
       end program wordscor.
