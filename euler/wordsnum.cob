      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Callable words-to-number parser, SPELLNUM the other
      *          way round - for the amounts in words on incoming
      *          cheques and remittances, which accounts otherwise
      *          key and check against the figures by eye. Takes
      *          British, American or Danish wording within the
      *          conventions SPELLNUM produces (to the billions,
      *          999,999,999,999), plain or as a cheque line ending
      *          "and NN/100" ("og NN/100" in Danish), and returns
      *          the value and the minor units. Case, hyphens and
      *          stray commas are forgiven; grammar is not - a word
      *          out of place, an "and" in American wording, a scale
      *          word out of order or a Danish "millioner" after
      *          "en" makes the wording unparseable, with the reason,
      *          because an amount that does not read cleanly is
      *          exactly what the check is for. See wordsreq.cpy for
      *          the request area.
      * Tectonics: cobc -m wordsnum.cob
      ******************************************************************
       identification division.
       program-id. wordsnum.
      ******************************************************************
       data division.
       working-storage section.
       01  scores.
           05  score-data              pic X(171) value
                                                     "one      " &
                                                     "two      " &
                                                     "three    " &
                                                     "four     " &
                                                     "five     " &
                                                     "six      " &
                                                     "seven    " &
                                                     "eight    " &
                                                     "nine     " &
                                                     "ten      " &
                                                     "eleven   " &
                                                     "twelve   " &
                                                     "thirteen " &
                                                     "fourteen " &
                                                     "fifteen  " &
                                                     "sixteen  " &
                                                     "seventeen" &
                                                     "eighteen " &
                                                     "nineteen ".
           05  score redefines score-data pic X(9) occurs 19 times.
       01  dekas.
           05  deka-data               pic X(63) value
                                                     "       " &
                                                     "twenty " &
                                                     "thirty " &
                                                     "forty  " &
                                                     "fifty  " &
                                                     "sixty  " &
                                                     "seventy" &
                                                     "eighty " &
                                                     "ninety ".
           05  deka redefines deka-data pic X(7) occurs 9 times.
       01  danish-scores.
           05  danish-score-data       pic X(133) value
                                                     "en     " &
                                                     "to     " &
                                                     "tre    " &
                                                     "fire   " &
                                                     "fem    " &
                                                     "seks   " &
                                                     "syv    " &
                                                     "otte   " &
                                                     "ni     " &
                                                     "ti     " &
                                                     "elleve " &
                                                     "tolv   " &
                                                     "tretten" &
                                                     "fjorten" &
                                                     "femten " &
                                                     "seksten" &
                                                     "sytten " &
                                                     "atten  " &
                                                     "nitten ".
           05  danish-score redefines danish-score-data
                                       pic X(7) occurs 19 times.
       01  danish-dekas.
           05  danish-deka-data        pic X(90) value
                                                  "          " &
                                                  "tyve      " &
                                                  "tredive   " &
                                                  "fyrre     " &
                                                  "halvtreds " &
                                                  "tres      " &
                                                  "halvfjerds" &
                                                  "firs      " &
                                                  "halvfems  ".
           05  danish-deka redefines danish-deka-data
                                       pic X(10) occurs 9 times.
       01  work-text                   pic X(200).
       01  token-table.
           05  token                   pic X(20) occurs 60 times.
       01  token-count                 pic 99 comp.
       01  token-index                 pic 99 comp.
       01  scan-pointer                pic 9(4) comp.
       01  one-token                   pic X(20).
       01  word-index                  pic 99 comp.
       01  char-index                  pic 99 comp.
       01  compound-units              pic X(20).
       01  compound-tens               pic X(20).
       01  units-worth                 pic 99 comp.
      * What the current word is, and what it is worth.
       01  word-kind                   pic X.
           88  word-is-ones            value "O".
           88  word-is-teen            value "T".
           88  word-is-deka            value "D".
           88  word-is-compound        value "C".
           88  word-is-hundred         value "H".
           88  word-is-scale           value "S".
           88  word-is-joiner          value "J".
           88  word-is-zero            value "Z".
           88  word-is-unknown         value " ".
       01  word-worth                  pic 9(12) comp.
      * Danish scale words agree with their count: "1" the singular
      * (million, milliard) wanting a count of one, "M" the plural
      * wanting more; "tusind" and the English scales never change.
       01  scale-form                  pic X.
           88  scale-is-singular       value "1".
           88  scale-is-plural         value "M".
      * The group under construction: 0 nothing yet, 1 a count that
      * may take "hundred", 2 after "hundred", 3 after a deka that
      * may take its units, 4 closed to everything but a scale.
       01  group-stage                 pic 9.
       01  group-value                 pic 9(4) comp.
       01  total-value                 pic 9(12) comp.
       01  last-scale                  pic 9(13) comp.
       01  joiner-pending              pic X.
           88  joiner-is-pending       value "Y".

       linkage section.
           copy wordsreq.
      ******************************************************************
       procedure division using wordsnum-request.
       parse-the-wording.
           move zero to wordsnum-value
           move zero to wordsnum-cents
           move "N" to wordsnum-cents-given
           set wordsnum-ok to true
           move spaces to wordsnum-reason
           move function lower-case(wordsnum-text) to work-text
           inspect work-text replacing all "-" by space
                                       all "," by space
           perform split-into-tokens
           if wordsnum-ok and token-count = zero
               move "no words to parse" to wordsnum-reason
               set wordsnum-unparseable to true
           end-if
           if wordsnum-ok
               perform take-cents-tail
           end-if
           if wordsnum-ok
               perform parse-the-tokens
           end-if
           goback.

       split-into-tokens.
           move zero to token-count
           move 1 to scan-pointer
           perform until scan-pointer > length of work-text
                   or not wordsnum-ok
               if work-text(scan-pointer:) = spaces
                   exit perform
               end-if
               move spaces to one-token
               unstring work-text delimited by all spaces
                   into one-token
                   with pointer scan-pointer
               end-unstring
               if one-token not = spaces
                   if token-count >= 60
                       move "more than 60 words" to wordsnum-reason
                       set wordsnum-unparseable to true
                   else
                       add 1 to token-count
                       move one-token to token(token-count)
                   end-if
               end-if
           end-perform.

      * A cheque line ends "and NN/100" ("og NN/100"); the minor
      * units and their joiner come off the end before the words
      * are parsed.
       take-cents-tail.
           move token(token-count) to one-token
           move zero to char-index
           inspect one-token tallying char-index for all "/"
           if char-index = zero
               exit paragraph
           end-if
           if one-token(1:2) is not numeric
                   or one-token(3:4) not = "/100"
                   or one-token(7:) not = spaces
               move "minor units must read NN/100"
                   to wordsnum-reason
               set wordsnum-unparseable to true
               exit paragraph
           end-if
           move one-token(1:2) to wordsnum-cents
           set wordsnum-has-cents to true
           subtract 1 from token-count
           if token-count = zero
               move "NN/100 with no amount before it"
                   to wordsnum-reason
               set wordsnum-unparseable to true
               exit paragraph
           end-if
           if (wordsnum-style-danish and token(token-count) = "og")
                   or (not wordsnum-style-danish
                       and token(token-count) = "and")
               subtract 1 from token-count
           else
               if wordsnum-style-danish
                   move "NN/100 must follow og" to wordsnum-reason
               else
                   move "NN/100 must follow and" to wordsnum-reason
               end-if
               set wordsnum-unparseable to true
           end-if.

       parse-the-tokens.
           if token-count = zero
               move "no amount before the minor units"
                   to wordsnum-reason
               set wordsnum-unparseable to true
               exit paragraph
           end-if
           if token-count = 1
               move token(1) to one-token
               perform classify-the-word
               if word-is-zero
                   move zero to wordsnum-value
                   exit paragraph
               end-if
           end-if
           move zero to total-value
           move zero to group-value
           move zero to group-stage
           move 1000000000000 to last-scale
           move "N" to joiner-pending
           perform varying token-index from 1 by 1
                   until token-index > token-count
                       or not wordsnum-ok
               move token(token-index) to one-token
               perform classify-the-word
               perform apply-the-word
           end-perform
           if not wordsnum-ok
               exit paragraph
           end-if
           if group-stage = zero and total-value = zero
               move "no number in the wording" to wordsnum-reason
               set wordsnum-unparseable to true
               exit paragraph
           end-if
           compute wordsnum-value = total-value + group-value.

      ******************************************************************
      * The vocabularies
      ******************************************************************
       classify-the-word.
           move space to word-kind
           move space to scale-form
           move zero to word-worth
           if wordsnum-style-danish
               perform classify-danish-word
           else
               perform classify-english-word
           end-if.

       classify-english-word.
           perform varying word-index from 1 by 1
                   until word-index > 19
               if score(word-index) = one-token
                   move word-index to word-worth
                   if word-index < 10
                       set word-is-ones to true
                   else
                       set word-is-teen to true
                   end-if
                   exit paragraph
               end-if
           end-perform
           perform varying word-index from 2 by 1
                   until word-index > 9
               if deka(word-index) = one-token
                   compute word-worth = word-index * 10
                   set word-is-deka to true
                   exit paragraph
               end-if
           end-perform
           evaluate one-token
               when "hundred"
                   set word-is-hundred to true
               when "thousand"
                   set word-is-scale to true
                   move 1000 to word-worth
               when "million"
                   set word-is-scale to true
                   move 1000000 to word-worth
               when "billion"
                   set word-is-scale to true
                   move 1000000000 to word-worth
               when "and"
                   set word-is-joiner to true
               when "zero"
                   set word-is-zero to true
           end-evaluate.

      * Danish has "et" for one before hundrede and tusind, scale
      * words that agree with their count, and the tens written
      * units first in one word: "syvogtyve" is seven-and-twenty.
       classify-danish-word.
           perform varying word-index from 1 by 1
                   until word-index > 19
               if danish-score(word-index) = one-token
                   move word-index to word-worth
                   if word-index < 10
                       set word-is-ones to true
                   else
                       set word-is-teen to true
                   end-if
                   exit paragraph
               end-if
           end-perform
           perform varying word-index from 2 by 1
                   until word-index > 9
               if danish-deka(word-index) = one-token
                   compute word-worth = word-index * 10
                   set word-is-deka to true
                   exit paragraph
               end-if
           end-perform
           evaluate one-token
               when "et"
                   set word-is-ones to true
                   move 1 to word-worth
               when "hundrede"
                   set word-is-hundred to true
               when "tusind"
                   set word-is-scale to true
                   move 1000 to word-worth
               when "million"
                   set word-is-scale to true
                   set scale-is-singular to true
                   move 1000000 to word-worth
               when "millioner"
                   set word-is-scale to true
                   set scale-is-plural to true
                   move 1000000 to word-worth
               when "milliard"
                   set word-is-scale to true
                   set scale-is-singular to true
                   move 1000000000 to word-worth
               when "milliarder"
                   set word-is-scale to true
                   set scale-is-plural to true
                   move 1000000000 to word-worth
               when "og"
                   set word-is-joiner to true
               when "nul"
                   set word-is-zero to true
               when other
                   perform classify-danish-compound
           end-evaluate.

       classify-danish-compound.
           perform varying char-index from 2 by 1
                   until char-index > 18
               if one-token(char-index:2) = "og"
                   exit perform
               end-if
           end-perform
           if char-index > 18
               exit paragraph
           end-if
           move spaces to compound-units
           move spaces to compound-tens
           move one-token(1:char-index - 1) to compound-units
           move one-token(char-index + 2:) to compound-tens
           move zero to units-worth
           perform varying word-index from 1 by 1
                   until word-index > 9
               if danish-score(word-index) = compound-units
                   move word-index to units-worth
               end-if
           end-perform
           if units-worth = zero
               exit paragraph
           end-if
           perform varying word-index from 2 by 1
                   until word-index > 9
               if danish-deka(word-index) = compound-tens
                   compute word-worth = word-index * 10 + units-worth
                   set word-is-compound to true
               end-if
           end-perform.

      ******************************************************************
      * The grammar
      ******************************************************************
       apply-the-word.
           evaluate true
               when word-is-ones
                   evaluate group-stage
                       when 0
                           move 1 to group-stage
                       when 2
                       when 3
                           move 4 to group-stage
                       when other
                           perform refuse-misplaced-word
                   end-evaluate
                   add word-worth to group-value
                   move "N" to joiner-pending
               when word-is-teen
               when word-is-compound
                   if group-stage = 0 or group-stage = 2
                       move 4 to group-stage
                   else
                       perform refuse-misplaced-word
                   end-if
                   add word-worth to group-value
                   move "N" to joiner-pending
               when word-is-deka
                   if group-stage = 0 or group-stage = 2
                       move 3 to group-stage
                   else
                       perform refuse-misplaced-word
                   end-if
                   add word-worth to group-value
                   move "N" to joiner-pending
               when word-is-hundred
                   if group-stage = 1
                       multiply 100 by group-value
                       move 2 to group-stage
                   else
                       move spaces to wordsnum-reason
                       string function trim(one-token)
                           " needs a count of one to nine before it"
                           delimited by size into wordsnum-reason
                       end-string
                       set wordsnum-unparseable to true
                   end-if
               when word-is-scale
                   perform apply-scale-word
               when word-is-joiner
                   perform apply-joiner-word
               when word-is-zero
                   move spaces to wordsnum-reason
                   string function trim(one-token)
                       " inside a number"
                       delimited by size into wordsnum-reason
                   end-string
                   set wordsnum-unparseable to true
               when other
                   move spaces to wordsnum-reason
                   string "unknown word: " function trim(one-token)
                       delimited by size into wordsnum-reason
                   end-string
                   set wordsnum-unparseable to true
           end-evaluate.

      * A scale word closes its group: the count times the scale
      * goes to the total, and each scale must be smaller than the
      * one before it.
       apply-scale-word.
           evaluate true
               when group-stage = 0 or joiner-is-pending
                   move spaces to wordsnum-reason
                   string function trim(one-token)
                       " with no count before it"
                       delimited by size into wordsnum-reason
                   end-string
                   set wordsnum-unparseable to true
               when word-worth >= last-scale
                   move spaces to wordsnum-reason
                   string function trim(one-token)
                       " out of order"
                       delimited by size into wordsnum-reason
                   end-string
                   set wordsnum-unparseable to true
               when scale-is-singular and group-value not = 1
               when scale-is-plural and group-value = 1
                   move spaces to wordsnum-reason
                   string function trim(one-token)
                       " does not agree with its count"
                       delimited by size into wordsnum-reason
                   end-string
                   set wordsnum-unparseable to true
               when other
                   compute total-value =
                       total-value + group-value * word-worth
                   move word-worth to last-scale
                   move zero to group-value
                   move zero to group-stage
           end-evaluate.

      * "and" ("og") joins the rest of a group to its hundred, or a
      * final group to the scales before it; American wording has
      * none.
       apply-joiner-word.
           evaluate true
               when wordsnum-style-american
                   move """and"" is not American usage"
                       to wordsnum-reason
                   set wordsnum-unparseable to true
               when joiner-is-pending
               when token-index = token-count
               when group-stage not = 2
                       and (group-stage not = 0 or total-value = 0)
                   move spaces to wordsnum-reason
                   string function trim(one-token)
                       " out of place"
                       delimited by size into wordsnum-reason
                   end-string
                   set wordsnum-unparseable to true
               when other
                   set joiner-is-pending to true
           end-evaluate.

       refuse-misplaced-word.
           move spaces to wordsnum-reason
           string function trim(one-token) " out of place"
               delimited by size into wordsnum-reason
           end-string
           set wordsnum-unparseable to true.
       end program wordsnum.
