      *                 pluralize ("to millioner"), and the group
      *                 joins use "og" where British uses "and".
      *                 The cheque line ends "og NN/100".
      *   15 Oct 2026 - Roman mode ("R") for Legal: 1-3999 as the
      *                 minimal numeral (MCMXCIV, not MDCCCCLXXXXIIII),
      *                 built greedily from the thirteen symbols and
      *                 subtractive pairs; a value outside the range
      *                 comes back as blank text.
      ******************************************************************
       identification division.
       program-id. spellnum.
               "milliardermillioner tusind".
           05  danish-scale-many redefines danish-scale-many-data
                                       pic X(10) occurs 3 times.
      * Roman symbols and subtractive pairs, largest first: taking
      * each as often as it fits gives the minimal numeral.
       01  roman-symbols.
           05  roman-symbol-data       pic X(78) value
                                                     "1000M " &
                                                     "0900CM" &
                                                     "0500D " &
                                                     "0400CD" &
                                                     "0100C " &
                                                     "0090XC" &
                                                     "0050L " &
                                                     "0040XL" &
                                                     "0010X " &
                                                     "0009IX" &
                                                     "0005V " &
                                                     "0004IV" &
                                                     "0001I ".
           05  roman-symbol redefines roman-symbol-data
                                       occurs 13 times.
               10  roman-worth         pic 9(4).
               10  roman-letters       pic X(2).
       01  roman-index                 pic 99 comp.
       01  value-groups.
           05  value-group             pic 999 occurs 4 times.
       01  group-index                 pic 9 comp.
      ******************************************************************
       procedure division using spellnum-request.
       spell-the-number.
           if spellnum-mode-roman
               perform render-roman-numeral
               goback
           end-if
           move spaces to result-text
           move spellnum-value to work-value
           if work-value = zero
                   end-string
               end-if
           end-if.

      * The Roman mode: each symbol or pair, largest first, taken
      * for as long as it still fits in what is left of the value.
       render-roman-numeral.
           move spaces to spellnum-text
           if spellnum-value = zero or spellnum-value > 3999
               exit paragraph
           end-if
           move spellnum-value to work-value
           move 1 to result-pointer
           perform varying roman-index from 1 by 1
                   until roman-index > 13
               perform until work-value < roman-worth(roman-index)
                   string function trim(roman-letters(roman-index))
                       delimited by size
                       into spellnum-text
                       with pointer result-pointer
                   end-string
                   subtract roman-worth(roman-index) from work-value
               end-perform
           end-perform.
       end program spellnum.
