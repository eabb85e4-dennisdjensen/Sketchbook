      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the WORDSNUM words-to-number
      *          parser, SPELLNUM's inverse, for checking the amount
      *          in words on incoming cheques and remittances
      *          against the figures. Set the style ("B" British,
      *          "A" American, "D" Danish - the SPELLNUM letters)
      *          and the wording, either a plain number ("three
      *          hundred and forty-two") or a cheque line ("twelve
      *          thousand and forty-one and 50/100"; Danish "... og
      *          50/100"), and CALL "wordsnum". The value comes back
      *          in WORDSNUM-VALUE and the minor units in
      *          WORDSNUM-CENTS (zero, with WORDSNUM-CENTS-GIVEN "N",
      *          when the wording has no NN/100). STATUS is "0" when
      *          the wording parsed, "U" when it did not, with the
      *          reason in WORDSNUM-REASON.
      ******************************************************************
       01  wordsnum-request.
           05  wordsnum-style          pic X.
               88  wordsnum-style-british  value "B".
               88  wordsnum-style-american value "A".
               88  wordsnum-style-danish   value "D".
           05  wordsnum-text           pic X(200).
           05  wordsnum-value          pic 9(12).
           05  wordsnum-cents          pic 99.
           05  wordsnum-cents-given    pic X.
               88  wordsnum-has-cents      value "Y".
           05  wordsnum-status         pic X.
               88  wordsnum-ok             value "0".
               88  wordsnum-unparseable    value "U".
           05  wordsnum-reason         pic X(60).
