      *          without), the value (up to 999,999,999,999), and
      *          for currency the cents; the spelled text comes back
      *          in SPELLNUM-TEXT - for currency in the cheque-line
      *          shape "<spelled units> and NN/100". Mode "R" gives
      *          the value 1-3999 as a minimal Roman numeral instead
      *          (the style is not used); outside that range the
      *          text comes back blank.
      * Modifications:
      *   01 Sep 2026 - Style "D" Danish, for the Copenhagen
      *                 affiliate's vouchers - not a word swap but
      *                 agreement on hundrede/tusind against
      *                 million/milliard with their plurals, and
      *                 the cheque line ending "og NN/100".
      *   15 Oct 2026 - Mode "R" Roman numerals, 1-3999 in minimal
      *                 form, for Legal's voucher years and clause
      *                 numbers.
      ******************************************************************
       01  spellnum-request.
           05  spellnum-mode           pic X.
               88  spellnum-mode-number    value "N".
               88  spellnum-mode-amount    value "C".
               88  spellnum-mode-roman     value "R".
           05  spellnum-style          pic X.
               88  spellnum-style-british  value "B".
               88  spellnum-style-american value "A".
