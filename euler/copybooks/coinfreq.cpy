      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the COINFEW fewest-coins module,
      *          COINCOMB's fewest-coins breakdown made callable for
      *          the till work. Set the coin set (COUNT values in
      *          the currency's minor unit, smallest first, the way
      *          denoms.dat lists them) and the AMOUNT in minor
      *          units, and CALL "coinfew". PIECES comes back with
      *          how many of each coin, in the same order as the
      *          values, and TOTAL-PIECES with their sum. STATUS is
      *          "0" when the amount was made, "U" when no
      *          combination of the set reaches it, "L" when the
      *          amount is past COINFEW's 500000 minor-unit limit.
      ******************************************************************
       01  coinfew-request.
           05  coinfew-coin-count      pic 9(3).
           05  coinfew-coin-value      pic 9(6) occurs 20 times.
           05  coinfew-amount          pic 9(9).
           05  coinfew-piece           pic 9(7) occurs 20 times.
           05  coinfew-total-pieces    pic 9(9).
           05  coinfew-status          pic X.
               88  coinfew-ok          value "0".
               88  coinfew-unreachable value "U".
               88  coinfew-too-large   value "L".
