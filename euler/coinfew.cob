      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Fewest-coins breakdown, factored from COINCOMB into
      *          something the till reconciliation can CALL: how is
      *          an amount made up from a coin set with the fewest
      *          pieces? The same relaxation COINCOMB runs - coin by
      *          coin over every amount up to the one wanted, each
      *          amount remembering the coin that won it - and the
      *          breakdown read back down to zero from the winning
      *          choices. See coinfreq.cpy for the request area.
      * Tectonics: cobc -m coinfew.cob
      ******************************************************************
       identification division.
       program-id. coinfew.
      ******************************************************************
       data division.
       working-storage section.
       01  fewest-limit                pic 9(9) comp value 500000.
       01  fewest-table.
           05  fewest-entry occurs 500001 times.
               10  fewest-coins        pic 9(9) comp.
               10  fewest-choice       pic 9(3) comp.
       01  coin-index                  pic 9(3) comp.
       01  amount-index                pic 9(9) comp.
       01  amount-slot                 pic 9(9) comp.
       01  walk-amount                 pic 9(9) comp.
       01  candidate-coins             pic 9(9) comp.
       01  unreachable                 pic 9(9) comp
                                       value 999999999.
       linkage section.
           copy coinfreq.
      ******************************************************************
       procedure division using coinfew-request.
       main-procedure.
           perform varying coin-index from 1 by 1
                   until coin-index > 20
               move zero to coinfew-piece(coin-index)
           end-perform
           move zero to coinfew-total-pieces
           if coinfew-amount > fewest-limit
               set coinfew-too-large to true
               goback
           end-if
           perform build-fewest-table
           if fewest-coins(coinfew-amount + 1) = unreachable
               set coinfew-unreachable to true
               goback
           end-if
           perform read-breakdown-out
           set coinfew-ok to true
           goback.

      * Slot n+1 holds amount n, so amount zero has a home.
       build-fewest-table.
           perform varying amount-index from 1 by 1
                   until amount-index > coinfew-amount + 1
               move unreachable to fewest-coins(amount-index)
               move zero to fewest-choice(amount-index)
           end-perform
           move zero to fewest-coins(1)
           perform varying coin-index from 1 by 1
                   until coin-index > coinfew-coin-count
                       or coin-index > 20
               if coinfew-coin-value(coin-index) > zero
                   perform varying amount-index
                           from coinfew-coin-value(coin-index) by 1
                           until amount-index > coinfew-amount
                       compute amount-slot = amount-index
                           - coinfew-coin-value(coin-index) + 1
                       if fewest-coins(amount-slot) < unreachable
                           compute candidate-coins =
                               fewest-coins(amount-slot) + 1
                           if candidate-coins
                                   < fewest-coins(amount-index + 1)
                               move candidate-coins
                                   to fewest-coins(amount-index + 1)
                               move coin-index
                                   to fewest-choice(
                                       amount-index + 1)
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.

      * Each amount's winning coin, taken off, leaves an amount
      * whose own winner is next - down to zero.
       read-breakdown-out.
           move coinfew-amount to walk-amount
           perform until walk-amount = zero
               move fewest-choice(walk-amount + 1) to coin-index
               add 1 to coinfew-piece(coin-index)
               add 1 to coinfew-total-pieces
               subtract coinfew-coin-value(coin-index)
                   from walk-amount
           end-perform.
       end program coinfew.
