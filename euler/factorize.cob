      *          the table's last entry, and reports either just the
      *          largest factor or the full ordered factor list
      *          depending on FACTORIZE-MODE.
      *          Past the trial-division reach a cofactor is judged
      *          by a strong probable-prime test and split Pollard-rho
      *          fashion instead, under a time cap per call.
      * Tectonics: cobc -m factorize.cob nextprime.cob sievewin.cob
      * Modifications:
      *   22 Aug 2026 - Every request now tries the persistent
      *                 built (or fetched from the cache), so
      *                 callers classify numbers without
      *                 re-multiplying the flat list themselves.
      *   15 Oct 2026 - Cofactors past 10**13 left over from the
      *                 table walk no longer go to trial division,
      *                 which on an 18-20 digit target with two large
      *                 prime factors never finishes: each piece is
      *                 judged by a strong probable-prime test on the
      *                 bases 2 to 17 (deterministic below
      *                 341,550,071,728,321, so a prime past that is
      *                 flagged "?" as probable) and a composite is
      *                 split by Brent's Pollard-rho walk, the pieces
      *                 going round again. The whole call is capped
      *                 at EULER_FACTOR_SECONDS (default 20): past it
      *                 the unsplit cofactor ends the list flagged
      *                 "U" and the status is "I", incomplete. Only
      *                 fully proven results go to the factor cache.
       identification division.
       program-id. factorize.
      ******************************************************************
       01  next-prime-value                    pic 9(10).
       01  past-table-mode                     pic X.
           88  past-table-fell-back            value "T".
       01  trial-reach                         pic 9(20)
                                               value 10000000000000.
       01  proof-reach                         pic 9(20)
                                               value 341550071728321.
       01  table-reach                         pic 9(20).
       01  time-cap-text                       pic X(10).
       01  time-cap-seconds                    pic 9(5) comp value 20.
       01  time-cap-read                       pic X value "N".
       01  time-cap-flag                       pic X.
           88  time-cap-reached                value "Y".
       01  clock-time                          pic 9(8).
       01  clock-parts redefines clock-time.
           05  clock-hours                     pic 99.
           05  clock-minutes                   pic 99.
           05  clock-seconds                   pic 99.
           05  clock-hundredths                pic 99.
       01  clock-now                           pic 9(7) comp.
       01  clock-start                         pic 9(7) comp.
       01  clock-elapsed                       pic 9(7) comp.
       01  pending-count                       pic 9(4) comp.
       01  pending-table.
           05  pending-value                   pic 9(20)
                                                occurs 64 times.
       01  piece                               pic 9(20).
       01  piece-minus-one                     pic 9(20).
       01  prime-flag                          pic X.
           88  piece-is-prime                  value "Y".
       01  split-flag                          pic X.
           88  piece-was-split                 value "Y".
       01  split-divisor                       pic 9(20).
       01  large-factor                        pic 9(20).
       01  large-proof                         pic X.
       01  witness-values                      pic X(14)
                                               value "02030507111317".
       01  witness-table redefines witness-values.
           05  witness-base                    pic 99 occurs 7 times.
       01  witness-index                       pic 9(4) comp.
       01  witness-x                           pic 9(20).
       01  odd-part                            pic 9(20).
       01  halved                              pic 9(20).
       01  parity                              pic 9.
       01  two-power                           pic 9(4) comp.
       01  square-index                        pic 9(4) comp.
       01  pm-base                             pic 9(20).
       01  pm-exponent                         pic 9(20).
       01  pm-result                           pic 9(20).
       01  mm-a                                pic 9(20).
       01  mm-b                                pic 9(20).
       01  mm-modulus                          pic 9(20).
       01  mm-result                           pic 9(20).
       01  mm-high                             pic 9(10).
       01  mm-low                              pic 9(10).
       01  mm-wide                             pic 9(31).
       01  mm-quotient                         pic 9(31).
       01  gcd-a                               pic 9(20).
       01  gcd-b                               pic 9(20).
       01  gcd-quotient                        pic 9(20).
       01  gcd-rem                             pic 9(20).
       01  rho-c                               pic 9(4) comp.
       01  rho-x                               pic 9(20).
       01  rho-y                               pic 9(20).
       01  rho-ys                              pic 9(20).
       01  rho-q                               pic 9(20).
       01  rho-g                               pic 9(20).
       01  rho-diff                            pic 9(20).
       01  rho-r                               pic 9(18) comp.
       01  rho-k                               pic 9(18) comp.
       01  rho-batch                           pic 9(18) comp.

       linkage section.
           copy factorec.
           move zero to factorize-list-count
           move zero to factorize-largest
           move factorize-n to original-n
           move "0" to factorize-status
           perform varying list-index from 1 by 1
                   until list-index > 100
               move space to factorize-value-proof(list-index)
           end-perform
           perform start-the-clock
           perform clear-canonical-form
           perform try-factor-cache
           if factcach-hit = "Y"
               end-if
           end-if
           if factorize-mode-full-list
                   and not factorize-incomplete
               perform derive-canonical-form
           end-if
           if factorize-mode-full-list and cache-is-usable
                   and factorize-status = "0"
               move "P" to factcach-op
               call "factcach" using factcach-op original-n
                   factorize-list-count factorize-list
      * Past the base table the factors now come prime by prime
      * from NEXTPRIME's segmented windows instead of every odd
      * number in turn; a build without that module linked falls
      * back to the original odd-step trial division. A cofactor
      * past the trial reach goes to the probable-prime and rho
      * stage instead.
       factor-past-base-table.
           if factorize-n > trial-reach
               perform split-large-cofactor
               if factorize-mode-full-list
                   perform sort-factor-list
               end-if
               exit paragraph
           end-if
           move "N" to past-table-mode
           move lk-sieve-prime(lk-sieve-count)
               to next-prime-value
                   to factorize-value(factorize-list-count)
           end-if.

      * The cap is wall-clock hundredths since midnight, so a call
      * that runs over midnight adds a day to the reading.
       start-the-clock.
           if time-cap-read = "N"
               move "Y" to time-cap-read
               move spaces to time-cap-text
               accept time-cap-text
                   from environment "EULER_FACTOR_SECONDS"
               if time-cap-text not = spaces
                   if function test-numval(time-cap-text) = 0
                       if function numval(time-cap-text) > 0
                           move function numval(time-cap-text)
                               to time-cap-seconds
                       end-if
                   end-if
               end-if
           end-if
           move "N" to time-cap-flag
           accept clock-time from time
           perform read-the-clock
           move clock-now to clock-start.

       check-the-clock.
           accept clock-time from time
           perform read-the-clock
           if clock-now < clock-start
               add 8640000 to clock-now
           end-if
           compute clock-elapsed = clock-now - clock-start
           if clock-elapsed > time-cap-seconds * 100
               set time-cap-reached to true
           end-if.

       read-the-clock.
           compute clock-now =
               ((clock-hours * 60 + clock-minutes) * 60
                   + clock-seconds) * 100 + clock-hundredths.

      * The cofactor left past the trial reach has no prime factor
      * in the base table, so every piece it breaks into is either
      * a prime or a product of primes past the table. Pieces wait
      * on a stack until each is judged prime or split in two.
       split-large-cofactor.
           compute table-reach = lk-sieve-prime(lk-sieve-count)
               * lk-sieve-prime(lk-sieve-count)
           move 1 to pending-count
           move factorize-n to pending-value(1)
           move 1 to factorize-n
           perform until pending-count = zero
               move pending-value(pending-count) to piece
               subtract 1 from pending-count
               perform check-the-clock
               if time-cap-reached
                   move piece to large-factor
                   move "U" to large-proof
                   perform record-large-factor
               else
                   perform settle-one-piece
               end-if
           end-perform.

      * A piece under the table's square is prime outright; one
      * under the proof reach is proven by the test; past that a
      * prime is only probable.
       settle-one-piece.
           move piece to mm-modulus
           if piece < table-reach
               move "Y" to prime-flag
           else
               perform judge-probable-prime
           end-if
           if piece-is-prime
               move piece to large-factor
               if piece < table-reach or piece < proof-reach
                   move space to large-proof
               else
                   move "?" to large-proof
               end-if
               perform record-large-factor
               exit paragraph
           end-if
           perform split-by-pollard-rho
           if not piece-was-split or pending-count > 62
               move piece to large-factor
               move "U" to large-proof
               perform record-large-factor
               exit paragraph
           end-if
           add 1 to pending-count
           move split-divisor to pending-value(pending-count)
           add 1 to pending-count
           divide piece by split-divisor
               giving pending-value(pending-count).

      * Strong probable-prime (Miller-Rabin) test, piece - 1 written
      * as odd-part * 2 ** two-power, one witness base at a time.
       judge-probable-prime.
           move "Y" to prime-flag
           compute piece-minus-one = piece - 1
           move piece-minus-one to odd-part
           move zero to two-power
           divide odd-part by 2 giving halved remainder parity
           perform until parity not = zero
               move halved to odd-part
               add 1 to two-power
               divide odd-part by 2 giving halved remainder parity
           end-perform
           perform varying witness-index from 1 by 1
                   until witness-index > 7 or not piece-is-prime
               if witness-base(witness-index) < piece
                   perform test-one-witness
               end-if
           end-perform.

       test-one-witness.
           move witness-base(witness-index) to pm-base
           move odd-part to pm-exponent
           perform power-mod
           move pm-result to witness-x
           if witness-x = 1 or witness-x = piece-minus-one
               exit paragraph
           end-if
           perform varying square-index from 1 by 1
                   until square-index >= two-power
               move witness-x to mm-a
               move witness-x to mm-b
               perform multiply-mod
               move mm-result to witness-x
               if witness-x = piece-minus-one
                   exit paragraph
               end-if
           end-perform
           move "N" to prime-flag.

      * Brent's variant of Pollard's rho on y -> y * y + c, the
      * differences multiplied up and tested by one GCD per batch
      * of 128 steps. A walk that closes on the piece itself is
      * retraced step by step; a walk that still finds only the
      * piece tries the next c.
       split-by-pollard-rho.
           move "N" to split-flag
           perform varying rho-c from 1 by 1
                   until rho-c > 20 or piece-was-split
                       or time-cap-reached
               perform brent-rho-walk
           end-perform.

       brent-rho-walk.
           move 2 to rho-y
           move 1 to rho-r
           move 1 to rho-q
           move 1 to rho-g
           perform until rho-g not = 1 or time-cap-reached
               move rho-y to rho-x
               perform rho-step rho-r times
               move zero to rho-k
               perform until rho-k >= rho-r or rho-g not = 1
                       or time-cap-reached
                   move rho-y to rho-ys
                   compute rho-batch = rho-r - rho-k
                   if rho-batch > 128
                       move 128 to rho-batch
                   end-if
                   perform rho-accumulate rho-batch times
                   move rho-q to gcd-a
                   move piece to gcd-b
                   perform take-gcd
                   move gcd-a to rho-g
                   add rho-batch to rho-k
                   perform check-the-clock
               end-perform
               multiply 2 by rho-r
           end-perform
           if time-cap-reached
               exit paragraph
           end-if
           if rho-g = piece
               move 1 to rho-g
               perform rho-retrace-step
                   until rho-g not = 1
           end-if
           if rho-g not = piece
               move rho-g to split-divisor
               set piece-was-split to true
           end-if.

       rho-step.
           move rho-y to mm-a
           move rho-y to mm-b
           perform multiply-mod
           compute rho-y = mm-result + rho-c
           if rho-y >= piece
               subtract piece from rho-y
           end-if.

       rho-accumulate.
           perform rho-step
           if rho-x > rho-y
               compute rho-diff = rho-x - rho-y
           else
               compute rho-diff = rho-y - rho-x
           end-if
           move rho-q to mm-a
           move rho-diff to mm-b
           perform multiply-mod
           move mm-result to rho-q.

       rho-retrace-step.
           move rho-ys to mm-a
           move rho-ys to mm-b
           perform multiply-mod
           compute rho-ys = mm-result + rho-c
           if rho-ys >= piece
               subtract piece from rho-ys
           end-if
           if rho-x > rho-ys
               compute gcd-a = rho-x - rho-ys
           else
               compute gcd-a = rho-ys - rho-x
           end-if
           move piece to gcd-b
           perform take-gcd
           move gcd-a to rho-g.

       take-gcd.
           perform until gcd-b = zero
               divide gcd-a by gcd-b
                   giving gcd-quotient remainder gcd-rem
               move gcd-b to gcd-a
               move gcd-rem to gcd-b
           end-perform.

      * pm-base ** pm-exponent modulo mm-modulus, square and
      * multiply from the low bit up.
       power-mod.
           move 1 to pm-result
           perform until pm-exponent = zero
               divide pm-exponent by 2
                   giving halved remainder parity
               move halved to pm-exponent
               if parity = 1
                   move pm-result to mm-a
                   move pm-base to mm-b
                   perform multiply-mod
                   move mm-result to pm-result
               end-if
               if pm-exponent > zero
                   move pm-base to mm-a
                   move pm-base to mm-b
                   perform multiply-mod
                   move mm-result to pm-base
               end-if
           end-perform.

      * mm-a * mm-b modulo mm-modulus, all three under 10**20: the
      * multiplier is taken in two ten-digit halves so that no
      * product runs past thirty-one digits.
       multiply-mod.
           divide mm-b by 10000000000
               giving mm-high remainder mm-low
           compute mm-wide = mm-a * mm-high
           divide mm-wide by mm-modulus
               giving mm-quotient remainder mm-result
           compute mm-wide = mm-result * 10000000000
           divide mm-wide by mm-modulus
               giving mm-quotient remainder mm-result
           compute mm-wide = mm-a * mm-low + mm-result
           divide mm-wide by mm-modulus
               giving mm-quotient remainder mm-result.

       record-large-factor.
           if large-factor > factorize-largest
               move large-factor to factorize-largest
           end-if
           if factorize-mode-full-list
                   and factorize-list-count < 100
               add 1 to factorize-list-count
               move large-factor
                   to factorize-value(factorize-list-count)
               move large-proof
                   to factorize-value-proof(factorize-list-count)
           end-if
           evaluate large-proof
               when "U"
                   move "I" to factorize-status
               when "?"
                   if factorize-status = "0"
                       move "P" to factorize-status
                   end-if
           end-evaluate.

      * The stage finds its factors in no particular order; the
      * list goes back to ascending, proof flags alongside.
       sort-factor-list.
           perform varying list-index from 2 by 1
                   until list-index > factorize-list-count
               move list-index to canon-index
               perform until canon-index < 2
                       or factorize-value(canon-index - 1)
                           <= factorize-value(canon-index)
                   move factorize-value(canon-index) to large-factor
                   move factorize-value-proof(canon-index)
                       to large-proof
                   move factorize-value(canon-index - 1)
                       to factorize-value(canon-index)
                   move factorize-value-proof(canon-index - 1)
                       to factorize-value-proof(canon-index)
                   move large-factor
                       to factorize-value(canon-index - 1)
                   move large-proof
                       to factorize-value-proof(canon-index - 1)
                   subtract 1 from canon-index
               end-perform
           end-perform.

       clear-canonical-form.
           move zero to factorize-prime-count
           move zero to factorize-divisor-count
