      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Number-spiral diagonals. Writing 1, 2, 3, ... in a
      *          square spiral outward from the centre puts the
      *          corners of the layer of odd side s at s^2, s^2 -
      *          (s-1), s^2 - 2(s-1) and s^2 - 3(s-1). Two answers,
      *          both parameters in spiral.parm:
      *            - the sum of both diagonals of the SIDE= by SIDE=
      *              spiral (odd, default 1001, at most 999999)
      *            - the first side length at which the share of
      *              primes among the diagonal numbers falls below
      *              RATIO= percent (default 10), adding a layer at
      *              a time
      *          The corners outrun the SIEVE table's 2,000,000 by
      *          the fifth hundred of sides, so a corner past the
      *          table is a keyed PRIMSRV read; a build without the
      *          module sieves each layer's three candidate corners
      *          in one SIEVEWIN window instead (they lie within
      *          3(s-1) of each other), which reaches to side 33333.
      *          The report through RPTWRT gives the ratio after
      *          the layer at which it first dips below each whole
      *          percent, in bands down to RATIO=; both answers go
      *          to the shared ledger.
      * Tectonics: cobc -x spiral.cob primsrv.cob sievewin.cob
      *            sieve.cob paramrdr.cob rptwrt.cob ledger.cob
      ******************************************************************
       identification division.
       program-id. spiral.
      ******************************************************************
       data division.
       working-storage section.
       01  param-filepath              pic X(80)
                                       value "spiral.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy sieverec.
           copy primreq.
           copy rptreq.
       01  primsrv-state               pic X value "U".
           88  primsrv-on-hand         value "Y".
           88  primsrv-absent          value "N".
           88  primsrv-untried         value "U".
       01  build-index                 pic 9(7) comp.
       01  prime-flags.
           05  prime-flag              pic X occurs 2000000 times.
       01  spiral-side                 pic 9(7) comp value 1001.
       01  ratio-percent               pic 99 comp value 10.
      * Past side 1999999 the corners leave PRIMSRV's reach; past
      * 33333 a layer's corners no longer fit one SIEVEWIN window.
       01  walk-ceiling                pic 9(7) comp value 1999999.
       01  window-ceiling              pic 9(7) comp value 33333.
       01  layer-side                  pic 9(7) comp.
       01  layer-square                pic 9(15) comp.
       01  diagonal-sum                pic 9(18) comp value 1.
       01  corner-step                 pic 9 comp.
       01  corner-value                pic 9(15) comp.
       01  corner-verdict              pic X.
           88  corner-is-prime         value "Y".
       01  diagonal-count              pic 9(9) comp value 1.
       01  diagonal-primes             pic 9(9) comp value zero.
       01  ratio-reached               pic X value "N".
           88  ratio-is-reached        value "Y".
       01  walk-stopped                pic X value "N".
           88  walk-is-stopped         value "Y".
       01  first-side-under            pic 9(7) comp value zero.
       01  percent-now                 pic 9(3) comp.
       01  band-shown                  pic 9(3) comp value 100.
       01  band-due                    pic X.
           88  band-is-due             value "Y".
       01  window-side                 pic 9(7) comp value zero.
       01  window-index                pic 9(5) comp.
       01  ratio-hundredths            pic 9(5) comp.
       01  ratio-display               pic Z9.99.
       01  side-display                pic Z(6)9.
       01  side-text                   pic X(7).
       01  sum-display                 pic Z(17)9.
       01  count-display               pic Z(8)9.
       01  primes-display              pic Z(8)9.
       01  percent-display             pic Z9.
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
      ******************************************************************
       procedure division.
       main-procedure.
           accept ledger-start-time from time
           perform read-parameters
           call "sieve" using sieve-limit sieve-table sieve-count
           perform build-prime-flags
           perform try-primes-master
           if primsrv-absent
               move window-ceiling to walk-ceiling
           end-if
           perform sum-the-diagonals
           move spiral-side to side-display
           move diagonal-sum to sum-display
           move ratio-percent to percent-display
           move "spiral" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Number-spiral diagonals, side "
               function trim(side-display leading)
               ", primes under "
               function trim(percent-display leading) "%"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "diagonal sum for side "
               function trim(side-display leading) ": "
               function trim(sum-display leading)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "side        primes    numbers ratio %"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform walk-the-layers
           perform report-the-ratio-answer
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move spaces to ledger-answer-text
           if ratio-is-reached
               move first-side-under to side-display
               move function trim(side-display leading) to side-text
           else
               move "none" to side-text
           end-if
           string "diag=" function trim(sum-display leading)
               " ratio" function trim(percent-display leading)
               "=" function trim(side-text)
               delimited by size into ledger-answer-text
           end-string
           call "ledger" using "spiral      " ledger-answer-text
               ledger-start-time
           move zero to return-code
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "No parameter file "
                   function trim(param-filepath)
                   ", using side 1001 and ratio 10%"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "SIDE"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to spiral-side
                       end-if
                   when "RATIO"
                       if function test-numval(param-value) = 0
                           move function numval(param-value)
                               to ratio-percent
                       end-if
                   when other
                       display "Unknown spiral.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform
      * An 18-digit sum holds the diagonals to side 999999.
           if spiral-side < 1 or spiral-side > 999999
               display "SIDE must be 1 to 999999, using 1001"
                   upon syserr
               move 1001 to spiral-side
           end-if
           if function mod(spiral-side, 2) = 0
               add 1 to spiral-side
               move spiral-side to side-display
               display "SIDE must be odd, using "
                   function trim(side-display leading) upon syserr
           end-if
           if ratio-percent < 1 or ratio-percent > 99
               display "RATIO must be 1 to 99, using 10"
                   upon syserr
               move 10 to ratio-percent
           end-if.

       build-prime-flags.
           move all "N" to prime-flags
           perform varying build-index from 1 by 1
                   until build-index > sieve-count
               move "Y" to prime-flag(sieve-prime(build-index))
           end-perform.

      * One probe settles whether the primes master is on this
      * build; without it the layers are sieved a window at a time.
       try-primes-master.
           set primsrv-op-isprime to true
           move 2 to primsrv-number
           call "primsrv" using primsrv-request
               on exception
                   set primsrv-absent to true
           end-call
           if primsrv-untried
               if primsrv-ok
                   set primsrv-on-hand to true
               else
                   set primsrv-absent to true
               end-if
           end-if.

      * The four corners of side s add up to 4s^2 - 6(s-1).
       sum-the-diagonals.
           perform varying layer-side from 3 by 2
                   until layer-side > spiral-side
               compute diagonal-sum = diagonal-sum
                   + 4 * layer-side * layer-side
                   - 6 * (layer-side - 1)
           end-perform.

      ******************************************************************
      * The prime ratio, layer by layer
      ******************************************************************
      * The square corner is never prime; the other three are
      * judged. The ratio after each layer is primes over the
      * 2s - 1 numbers on the diagonals so far.
       walk-the-layers.
           perform varying layer-side from 3 by 2
                   until ratio-is-reached or walk-is-stopped
               if layer-side > walk-ceiling
                   set walk-is-stopped to true
               else
                   perform judge-one-layer
               end-if
           end-perform.

       judge-one-layer.
           compute layer-square = layer-side * layer-side
           perform varying corner-step from 1 by 1
                   until corner-step > 3
               compute corner-value = layer-square
                   - corner-step * (layer-side - 1)
               perform judge-one-corner
               if corner-is-prime
                   add 1 to diagonal-primes
               end-if
           end-perform
           add 4 to diagonal-count
           compute percent-now =
               diagonal-primes * 100 / diagonal-count
           move "N" to band-due
           if percent-now < band-shown
               move percent-now to band-shown
               set band-is-due to true
           end-if
      * The layer that crosses RATIO= is always shown.
           if diagonal-primes * 100 < ratio-percent * diagonal-count
               set ratio-is-reached to true
               move layer-side to first-side-under
               set band-is-due to true
           end-if
           if band-is-due
               perform report-one-band
           end-if.

      * The SIEVE table for the small corners, the primes master
      * past it, and on a build without the master the layer's
      * SIEVEWIN window.
       judge-one-corner.
           move "N" to corner-verdict
           if corner-value <= 2000000
               if prime-flag(corner-value) = "Y"
                   set corner-is-prime to true
               end-if
               exit paragraph
           end-if
           if primsrv-on-hand
               set primsrv-op-isprime to true
               move corner-value to primsrv-number
               call "primsrv" using primsrv-request
               if primsrv-ok
                   if primsrv-is-prime
                       set corner-is-prime to true
                   end-if
                   exit paragraph
               end-if
           end-if
           if window-side not = layer-side
               perform sieve-layer-window
           end-if
           perform varying window-index from 1 by 1
                   until window-index > sieve-window-count
               if sieve-window-prime(window-index) = corner-value
                   set corner-is-prime to true
                   exit paragraph
               end-if
           end-perform.

       sieve-layer-window.
           compute sieve-window-low =
               layer-square - 3 * (layer-side - 1)
           compute sieve-window-high =
               layer-square - (layer-side - 1)
           call "sievewin" using sieve-window-low
               sieve-window-high sieve-window-count
               sieve-window-table
           move layer-side to window-side.

       report-one-band.
           compute ratio-hundredths =
               diagonal-primes * 10000 / diagonal-count
           compute ratio-display = ratio-hundredths / 100
           move layer-side to side-display
           move diagonal-primes to primes-display
           move diagonal-count to count-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move function trim(side-display leading)
               to rptwrt-text(1:7)
           move primes-display to rptwrt-text(10:9)
           move count-display to rptwrt-text(21:9)
           move ratio-display to rptwrt-text(33:5)
           call "rptwrt" using rptwrt-request.

       report-the-ratio-answer.
           move ratio-percent to percent-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           if ratio-is-reached
               move first-side-under to side-display
               string "primes on the diagonals first fall below "
                   function trim(percent-display leading)
                   "% at side " function trim(side-display leading)
                   delimited by size into rptwrt-text
               end-string
           else
               move walk-ceiling to side-display
               string "primes on the diagonals stay at or above "
                   function trim(percent-display leading)
                   "% to side " function trim(side-display leading)
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request.
       end program spiral.
