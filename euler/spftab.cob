      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Smallest-prime-factor table for the range jobs.
      *          AMICABLE, ALIQUOT, NONABUND, TOTIENT and the E12WORK
      *          workers factor every n of a contiguous range, and a
      *          FACTORIZE call apiece means trial division (or a
      *          cache read) for each of them. One sieve pass over
      *          1 to the range's top records each number's smallest
      *          prime factor instead; after that any n in the table
      *          comes apart in as many lookups as it has prime
      *          factors - n, n / spf(n), and so on down to 1 - with
      *          the same results FACTORIZE returns, so a job swaps
      *          one call for the other and keeps FACTORIZE for what
      *          lies past the table. Built once per run, kept for
      *          the run, never written anywhere: this is about
      *          speed inside the batch window, the factor cache is
      *          the place for keeping answers.
      *          Driven by the SPFREQ request area; see spfreq.cpy.
      * Tectonics: cobc -m spftab.cob
      ******************************************************************
       identification division.
       program-id. spftab.
      ******************************************************************
       data division.
       working-storage section.
       01  spf-capacity                pic 9(9) comp value 2000000.
       01  spf-table.
           05  spf-entry               pic 9(7) comp
                                        occurs 2000000 times.
       01  built-limit                 pic 9(9) comp value zero.
       01  sieve-number                pic 9(9) comp.
       01  sieve-multiple              pic 9(9) comp.
       01  remaining-n                 pic 9(9) comp.
       01  smallest-factor             pic 9(9) comp.
       01  canon-index                 pic 9(4) comp.
       01  power-index                 pic 9(4) comp.
       01  prime-power                 pic 9(20).
       01  prime-power-sum             pic 9(20).
       01  totient-factor              pic 9(20).

       linkage section.
           copy spfreq.
           copy factorec.
      ******************************************************************
       procedure division using spftab-request factorize-n
               factorize-mode factorize-largest factorize-list
               factorize-list-count factorize-canonical
               factorize-prime-count factorize-divisor-count
               factorize-divisor-sum factorize-totient.
       handle-request.
           evaluate true
               when spftab-op-build
                   perform build-the-table
               when spftab-op-factor
                   perform factor-from-the-table
               when other
                   display "spftab: unknown operation "
                       spftab-op upon syserr
                   move "O" to spftab-status
           end-evaluate
           goback.

      * Eratosthenes, keeping the first prime to strike each number
      * rather than just the fact that one did: a number nobody
      * struck by the time the walk reaches it is prime and its
      * own smallest factor.
       build-the-table.
           move "N" to spftab-built
           move zero to built-limit
           if spftab-limit > spf-capacity
               move "R" to spftab-status
               exit paragraph
           end-if
           perform varying sieve-number from 1 by 1
                   until sieve-number > spftab-limit
               move zero to spf-entry(sieve-number)
           end-perform
           perform varying sieve-number from 2 by 1
                   until sieve-number > spftab-limit
               if spf-entry(sieve-number) = zero
                   move sieve-number to spf-entry(sieve-number)
                   if sieve-number <= spftab-limit / sieve-number
                       perform strike-the-multiples
                   end-if
               end-if
           end-perform
           move spftab-limit to built-limit
           move "Y" to spftab-built
           move "0" to spftab-status.

       strike-the-multiples.
           compute sieve-multiple = sieve-number * sieve-number
           perform until sieve-multiple > spftab-limit
               if spf-entry(sieve-multiple) = zero
                   move sieve-number to spf-entry(sieve-multiple)
               end-if
               add sieve-number to sieve-multiple
           end-perform.

      * The factors come out in ascending order, the way FACTORIZE
      * lists them; FACTORIZE-N is left as the caller set it.
       factor-from-the-table.
           move zero to factorize-list-count
           move zero to factorize-largest
           move "0" to factorize-status
           perform clear-canonical-form
           if factorize-n < 1 or factorize-n > built-limit
               move "O" to spftab-status
               exit paragraph
           end-if
           move factorize-n to remaining-n
           perform until remaining-n <= 1
               move spf-entry(remaining-n) to smallest-factor
               move smallest-factor to factorize-largest
               if factorize-mode-full-list
                       and factorize-list-count < 100
                   add 1 to factorize-list-count
                   move smallest-factor
                       to factorize-value(factorize-list-count)
                   move space
                       to factorize-value-proof(factorize-list-count)
               end-if
               divide smallest-factor into remaining-n
           end-perform
           if factorize-mode-full-list
               perform derive-canonical-form
           end-if
           move "0" to spftab-status.

       clear-canonical-form.
           move zero to factorize-prime-count
           move zero to factorize-divisor-count
           move zero to factorize-divisor-sum
           move zero to factorize-totient.

      * As FACTORIZE folds its list: the canonical form in one pass
      * over the grouped primes, then the divisor count, divisor sum
      * and totient as products over the prime powers.
       derive-canonical-form.
           perform varying canon-index from 1 by 1
                   until canon-index > factorize-list-count
               if factorize-prime-count > zero
                       and factorize-canon-prime(
                           factorize-prime-count)
                           = factorize-value(canon-index)
                   add 1 to factorize-canon-power(
                       factorize-prime-count)
               else
                   if factorize-prime-count < 20
                       add 1 to factorize-prime-count
                       move factorize-value(canon-index)
                           to factorize-canon-prime(
                               factorize-prime-count)
                       move 1 to factorize-canon-power(
                           factorize-prime-count)
                   end-if
               end-if
           end-perform
           move 1 to factorize-divisor-count
           move 1 to factorize-divisor-sum
           move 1 to factorize-totient
           perform varying canon-index from 1 by 1
                   until canon-index > factorize-prime-count
               perform fold-in-one-prime-power
           end-perform.

       fold-in-one-prime-power.
           compute factorize-divisor-count =
               factorize-divisor-count
               * (factorize-canon-power(canon-index) + 1)
           move 1 to prime-power
           move 1 to prime-power-sum
           perform varying power-index from 1 by 1
                   until power-index
                       > factorize-canon-power(canon-index)
               compute prime-power = prime-power
                   * factorize-canon-prime(canon-index)
               compute prime-power-sum = prime-power-sum
                   + prime-power
           end-perform
           compute factorize-divisor-sum =
               factorize-divisor-sum * prime-power-sum
           compute totient-factor = prime-power
               / factorize-canon-prime(canon-index)
           compute totient-factor = prime-power - totient-factor
           compute factorize-totient =
               factorize-totient * totient-factor.
       end program spftab.
