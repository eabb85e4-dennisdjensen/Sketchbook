      *          the agreed PAUSED return code 77 so the next
      *          stream resumes the slice where it stood.
      * Tectonics: cobc -x e12work.cob sieve.cob paramrdr.cob
      *            ledger.cob quiesce.cob progress.cob spftab.cob
      * Modifications:
      *   15 Oct 2026 - Triangle divisors are counted from the SPFTAB
      *                 smallest-prime-factor table over 1 to the
      *                 slice's top index plus one: T(k) = k(k+1)/2
      *                 with k and k+1 coprime, so d(T(k)) is the
      *                 product of the divisor counts of the halved
      *                 even one and the odd one. The sieve walk
      *                 stays for a worker built without the table.
      ******************************************************************
       identification division.
       program-id. e12work.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
           copy sieverec.
           copy factorec.
           copy spfreq.
       01  sieve-index                 pic 9(7) comp.
       01  triangle-ceiling    pic 9(6)  usage comp value 100000.
       01  divisors-threshold  pic 999   usage comp value 500.
       01  factor-rem          pic 9(10) usage comp.
       01  factor-count        pic 9(10) usage comp.
       01  i                   pic 9(10) usage comp.
       01  half-factor         pic 9(10) usage comp.
       01  other-factor        pic 9(10) usage comp.
       01  half-divisors       pic 9(6)  usage comp.
       01  leaderboard-table.
           05  leaderboard-entry occurs 500 times
                   indexed by lb-idx.
           perform read-parameters
           perform carve-the-range
           call "sieve" using sieve-limit sieve-table sieve-count
           perform build-factor-table
           move part-number to part-display
           move part-count to parts-display
           move spaces to audit-filepath
      * numbers past the table's end, the leftover prime doubling
      * the count.
       count-triangle-divisors.
           if spftab-table-built
               perform count-divisors-from-table
               if spftab-ok
                   exit paragraph
               end-if
           end-if
           move triangle-num to n
           move 1 to divisors-count
           perform varying sieve-index from 1 by 1
               multiply 2 by divisors-count
           end-if.

      * The table reaches one past the slice's last index, enough
      * for both halves of every triangle number in it.
       build-factor-table.
           set spftab-op-build to true
           compute spftab-limit = range-high + 1
           call "spftab" using spftab-request factorize-n
               factorize-mode factorize-largest factorize-list
               factorize-list-count factorize-canonical
               factorize-prime-count factorize-divisor-count
               factorize-divisor-sum factorize-totient
               on exception
                   move "N" to spftab-built
           end-call.

      * Of k and k+1 the even one gives up its factor two, and the
      * two coprime parts multiply their divisor counts.
       count-divisors-from-table.
           if function mod(triangle-count, 2) = zero
               compute half-factor = triangle-count / 2
               compute other-factor = triangle-count + 1
           else
               move triangle-count to half-factor
               compute other-factor = (triangle-count + 1) / 2
           end-if
           set factorize-mode-full-list to true
           set spftab-op-factor to true
           move half-factor to factorize-n
           call "spftab" using spftab-request factorize-n
               factorize-mode factorize-largest factorize-list
               factorize-list-count factorize-canonical
               factorize-prime-count factorize-divisor-count
               factorize-divisor-sum factorize-totient
           end-call
           if not spftab-ok
               exit paragraph
           end-if
           move factorize-divisor-count to half-divisors
           move other-factor to factorize-n
           call "spftab" using spftab-request factorize-n
               factorize-mode factorize-largest factorize-list
               factorize-list-count factorize-canonical
               factorize-prime-count factorize-divisor-count
               factorize-divisor-sum factorize-totient
           end-call
           if spftab-ok
               compute divisors-count =
                   half-divisors * factorize-divisor-count
           end-if.

       fold-one-factor.
           move zero to factor-count
           divide i into n giving maybe-n remainder factor-rem
