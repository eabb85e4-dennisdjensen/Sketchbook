      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Nightly integrity sampler over the derived data the
      *          jobs trust blindly - the factor cache
      *          (factor-cache.dat), the Collatz memo index
      *          (euler014-memo.idx), the primes master
      *          (primes-master.dat) and the triangle audit
      *          (euler012.audit). CACHSTAT and KEYBRW show what is
      *          there; this proves a seeded random sample of it is
      *          right, re-deriving every sampled record with the
      *          production engines:
      *            factor cache  the list re-multiplied (divided
      *                          back out of the number, in order)
      *                          and every factor proven prime
      *                          through PRIMSRV
      *            memo index    the Collatz chain recomputed and its
      *                          terms counted as euler014 counts
      *            primes master the 10000-wide segment re-sieved
      *                          through SIEVEWIN, flag for flag
      *            triangle audit the triangle recomputed from its
      *                          index and its divisors recounted
      *                          through FACTORIZE
      *          The sample is drawn in one pass over each file
      *          (every record equally likely), so the whole of each
      *          file is in reach however large it grows. A record
      *          that fails is quarantined: its card goes to
      *          intsamp-quarantine.dat (date|file|key|check|
      *          recorded|re-derived|disposition), and a cache
      *          record is deleted from its cache - under the
      *          RECLOCK lock its writers take - so the next reader
      *          misses and derives it afresh (REMOVED). An audit
      *          line stays where it is (LEFT) for the euler012 rerun
      *          to replace. Each file with failures raises an alert
      *          through ALERT - severity 1 for the audit, whose
      *          answer stands until it is rerun, severity 2 for the
      *          caches, which heal themselves - and the run ends
      *          rc 8. A sampled factor past PRIMSRV's reach, or a
      *          segment past SIEVEWIN's, is counted as beyond reach,
      *          not failed. Printed through RPTWRT (archived as
      *          "intsamp").
      *          Parameters (intsamp.parm): SAMPLE, the records drawn
      *          from each file (default 100, at most 5000); SEED, the
      *          random seed (default the business date, so a rerun
      *          the same night draws the same sample). A numeric
      *          first argument overrides SAMPLE for the one run, so
      *          the weekend card can go deep.
      * Tectonics: cobc -x intsamp.cob paramrdr.cob rptwrt.cob
      *            primsrv.cob sievewin.cob sieve.cob factorize.cob
      *            nextprime.cob factcach.cob reclock.cob alert.cob
      *            notify.cob oncall.cob busdays.cob
      ******************************************************************
       identification division.
       program-id. intsamp.
       environment division.
       input-output section.
       file-control.
           select optional primes-master-file
               assign to "primes-master.dat"
               organization is indexed
               access mode is dynamic
               record key is segment-low-key
               file status is primes-master-status.
           select optional factor-cache-file
               assign to "factor-cache.dat"
               organization is indexed
               access mode is dynamic
               record key is cache-number
               file status is factor-cache-status.
           select optional memo-cache-file
               assign to "euler014-memo.idx"
               organization is indexed
               access mode is dynamic
               record key is czc-start
               file status is memo-cache-status.
           select optional audit-file
               assign to "euler012.audit"
               organization is line sequential
               file status is audit-file-status.
           select optional quarantine-file
               assign to "intsamp-quarantine.dat"
               organization is line sequential
               file status is quarantine-file-status.
      ******************************************************************
       data division.
       file section.
       fd  primes-master-file.
       01  primes-segment-record.
           05  segment-low-key         pic 9(15).
           05  segment-flags           pic X(10000).
       fd  factor-cache-file.
           copy factcrec.
       fd  memo-cache-file.
           copy clzcrec.
       fd  audit-file.
       01  audit-file-line        pic X(40).
       fd  quarantine-file.
       01  quarantine-file-line   pic X(200).

       working-storage section.
       01  primes-master-status        pic XX.
           88  primes-master-ok        value "00".
           88  primes-master-eof       value "10".
       01  factor-cache-status         pic XX.
           88  factor-cache-ok         value "00".
           88  factor-cache-eof        value "10".
       01  memo-cache-status           pic XX.
           88  memo-cache-ok           value "00".
           88  memo-cache-eof          value "10".
       01  audit-file-status           pic XX.
           88  audit-file-ok           value "00".
           88  audit-file-eof          value "10".
       01  quarantine-file-status      pic XX.
           88  quarantine-file-ok      value "00".
       01  param-filepath              pic X(80)
                                       value "intsamp.parm".
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  sample-arg                  pic X(10).
       01  sample-size                 pic 9(4) comp value 100.
       01  random-seed                 pic 9(9) value zero.
       01  random-fraction             pic 9v9(9).
       01  now-date-digits             pic 9(8).
       01  business-date-env           pic X(10).
       01  business-date-digits        pic 9(8).
       01  business-date-text          pic X(10).
      * The sample, drawn reservoir fashion: the first SAMPLE
      * records fill it, and each later one replaces a random slot
      * with the chance that keeps every record equally likely.
       01  sample-table.
           05  sample-entry occurs 5000 times.
               10  sample-key          pic 9(20).
               10  sample-line         pic X(40).
       01  sample-count                pic 9(4) comp.
       01  sample-index                pic 9(4) comp.
       01  seen-count                  pic 9(12) comp.
       01  draw-slot                   pic 9(12) comp.
       01  offer-key                   pic 9(20).
       01  offer-line                  pic X(40).
      * The records that failed, deleted from their cache once the
      * sample is through.
       01  removal-table.
           05  removal-key             pic 9(20) occurs 5000 times.
       01  removal-count               pic 9(4) comp.
       01  removal-index               pic 9(4) comp.
      * One file's tally, and the night's.
       01  subject-name                pic X(20).
       01  subject-on-hand             pic X.
       01  checked-count               pic 9(4) comp.
       01  failed-count                pic 9(4) comp.
       01  beyond-count                pic 9(4) comp.
       01  files-failed                pic 9 value zero.
       01  record-failed               pic X.
           88  record-is-bad           value "Y".
       01  record-beyond               pic X.
           88  record-is-beyond        value "Y".
       01  check-text                  pic X(30).
       01  recorded-text               pic X(30).
       01  rederived-text              pic X(30).
       01  disposition-text            pic X(8).
       01  key-display                 pic Z(19)9.
       01  count-display               pic ZZZ,ZZZ,ZZZ,ZZ9.
       01  checked-display             pic ZZZ9.
       01  failed-display              pic ZZZ9.
       01  beyond-display              pic ZZZ9.
       01  number-display              pic Z(19)9.
       01  number-display-2            pic Z(19)9.
      * Re-deriving: the factor list divided back out of its number.
       01  remaining-number            pic 9(20).
       01  division-quotient           pic 9(20).
       01  division-remainder          pic 9(20).
       01  previous-factor             pic 9(20).
       01  factor-index                pic 9(4) comp.
      * Re-deriving: a primes segment.
       01  segment-width               pic 9(5) comp value 10000.
       01  fresh-flags                 pic X(10000).
       01  flag-offset                 pic 9(5) comp.
       01  flag-mismatch               pic 9(5) comp.
       01  window-index                pic 9(5) comp.
      * Re-deriving: a Collatz chain, counted the way euler014 does -
      * the start and the final 1 both count as terms.
       01  chain-term                  pic 9(18).
       01  chain-terms                 pic 9(9).
       01  chain-div                   pic 9(18).
       01  chain-rem                   pic 9.
      * Re-deriving: a triangle audit line.
       01  audit-index-token           pic X(12).
       01  audit-triangle-token        pic X(14).
       01  audit-divisors-token        pic X(8).
       01  audit-index                 pic 9(9).
       01  audit-triangle              pic 9(18).
       01  audit-divisors              pic 9(9).
       01  derived-triangle            pic 9(18).
       01  sieve-ready                 pic X value "N".
           copy sieverec.
           copy factorec.
           copy primreq.
       01  factcach-flush-op           pic X value "F".
       01  factcach-flush-number       pic 9(20).
       01  factcach-flush-count        pic 9(4) comp.
       01  factcach-flush-list.
           05  factcach-flush-value    pic 9(20) occurs 100 times.
       01  factcach-flush-hit          pic X.
       01  reclock-op                  pic X.
       01  reclock-file                pic X(30).
       01  reclock-verdict             pic X.
       01  alert-severity-arg          pic 9.
       01  alert-program-arg           pic X(12) value "intsamp".
       01  alert-text-arg              pic X(60).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept now-date-digits from date yyyymmdd
           move spaces to business-date-env
           accept business-date-env from environment "EULER_BUSDATE"
           if business-date-env(1:8) is numeric
               move business-date-env(1:8) to business-date-digits
           else
               move now-date-digits to business-date-digits
           end-if
           move spaces to business-date-text
           string business-date-digits(1:4) "-"
               business-date-digits(5:2) "-"
               business-date-digits(7:2)
               delimited by size into business-date-text
           end-string
           move business-date-digits to random-seed
           perform read-parameters
           move spaces to sample-arg
           display 1 upon argument-number
           accept sample-arg from argument-value
           if sample-arg not = spaces
                   and function test-numval(sample-arg) = 0
               move function numval(sample-arg) to sample-size
           end-if
           if sample-size > 5000
               move 5000 to sample-size
           end-if
           if sample-size < 1
               move 1 to sample-size
           end-if
           compute random-fraction = function random(random-seed)
           move "intsamp" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           move sample-size to checked-display
           move random-seed to number-display
           string "Derived-data integrity sample, "
               function trim(checked-display)
               " record(s) per file, seed "
               function trim(number-display)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move spaces to rptwrt-text
           move "file                  checked  failed  beyond"
               to rptwrt-text
           move "on file" to rptwrt-text(47:7)
           move "verdict" to rptwrt-text(59:7)
           call "rptwrt" using rptwrt-request
           perform sample-primes-master
           perform sample-factor-cache
           perform sample-memo-cache
           perform sample-triangle-audit
           perform flush-factor-cache-stats
           set rptwrt-op-break to true
           if files-failed = zero
               move "Every sampled record re-derives as recorded"
                   to rptwrt-text
           else
               move spaces to rptwrt-text
               string "FAILURES in " files-failed
                   " file(s); the records are quarantined in"
                   " intsamp-quarantine.dat"
                   delimited by size into rptwrt-text
               end-string
           end-if
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           if files-failed > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       read-parameters.
           call "paramrdr" using param-filepath param-table
               param-count param-status
           if param-status not = "00"
               exit paragraph
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               if function test-numval(param-value) not = 0
                   display "Bad value for "
                       function trim(param-key) " in "
                       function trim(param-filepath) upon syserr
                   move 16 to return-code
                   stop run
               end-if
               evaluate param-key
                   when "SAMPLE"
                       move function numval(param-value)
                           to sample-size
                   when "SEED"
                       move function numval(param-value)
                           to random-seed
                   when other
                       display "Unknown intsamp.parm key "
                           function trim(param-key) upon syserr
               end-evaluate
           end-perform.

      ******************************************************************
      * Drawing the sample
      ******************************************************************
       reset-sample.
           move zero to sample-count seen-count removal-count
               checked-count failed-count beyond-count
           move "Y" to subject-on-hand.

       offer-to-sample.
           add 1 to seen-count
           if sample-count < sample-size
               add 1 to sample-count
               move offer-key to sample-key(sample-count)
               move offer-line to sample-line(sample-count)
               exit paragraph
           end-if
           compute random-fraction = function random
           compute draw-slot = random-fraction * seen-count + 1
           if draw-slot <= sample-size
               move offer-key to sample-key(draw-slot)
               move offer-line to sample-line(draw-slot)
           end-if.

      * A writer mid-update holds the lock; waiting it out is enough
      * for the readers, the way KEYBRW does it.
       wait-for-writer.
           move "L" to reclock-op
           move "H" to reclock-verdict
           call "reclock" using reclock-op reclock-file
               reclock-verdict
               on exception
                   continue
           end-call
           move "U" to reclock-op
           call "reclock" using reclock-op reclock-file
               reclock-verdict
               on exception
                   continue
           end-call.

      ******************************************************************
      * The primes master: each sampled segment re-sieved
      ******************************************************************
       sample-primes-master.
           perform reset-sample
           move "primes-master.dat" to subject-name
           move spaces to offer-line
           open input primes-master-file
           if not primes-master-ok
               if primes-master-status = "05"
                   close primes-master-file
               end-if
               move "N" to subject-on-hand
               perform report-subject
               exit paragraph
           end-if
           perform until primes-master-eof
               read primes-master-file next record
                   at end
                       continue
                   not at end
                       move segment-low-key to offer-key
                       perform offer-to-sample
               end-read
           end-perform
           perform varying sample-index from 1 by 1
                   until sample-index > sample-count
               move sample-key(sample-index) to segment-low-key
               read primes-master-file
                   invalid key
                       continue
                   not invalid key
                       perform verify-primes-segment
               end-read
           end-perform
           close primes-master-file
           if removal-count > zero
               open i-o primes-master-file
               if primes-master-ok
                   perform varying removal-index from 1 by 1
                           until removal-index > removal-count
                       move removal-key(removal-index)
                           to segment-low-key
                       delete primes-master-file record
                           invalid key
                               continue
                       end-delete
                   end-perform
                   close primes-master-file
               end-if
           end-if
           perform report-subject.

      * PRIMSRV's own segment: SIEVEWIN over the low key and the
      * width after it, every prime flagged Y at its offset.
       verify-primes-segment.
           add 1 to checked-count
           move segment-low-key to sieve-window-low
           compute sieve-window-high =
               segment-low-key + segment-width - 1
           call "sievewin" using sieve-window-low
               sieve-window-high sieve-window-count
               sieve-window-table
           if sieve-window-count = zero
               add 1 to beyond-count
               exit paragraph
           end-if
           move all "N" to fresh-flags
           perform varying window-index from 1 by 1
                   until window-index > sieve-window-count
               compute flag-offset =
                   sieve-window-prime(window-index)
                   - segment-low-key + 1
               if flag-offset >= 1 and flag-offset <= segment-width
                   move "Y" to fresh-flags(flag-offset:1)
               end-if
           end-perform
           if fresh-flags = segment-flags
               exit paragraph
           end-if
           move zero to flag-mismatch
           perform varying flag-offset from 1 by 1
                   until flag-offset > segment-width
                       or flag-mismatch > zero
               if fresh-flags(flag-offset:1)
                       not = segment-flags(flag-offset:1)
                   move flag-offset to flag-mismatch
               end-if
           end-perform
           compute offer-key = segment-low-key + flag-mismatch - 1
           move offer-key to number-display
           move spaces to check-text
           string "segment flag for "
               function trim(number-display)
               delimited by size into check-text
           end-string
           move segment-flags(flag-mismatch:1) to recorded-text
           move fresh-flags(flag-mismatch:1) to rederived-text
           move segment-low-key to offer-key
           perform quarantine-cache-record.

      ******************************************************************
      * The factor cache: each sampled list divided back out
      ******************************************************************
       sample-factor-cache.
           perform reset-sample
           move "factor-cache.dat" to subject-name
           move "factor-cache.dat" to reclock-file
           move spaces to offer-line
           perform wait-for-writer
           open input factor-cache-file
           if not factor-cache-ok
               if factor-cache-status = "05"
                   close factor-cache-file
               end-if
               move "N" to subject-on-hand
               perform report-subject
               exit paragraph
           end-if
           perform until factor-cache-eof
               read factor-cache-file next record
                   at end
                       continue
                   not at end
                       move cache-number to offer-key
                       perform offer-to-sample
               end-read
           end-perform
           perform varying sample-index from 1 by 1
                   until sample-index > sample-count
               move sample-key(sample-index) to cache-number
               read factor-cache-file
                   invalid key
                       continue
                   not invalid key
                       perform verify-factor-list
               end-read
           end-perform
           close factor-cache-file
           if removal-count > zero
               perform remove-factor-records
           end-if
           perform report-subject.

      * Each factor must be a prime, no smaller than the one before
      * it, and divide what is left of the number evenly; once they
      * are all out nothing may be left but 1.
       verify-factor-list.
           add 1 to checked-count
           move "N" to record-failed
           move "N" to record-beyond
           move cache-number to remaining-number
           move zero to previous-factor
           if cache-list-count > 100
                   or (cache-list-count = zero and cache-number > 1)
               move "factor count" to check-text
               move cache-list-count to number-display
               move number-display to recorded-text
               move "a list for the number" to rederived-text
               move "Y" to record-failed
           end-if
           perform varying factor-index from 1 by 1
                   until factor-index > cache-list-count
                       or record-is-bad
               perform verify-one-factor
           end-perform
           if not record-is-bad and remaining-number not = 1
                   and cache-number > 1
               compute division-quotient =
                   cache-number / remaining-number
               move "list re-multiplied" to check-text
               move cache-number to number-display
               move number-display to recorded-text
               move division-quotient to number-display
               move number-display to rederived-text
               move "Y" to record-failed
           end-if
           if record-is-bad
               move cache-number to offer-key
               perform quarantine-cache-record
               exit paragraph
           end-if
           if record-is-beyond
               add 1 to beyond-count
           end-if.

       verify-one-factor.
           move cache-values(factor-index) to number-display
           if cache-values(factor-index) < 2
                   or cache-values(factor-index) < previous-factor
               move "factor out of order" to check-text
               move number-display to recorded-text
               move "ascending primes" to rederived-text
               move "Y" to record-failed
               exit paragraph
           end-if
           divide cache-values(factor-index) into remaining-number
               giving division-quotient
               remainder division-remainder
           if division-remainder not = zero
               move "factor does not divide" to check-text
               move number-display to recorded-text
               move "no factor" to rederived-text
               move "Y" to record-failed
               exit paragraph
           end-if
           move division-quotient to remaining-number
           if cache-values(factor-index) = previous-factor
               exit paragraph
           end-if
           move cache-values(factor-index) to previous-factor
           if cache-values(factor-index) > 999999999999999
               move "Y" to record-beyond
               exit paragraph
           end-if
           set primsrv-op-isprime to true
           move cache-values(factor-index) to primsrv-number
           call "primsrv" using primsrv-request
           evaluate true
               when primsrv-failed
                   move "Y" to record-beyond
               when primsrv-not-prime
                   move "factor not prime" to check-text
                   move number-display to recorded-text
                   move "composite" to rederived-text
                   move "Y" to record-failed
           end-evaluate.

       remove-factor-records.
           move "L" to reclock-op
           call "reclock" using reclock-op reclock-file
               reclock-verdict
               on exception
                   continue
           end-call
           open i-o factor-cache-file
           if factor-cache-ok
               perform varying removal-index from 1 by 1
                       until removal-index > removal-count
                   move removal-key(removal-index) to cache-number
                   delete factor-cache-file record
                       invalid key
                           continue
                   end-delete
               end-perform
               close factor-cache-file
           end-if
           move "U" to reclock-op
           call "reclock" using reclock-op reclock-file
               reclock-verdict
               on exception
                   continue
           end-call.

      ******************************************************************
      * The Collatz memo index: each sampled chain recomputed
      ******************************************************************
       sample-memo-cache.
           perform reset-sample
           move "euler014-memo.idx" to subject-name
           move "euler014-memo.idx" to reclock-file
           move spaces to offer-line
           perform wait-for-writer
           open input memo-cache-file
           if not memo-cache-ok
               if memo-cache-status = "05"
                   close memo-cache-file
               end-if
               move "N" to subject-on-hand
               perform report-subject
               exit paragraph
           end-if
      * Key zero is the control record, not a chain.
           perform until memo-cache-eof
               read memo-cache-file next record
                   at end
                       continue
                   not at end
                       if czc-start > zero
                           move czc-start to offer-key
                           perform offer-to-sample
                       end-if
               end-read
           end-perform
           perform varying sample-index from 1 by 1
                   until sample-index > sample-count
               move sample-key(sample-index) to czc-start
               read memo-cache-file
                   invalid key
                       continue
                   not invalid key
                       perform verify-collatz-chain
               end-read
           end-perform
           close memo-cache-file
           if removal-count > zero
               perform remove-memo-records
           end-if
           perform report-subject.

       verify-collatz-chain.
           add 1 to checked-count
           move czc-start to chain-term
           move 1 to chain-terms
           move "N" to record-beyond
           perform until chain-term = 1 or record-is-beyond
               divide chain-term by 2 giving chain-div
                   remainder chain-rem
               if chain-rem = zero
                   move chain-div to chain-term
               else
                   compute chain-term = chain-term * 3 + 1
                       on size error
                           move "Y" to record-beyond
                   end-compute
               end-if
               add 1 to chain-terms
           end-perform
           if record-is-beyond
               add 1 to beyond-count
               exit paragraph
           end-if
           if chain-terms = czc-terms
               exit paragraph
           end-if
           move "chain terms" to check-text
           move czc-terms to number-display
           move number-display to recorded-text
           move chain-terms to number-display
           move number-display to rederived-text
           move czc-start to offer-key
           perform quarantine-cache-record.

      * A hole in the index is a miss to euler014 and to CLZCACHE,
      * which compute the chain afresh; the control record's
      * high-water mark is left alone.
       remove-memo-records.
           move "L" to reclock-op
           call "reclock" using reclock-op reclock-file
               reclock-verdict
               on exception
                   continue
           end-call
           open i-o memo-cache-file
           if memo-cache-ok
               perform varying removal-index from 1 by 1
                       until removal-index > removal-count
                   move removal-key(removal-index) to czc-start
                   delete memo-cache-file record
                       invalid key
                           continue
                   end-delete
               end-perform
               close memo-cache-file
           end-if
           move "U" to reclock-op
           call "reclock" using reclock-op reclock-file
               reclock-verdict
               on exception
                   continue
           end-call.

      ******************************************************************
      * The triangle audit: each sampled line recounted
      ******************************************************************
       sample-triangle-audit.
           perform reset-sample
           move "euler012.audit" to subject-name
           open input audit-file
           if not audit-file-ok
               if audit-file-status = "05"
                   close audit-file
               end-if
               move "N" to subject-on-hand
               perform report-subject
               exit paragraph
           end-if
           perform until audit-file-eof
               read audit-file
                   at end
                       continue
                   not at end
                       if audit-file-line not = spaces
                           compute offer-key = seen-count + 1
                           move audit-file-line to offer-line
                           perform offer-to-sample
                       end-if
               end-read
           end-perform
           close audit-file
           perform varying sample-index from 1 by 1
                   until sample-index > sample-count
               perform verify-audit-line
           end-perform
           perform report-subject.

      * The line is the triangle's index, the triangle, and its
      * divisor count; the triangle follows from the index and the
      * count from its factors, which must multiply back first.
       verify-audit-line.
           add 1 to checked-count
           move sample-key(sample-index) to offer-key
           move spaces to audit-index-token audit-triangle-token
               audit-divisors-token
           unstring function trim(sample-line(sample-index))
               delimited by all spaces
               into audit-index-token audit-triangle-token
                   audit-divisors-token
           end-unstring
           if function test-numval(audit-index-token) not = 0
                   or function test-numval(audit-triangle-token)
                       not = 0
                   or function test-numval(audit-divisors-token)
                       not = 0
               move "line unreadable" to check-text
               move sample-line(sample-index) to recorded-text
               move "index triangle count" to rederived-text
               perform quarantine-audit-line
               exit paragraph
           end-if
           move function numval(audit-index-token) to audit-index
           move function numval(audit-triangle-token)
               to audit-triangle
           move function numval(audit-divisors-token)
               to audit-divisors
           compute derived-triangle =
               audit-index * (audit-index + 1) / 2
           if derived-triangle not = audit-triangle
               move "triangle from index" to check-text
               move audit-triangle to number-display
               move number-display to recorded-text
               move derived-triangle to number-display
               move number-display to rederived-text
               perform quarantine-audit-line
               exit paragraph
           end-if
           if sieve-ready not = "Y"
               call "sieve" using sieve-limit sieve-table
                   sieve-count
               move "Y" to sieve-ready
           end-if
           move audit-triangle to factorize-n
           set factorize-mode-full-list to true
           call "factorize" using factorize-n factorize-mode
               sieve-table sieve-count
               factorize-largest factorize-list
               factorize-list-count
               factorize-canonical factorize-prime-count
               factorize-divisor-count factorize-divisor-sum
               factorize-totient
           move audit-triangle to remaining-number
           perform varying factor-index from 1 by 1
                   until factor-index > factorize-list-count
               if factorize-value(factor-index) > 1
                   divide factorize-value(factor-index)
                       into remaining-number
                       giving division-quotient
                       remainder division-remainder
                   if division-remainder = zero
                       move division-quotient to remaining-number
                   end-if
               end-if
           end-perform
           if remaining-number not = 1 and audit-triangle > 1
               move "factors of triangle" to check-text
               move audit-triangle to number-display
               move number-display to recorded-text
               move "do not multiply back" to rederived-text
               perform quarantine-audit-line
               exit paragraph
           end-if
           if factorize-divisor-count not = audit-divisors
               move "divisor count" to check-text
               move audit-divisors to number-display
               move number-display to recorded-text
               move factorize-divisor-count to number-display
               move number-display to rederived-text
               perform quarantine-audit-line
           end-if.

      ******************************************************************
      * Quarantine and reporting
      ******************************************************************
       quarantine-cache-record.
           move "REMOVED" to disposition-text
           if removal-count < 5000
               add 1 to removal-count
               move offer-key to removal-key(removal-count)
           end-if
           perform write-quarantine-card.

       quarantine-audit-line.
           move "LEFT" to disposition-text
           perform write-quarantine-card.

       write-quarantine-card.
           add 1 to failed-count
           move offer-key to key-display
           move spaces to quarantine-file-line
           string business-date-text "|"
               function trim(subject-name) "|"
               function trim(key-display) "|"
               function trim(check-text) "|"
               function trim(recorded-text) "|"
               function trim(rederived-text) "|"
               function trim(disposition-text)
               delimited by size into quarantine-file-line
           end-string
           open extend quarantine-file
           if quarantine-file-ok or quarantine-file-status = "05"
               write quarantine-file-line
               close quarantine-file
           end-if
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           string "    " function trim(subject-name) " "
               function trim(key-display) ": "
               function trim(check-text) " recorded "
               function trim(recorded-text) ", re-derived "
               function trim(rederived-text) " - "
               function trim(disposition-text)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

       report-subject.
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move subject-name to rptwrt-text(1:20)
           if subject-on-hand = "N"
               move "not on hand" to rptwrt-text(59:11)
               call "rptwrt" using rptwrt-request
               exit paragraph
           end-if
           move checked-count to checked-display
           move failed-count to failed-display
           move beyond-count to beyond-display
           move seen-count to count-display
           move checked-display to rptwrt-text(25:4)
           move failed-display to rptwrt-text(33:4)
           move beyond-display to rptwrt-text(41:4)
           move count-display(8:8) to rptwrt-text(46:8)
           if failed-count > zero
               move "FAILED" to rptwrt-text(59:6)
           else
               move "sound" to rptwrt-text(59:5)
           end-if
           call "rptwrt" using rptwrt-request
           if failed-count > zero
               perform raise-subject-alert
           end-if.

       raise-subject-alert.
           add 1 to files-failed
           if subject-name = "euler012.audit"
               move 1 to alert-severity-arg
           else
               move 2 to alert-severity-arg
           end-if
           move spaces to alert-text-arg
           string function trim(failed-display) " of "
               function trim(checked-display) " sampled "
               function trim(subject-name)
               " record(s) failed re-derivation"
               delimited by size into alert-text-arg
           end-string
           call "alert" using alert-severity-arg
               alert-program-arg alert-text-arg
               on exception
                   continue
           end-call.

       flush-factor-cache-stats.
           call "factcach" using factcach-flush-op
               factcach-flush-number factcach-flush-count
               factcach-flush-list factcach-flush-hit
               on exception
                   continue
           end-call.
       end program intsamp.
