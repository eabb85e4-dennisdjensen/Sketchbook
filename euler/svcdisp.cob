      *            <id> FACTOR n
      *            <id> PROFILE n
      *            <id> SPELL amount convention
      *            <id> ROMAN n
      *            <id> BUSDAYS yyyymmdd +n
      *            <id> LCM n1,n2,...
      *          and each run of the dispatcher polls the queue,
      *          and BUSDAYS, and appends one matching reply per
      *          request id to service-replies.dat:
      *            <id> OK <answer>      or
      *            <id> BADCARD <reason>     or
      *            <id> INCOMPLETE <partial answer>
      *          Ids already in the reply file are passed over, so
      *          the dispatcher can run on every stream (or a cron
      *          beat) without double-answering, and a malformed
      *          card gets a status instead of silence.
      *          A desk may stamp a card's arrival on its end as
      *          "@YYYYMMDDHHMM"; for a card that arrives without,
      *          the dispatcher records "<id> @YYYYMMDDHHMM" in the
      *          arrival register service-arrivals.dat the first
      *          time it sees it, and the desks' own file is never
      *          written. Every reply carries its completion the
      *          same way, so SVCSLA can age the queue against the
      *          turnaround targets.
      *          First argument STAMP only records the new arrivals
      *          and leaves them for the next dispatch, for a cron
      *          beat closer than the dispatching runs.
      * Tectonics: cobc -x svcdisp.cob factorize.cob sieve.cob
      *            sievewin.cob nextprime.cob spellnum.cob
      *            busdays.cob
      * Modifications:
      *   15 Oct 2026 - Arrival stamps on the request cards and
      *                 completion stamps on the replies; STAMP
      *                 argument to stamp without dispatching.
      *   15 Oct 2026 - FACTOR replies mark a probable-prime factor
      *                 "?"; a FACTOR or PROFILE that FACTORIZE cut
      *                 off at its time cap is answered with status
      *                 INCOMPLETE (FACTOR with the factors found and
      *                 the unsplit cofactor in brackets) instead of
      *                 holding up the rest of the queue.
      *   15 Oct 2026 - ROMAN cards: n from 1 to 3999 answered with
      *                 its minimal Roman numeral through SPELLNUM's
      *                 Roman mode.
      *   15 Oct 2026 - Arrivals go to the service-arrivals.dat
      *                 register, opened EXTEND, instead of being
      *                 written back onto the cards: rewriting
      *                 service-requests.dat lost any card a desk
      *                 added while the queue was being stamped. The
      *                 queue is read as it streams again, with no
      *                 limit on its length.
      ******************************************************************
       identification division.
       program-id. svcdisp.
               assign to "service-replies.dat"
               organization is line sequential
               file status is reply-file-status.
           select optional arrival-file
               assign to "service-arrivals.dat"
               organization is line sequential
               file status is arrival-file-status.
      ******************************************************************
       data division.
       file section.
       01  request-line           pic X(120).
       fd  reply-file.
       01  reply-line             pic X(160).
       fd  arrival-file.
       01  arrival-line           pic X(40).

       working-storage section.
       01  request-file-status         pic XX.
           05  answered-id             pic X(12) occurs 200 times.
       01  answered-count              pic 9(4) comp value zero.
       01  answered-index              pic 9(4) comp.
       01  arrival-file-status         pic XX.
           88  arrival-file-ok         value "00".
           88  arrival-file-eof        value "10".
      * The ids the arrival register already holds a stamp for.
       01  arrival-table.
           05  arrival-id              pic X(12) occurs 5000 times.
       01  arrival-count               pic 9(4) comp value zero.
       01  arrival-index               pic 9(4) comp.
       01  arrival-body                pic X(40).
       01  arrival-open                pic X value "N".
       01  cards-stamped               pic 9(4) comp value zero.
       01  run-mode-arg                pic X(10).
       01  stamp-only                  pic X value "N".
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  now-stamp                   pic X(12).
       01  request-card                pic X(120).
       01  request-body                pic X(120).
       01  request-stamp               pic X(12).
       01  request-id                  pic X(12).
       01  request-verb                pic X(10).
       01  request-arg-1               pic X(40).
       01  request-arg-2               pic X(12).
       01  already-answered            pic X.
       01  reply-status                pic X(10).
       01  reply-answer                pic X(120).
       01  requests-seen               pic 9(4) comp value zero.
       01  replies-written             pic 9(4) comp value zero.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to run-mode-arg
           display 1 upon argument-number
           accept run-mode-arg from argument-value
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to now-stamp
           string now-date-digits now-time-digits(1:4)
               delimited by size into now-stamp
           end-string
           if function upper-case(run-mode-arg) = "STAMP"
               move "Y" to stamp-only
           end-if
           perform load-answered-ids
           perform load-recorded-arrivals
           open input request-file
           if not request-file-ok
               display "No service-requests.dat on hand; nothing"
               move zero to return-code
               stop run
           end-if
           open extend arrival-file
           if arrival-file-ok or arrival-file-status = "05"
               move "Y" to arrival-open
           else
               display "Dispatcher: service-arrivals.dat not open ("
                   arrival-file-status "); arrivals left unstamped"
                   " this run" upon syserr
           end-if
           if stamp-only = "N"
               open extend reply-file
               if not reply-file-ok
                   open output reply-file
               end-if
           end-if
           perform until request-file-eof
               read request-file into request-line
                   not at end
                       if request-line not = spaces
                               and request-line(1:1) not = "*"
                           move request-line to request-card
                           perform stamp-one-arrival
                           if stamp-only = "N"
                               perform dispatch-one-card
                           end-if
                       end-if
               end-read
           end-perform
           close request-file
           if arrival-open = "Y"
               close arrival-file
           end-if
           if stamp-only = "Y"
               display "Dispatcher: " cards-stamped
                   " arrival(s) stamped"
               move zero to return-code
               stop run
           end-if
           close reply-file
           display "Dispatcher: " requests-seen " card(s), "
               replies-written " new replies"
           move zero to return-code
           stop run.

      * The register is "<id> @YYYYMMDDHHMM", one arrival a line;
      * the first line for an id is its arrival. An id past the
      * table is not known here and may be recorded again, which
      * the first-line rule makes harmless.
       load-recorded-arrivals.
           open input arrival-file
           if arrival-file-ok
               perform until arrival-file-eof
                   read arrival-file into arrival-line
                       at end
                           continue
                       not at end
                           perform keep-one-arrival
                   end-read
               end-perform
           end-if
           if arrival-file-ok or arrival-file-eof
                   or arrival-file-status = "05"
               close arrival-file
           end-if.

       keep-one-arrival.
           if arrival-line = spaces or arrival-line(1:1) = "*"
               exit paragraph
           end-if
           if arrival-count >= 5000
               exit paragraph
           end-if
           add 1 to arrival-count
           move spaces to arrival-id(arrival-count)
           unstring function trim(arrival-line)
               delimited by all spaces
               into arrival-id(arrival-count)
           end-unstring.

      * A card with no stamp of its own, not yet answered and not
      * yet in the register, has its arrival recorded now.
       stamp-one-arrival.
           move spaces to request-body
           move spaces to request-stamp
           unstring request-card delimited by " @"
               into request-body request-stamp
           end-unstring
           if request-stamp not = spaces
               exit paragraph
           end-if
           move spaces to request-id
           unstring function trim(request-body)
               delimited by all spaces
               into request-id
           end-unstring
           perform varying answered-index from 1 by 1
                   until answered-index > answered-count
               if answered-id(answered-index) = request-id
                   exit paragraph
               end-if
           end-perform
           perform varying arrival-index from 1 by 1
                   until arrival-index > arrival-count
               if arrival-id(arrival-index) = request-id
                   exit paragraph
               end-if
           end-perform
           if arrival-open = "N"
               exit paragraph
           end-if
           move spaces to arrival-body
           string function trim(request-id) " @" now-stamp
               delimited by size into arrival-body
           end-string
           write arrival-line from arrival-body
           add 1 to cards-stamped
           if arrival-count < 5000
               add 1 to arrival-count
               move request-id to arrival-id(arrival-count)
           end-if.

       load-answered-ids.
           open input reply-file
           if reply-file-ok
           move spaces to request-verb
           move spaces to request-arg-1
           move spaces to request-arg-2
           move spaces to request-body
           move spaces to request-stamp
           unstring request-card delimited by " @"
               into request-body request-stamp
           end-unstring
           unstring function trim(request-body)
               delimited by all spaces
               into request-id request-verb request-arg-1
                    request-arg-2
                   perform serve-profile-request
               when "SPELL"
                   perform serve-spell-request
               when "ROMAN"
                   perform serve-roman-request
               when "BUSDAYS"
                   perform serve-busdays-request
               when "LCM"
           move spaces to reply-line
           string function trim(request-id) " "
               function trim(reply-status) " "
               function trim(reply-answer) " @" now-stamp
               delimited by size into reply-line
           end-string
           write reply-line
                       or value-index > 8
               move factorize-value(value-index)
                   to factor-display
               evaluate true
                   when factorize-value-probable(value-index)
                       string function trim(reply-answer trailing)
                           " " function trim(factor-display leading)
                           "?" delimited by size into reply-answer
                       end-string
                   when factorize-value-unsplit(value-index)
                       string function trim(reply-answer trailing)
                           " [" function trim(factor-display leading)
                           "]" delimited by size into reply-answer
                       end-string
                   when other
                       string function trim(reply-answer trailing)
                           " " function trim(factor-display leading)
                           delimited by size into reply-answer
                       end-string
               end-evaluate
           end-perform
           if factorize-incomplete
               move "INCOMPLETE" to reply-status
           end-if
           if factorize-list-count > 8
               string function trim(reply-answer trailing)
                   " ..." delimited by size into reply-answer
               exit paragraph
           end-if
           perform factorize-the-argument
           if factorize-incomplete
               move "INCOMPLETE" to reply-status
               move "factoring cut off at the time cap"
                   to reply-answer
               exit paragraph
           end-if
           compute proper-sum =
               factorize-divisor-sum - factorize-n
           evaluate true
               " totient="
               function trim(totient-display leading)
               delimited by size into reply-answer
           end-string
           if factorize-has-probable
               string function trim(reply-answer trailing)
                   " proof=PROBABLE"
                   delimited by size into reply-answer
               end-string
           end-if.

       serve-spell-request.
           move spaces to amount-whole
           call "spellnum" using spellnum-request
           move spellnum-text(1:120) to reply-answer.

       serve-roman-request.
           if function test-numval(request-arg-1) not = 0
               move "BADCARD" to reply-status
               move "ROMAN needs a number" to reply-answer
               exit paragraph
           end-if
           if function numval(request-arg-1) < 1
                   or function numval(request-arg-1) > 3999
               move "BADCARD" to reply-status
               move "ROMAN needs 1 to 3999" to reply-answer
               exit paragraph
           end-if
           set spellnum-mode-roman to true
           move function numval(request-arg-1) to spellnum-value
           move zero to spellnum-cents
           call "spellnum" using spellnum-request
           move spellnum-text(1:120) to reply-answer.

       serve-busdays-request.
           if function test-numval(request-arg-1) not = 0
               move "BADCARD" to reply-status
