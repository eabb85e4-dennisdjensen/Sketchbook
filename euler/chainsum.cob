      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Hash chain over the audit files. The results ledger
      *          and the security journal are the shop's evidence,
      *          and as plain text anyone with a shell could edit
      *          either without a trace. Every line now ends in a
      *          chained checksum - the line's text hashed on top of
      *          the checksum of the line before it - so changing,
      *          inserting or deleting a line breaks the chain at
      *          that line and every line after it. The hash is
      *          keyed with the shop's chain key, the first
      *          non-comment line of chain-key.dat (digits, kept
      *          readable by the batch user alone), so recomputing a
      *          chain over an edit takes the key as well as the
      *          shell; with no key on file the chain still catches
      *          a hand edit, but not a careful one. A legitimate
      *          trim (HOUSEKEEP, MTHCLOSE) leaves a chain-anchor
      *          line in the gap saying who moved how many lines out
      *          and the checksum the chain resumes from; an anchor
      *          is hashed from nothing but itself and the key, so
      *          only the key's holder can sign one. See
      *          chainreq.cpy for the operations. Lines written
      *          before the chain began carry no checksum and read as
      *          unchained; one after the chain has begun is a break.
      * Tectonics: cobc -m chainsum.cob
      ******************************************************************
       identification division.
       program-id. chainsum.
       environment division.
       input-output section.
       file-control.
           select optional chain-file
               assign to chain-filepath
               organization is line sequential
               file status is chain-file-status.
           select optional key-file
               assign to "chain-key.dat"
               organization is line sequential
               file status is key-file-status.
      ******************************************************************
       data division.
       file section.
       fd  chain-file.
       01  chain-file-line        pic X(200).
       fd  key-file.
       01  key-file-line          pic X(80).

       working-storage section.
       01  chain-file-status           pic XX.
           88  chain-file-ok           value "00".
           88  chain-file-eof          value "10".
       01  key-file-status             pic XX.
           88  key-file-ok             value "00".
           88  key-file-eof            value "10".
       01  chain-filepath              pic X(40).
       01  key-loaded                  pic X value "N".
           88  key-is-loaded           value "Y".
       01  chain-key                   pic 9(9) value zero.
       01  chain-modulus               pic 9(10) value 4294967291.
       01  hash-work                   pic 9(18) comp.
       01  hash-seed                   pic 9(10).
       01  hash-result                 pic 9(10).
       01  hash-text                   pic X(200).
       01  hash-index                  pic 9(4) comp.
      * Where the text ends and the checksum sits, per file.
       01  text-length                 pic 9(4) comp.
       01  hash-position               pic 9(4) comp.
       01  resume-position             pic 9(4) comp.
       01  stored-hash-text            pic X(10).
       01  stored-hash redefines stored-hash-text pic 9(10).
       01  resume-text                 pic X(10).
       01  resume-hash redefines resume-text pic 9(10).
       01  last-line                   pic X(200).
       01  line-is-anchor              pic X.
           88  anchor-line             value "Y".
       01  now-date-digits             pic 9(8).
       01  now-time-digits             pic 9(8).
       01  anchor-user                 pic X(8).
       01  saved-return-code           pic s9(9) comp.
           copy ledgrec.
           copy secjrec.

       linkage section.
           copy chainreq.
      ******************************************************************
       procedure division using chain-request.
       chain-dispatch.
           move return-code to saved-return-code
           if not key-is-loaded
               perform load-chain-key
           end-if
           if chain-file-journal
               move "security-journal.log" to chain-filepath
               move 150 to text-length
               move 152 to hash-position
               move 71 to resume-position
           else
               move "results-ledger.log" to chain-filepath
               move 104 to text-length
               move 106 to hash-position
               move 43 to resume-position
           end-if
           move "N" to chain-req-anchor-wanted
           evaluate chain-req-op
               when "STAMP"
                   perform stamp-new-line
               when "START"
                   perform start-walk
               when "WALK"
                   perform walk-one-line
               when "KEEP"
                   perform keep-walked-line
               when "DROP"
                   perform drop-walked-line
               when "CLOSE"
                   perform close-rewrite
               when "ANCHOR"
                   perform append-checkpoint-anchor
           end-evaluate
           move saved-return-code to return-code
           goback.

       load-chain-key.
           set key-is-loaded to true
           open input key-file
           if key-file-ok
               perform until key-file-eof
                   read key-file
                       at end
                           continue
                       not at end
                           if key-file-line not = spaces
                                   and key-file-line(1:1) not = "*"
                               if function test-numval(
                                       key-file-line) = 0
                                   compute chain-key = function mod(
                                       function numval(key-file-line),
                                       1000000000)
                               end-if
                               set key-file-eof to true
                           end-if
                   end-read
               end-perform
           end-if
           if key-file-ok or key-file-eof
                   or key-file-status = "05"
               close key-file
           end-if.

      * The line's text, position by position, folded onto the
      * seed and the key; the seed is the checksum before the line,
      * or zero for an anchor.
       compute-hash.
           compute hash-work = function mod(
               hash-seed * 65599 + chain-key, chain-modulus)
           perform varying hash-index from 1 by 1
                   until hash-index > text-length
               compute hash-work = function mod(
                   hash-work * 257
                   + function ord(hash-text(hash-index:1)),
                   chain-modulus)
           end-perform
           move hash-work to hash-result.

       classify-line.
           move "N" to line-is-anchor
           if chain-file-journal
               if hash-text(54:16) = "CHAIN-ANCHOR"
                   set anchor-line to true
               end-if
           else
               if hash-text(1:12) = "*CHAINANCHOR"
                   set anchor-line to true
               end-if
           end-if
           move hash-text(hash-position:10) to stored-hash-text
           move hash-text(resume-position:10) to resume-text.

      * The checksum a new line chains from: the last line's own,
      * the resume point when the last line is an anchor, zero on
      * an empty file or one not yet chained.
       find-chain-tail.
           move zero to chain-req-previous
           move spaces to last-line
           open input chain-file
           if chain-file-ok
               perform until chain-file-eof
                   read chain-file
                       at end
                           continue
                       not at end
                           if chain-file-line not = spaces
                               move chain-file-line to last-line
                           end-if
                   end-read
               end-perform
           end-if
           if chain-file-ok or chain-file-eof
                   or chain-file-status = "05"
               close chain-file
           end-if
           if last-line = spaces
               exit paragraph
           end-if
           move last-line to hash-text
           perform classify-line
           evaluate true
               when anchor-line and resume-text is numeric
                   move resume-hash to chain-req-previous
               when stored-hash-text is numeric
                   move stored-hash to chain-req-previous
           end-evaluate.

       stamp-new-line.
           perform find-chain-tail
           move chain-req-line to hash-text
           move chain-req-previous to hash-seed
           perform compute-hash
           move hash-result to stored-hash
           move space to chain-req-line(hash-position - 1:1)
           move stored-hash-text to chain-req-line(hash-position:10).

       start-walk.
           move zero to chain-req-lines
           move zero to chain-req-previous
           move "N" to chain-req-started
           move zero to chain-req-line-previous
           move zero to chain-req-emit-previous
           move zero to chain-req-removed
           move "N" to chain-req-pending.

      * An anchor must sign itself; a chained line must hash from
      * the checksum before it. After a break the walk takes the
      * broken line's own checksum up, so it goes on to judge the
      * lines after on their own.
       walk-one-line.
           add 1 to chain-req-lines
           move chain-req-previous to chain-req-line-previous
           move chain-req-line to hash-text
           perform classify-line
           if anchor-line
               move zero to hash-seed
               perform compute-hash
               if stored-hash-text is numeric
                       and stored-hash = hash-result
                       and resume-text is numeric
                   set chain-line-anchor to true
                   move resume-hash to chain-req-previous
                   move "Y" to chain-req-started
               else
                   set chain-line-broken to true
               end-if
               exit paragraph
           end-if
           if stored-hash-text is not numeric
               if chain-req-started = "Y"
                   set chain-line-broken to true
               else
                   set chain-line-unchained to true
               end-if
               exit paragraph
           end-if
           move chain-req-previous to hash-seed
           perform compute-hash
           if stored-hash = hash-result
               set chain-line-chained to true
           else
               set chain-line-broken to true
           end-if
           move stored-hash to chain-req-previous
           move "Y" to chain-req-started.

      * A kept chained line whose predecessor is not what the
      * rewritten file will have before it needs an anchor ahead of
      * it to bridge the gap: the old anchor that stood there, when
      * nothing has gone since it, or a new one counting what has.
       keep-walked-line.
           if chain-line-chained
               if chain-req-line-previous
                       not = chain-req-emit-previous
                   move chain-req-line-previous to resume-hash
                   perform bridge-the-gap
               end-if
               move chain-req-previous to chain-req-emit-previous
               move zero to chain-req-removed
           end-if
           move "N" to chain-req-pending.

       drop-walked-line.
           if chain-line-anchor
               move "Y" to chain-req-pending
               move chain-req-previous to chain-req-pending-resume
               move chain-req-line to chain-req-pending-line
           else
               add 1 to chain-req-removed
               move "N" to chain-req-pending
           end-if.

       close-rewrite.
           if chain-req-previous not = chain-req-emit-previous
               move chain-req-previous to resume-hash
               perform bridge-the-gap
           end-if
           move "N" to chain-req-pending.

       bridge-the-gap.
           if chain-req-pending = "Y" and chain-req-removed = zero
                   and chain-req-pending-resume = resume-hash
               move chain-req-pending-line to chain-req-anchor-line
               set chain-anchor-wanted to true
           else
               perform build-anchor
           end-if.

      * A checkpoint - HISTFOLD's fold, say - anchored onto the end
      * of the file as it stands.
       append-checkpoint-anchor.
           perform find-chain-tail
           move chain-req-previous to resume-hash
           move chain-req-count to chain-req-removed
           perform build-anchor
           open extend chain-file
           if not chain-file-ok
                   and chain-file-status not = "05"
               open output chain-file
           end-if
           if chain-file-ok or chain-file-status = "05"
               move chain-req-anchor-line to chain-file-line
               write chain-file-line
               close chain-file
           end-if
           move "N" to chain-req-anchor-wanted.

      * The anchor in the file's own layout, RESUME-HASH the
      * checksum the chain picks up from after it, signed from a
      * zero seed.
       build-anchor.
           accept now-date-digits from date yyyymmdd
           accept now-time-digits from time
           move spaces to anchor-user
           accept anchor-user from environment "EULER_RUN_USER"
           if anchor-user = spaces
               accept anchor-user from environment "USER"
           end-if
           if chain-file-journal
               move spaces to security-journal-record
               string now-date-digits(1:4) "-"
                   now-date-digits(5:2) "-" now-date-digits(7:2)
                   delimited by size into secj-run-date
               end-string
               string now-time-digits(1:2) ":"
                   now-time-digits(3:2) ":" now-time-digits(5:2)
                   delimited by size into secj-run-time
               end-string
               move anchor-user to secj-user
               move chain-req-program to secj-program-id
               move "CHAIN-ANCHOR" to secj-action
               move resume-hash to secj-anchor-resume
               move chain-req-removed to secj-anchor-count
               move "line(s) moved out; the chain resumes here"
                   to secj-anchor-text
               move security-journal-record to hash-text
           else
               move spaces to ledger-record
               set ledger-chain-anchor to true
               string now-time-digits(1:2) ":"
                   now-time-digits(3:2) ":" now-time-digits(5:2)
                   delimited by size into ledger-run-time
               end-string
               move zero to ledger-elapsed-seconds
               move resume-hash to ledger-anchor-resume
               move chain-req-program to ledger-anchor-program
               move now-date-digits to ledger-anchor-date
               move chain-req-removed to ledger-anchor-count
               move zero to ledger-run-number
               move anchor-user to ledger-run-user
               move ledger-record to hash-text
           end-if
           move zero to hash-seed
           perform compute-hash
           move hash-result to stored-hash
           move space to hash-text(hash-position - 1:1)
           move stored-hash-text to hash-text(hash-position:10)
           move hash-text to chain-req-anchor-line
           set chain-anchor-wanted to true.
       end program chainsum.
