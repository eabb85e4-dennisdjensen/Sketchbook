      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Probable-duplicate names in the names file - the
      *          MATTHEW/MATHEW and CATHERINE/KATHRYN spellings the
      *          customer side feeds NAMESCOR, each one counting as
      *          a name of its own. Reads the names file (argument
      *          1, default p022_names.txt) and validates each name
      *          the NAMESCOR way (letters only - anything else goes
      *          to namedup-rejects.out with a reason). The input
      *          procedure builds each good name's sound key and
      *          RELEASEs it; the output procedure RETURNs them by
      *          key and name, so every spelling that sounds alike
      *          lands together. The sound key is Soundex over a
      *          normalized spelling: C before E, I or Y and Z are
      *          S, any other C and Q are K, PH is F, X is KS, a
      *          silent leading K, G or P before N (and W before R,
      *          P before S) is dropped, GH inside a name is
      *          silent, and a leading vowel is A; then the first
      *          letter and up to five Soundex digits, zero-filled.
      *          Within a key the names fold into one survivor -
      *          the most frequent spelling, alphabetically first on
      *          a tie - unless the decisions file says otherwise.
      *          namedup-overrides.dat holds the reviewers'
      *            SAME|name|survivor      fold name into survivor,
      *                                    whatever their keys
      *            NOTSAME|name|name       never fold these two
      *                                    together
      *          cards, so a decision made once holds on every run.
      *          The probable-duplicate report (through RPTWRT)
      *          lists every key with more than one spelling, and
      *          any name a SAME card folds elsewhere, with each
      *          name's count, its edit distance (Levenshtein) from
      *          the survivor it folds into - from the key's leading
      *          survivor when it is kept apart - and the outcome.
      *          The survivors go to namedup-clean.txt, one quoted
      *          name per line, for NAMESCOR to read. A decision
      *          naming a spelling not in the list, or a SAME that
      *          contradicts a NOTSAME, is not applied and is shown
      *          on syserr.
      * Tectonics: cobc -x namedup.cob rptwrt.cob fileerr.cob
      ******************************************************************
       identification division.
       program-id. namedup.
       environment division.
       input-output section.
       file-control.
           select name-input-file
               assign to name-input-filepath
               organization is line sequential
               file status is name-input-status.
           select rejects-file
               assign to "namedup-rejects.out"
               organization is line sequential
               file status is rejects-file-status.
           select optional override-file
               assign to "namedup-overrides.dat"
               organization is line sequential
               file status is override-file-status.
           select clean-file
               assign to "namedup-clean.txt"
               organization is line sequential
               file status is clean-file-status.
           select sort-work-file
               assign to "namedup.srt".
      ******************************************************************
       data division.
       file section.
       fd  name-input-file.
       01  name-input-line        pic X(20000).
       fd  rejects-file.
       01  rejects-line           pic X(80).
       fd  override-file.
       01  override-line          pic X(100).
       fd  clean-file.
       01  clean-line             pic X(32).
       sd  sort-work-file.
       01  sort-record.
           05  sort-key           pic X(6).
           05  sort-name          pic X(30).

       working-storage section.
       01  name-input-status           pic XX.
           88  name-input-ok           value "00".
           88  name-input-eof          value "10".
       01  rejects-file-status         pic XX.
       01  override-file-status        pic XX.
           88  override-file-ok        value "00".
           88  override-file-eof       value "10".
       01  clean-file-status           pic XX.
       01  name-input-filepath         pic X(80).
       01  default-input-filepath      pic X(80)
                                       value "p022_names.txt".
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
       01  line-pointer                pic 9(5) comp.
       01  name-token                  pic X(60).
       01  clean-name                  pic X(30).
       01  clean-length                pic 9(4) comp.
       01  char-index                  pic 9(4) comp.
       01  one-char                    pic X.
       01  next-char                   pic X.
       01  after-char                  pic X.
       01  name-is-good                pic X.
           88  name-passes             value "Y".
       01  names-released              pic 9(6) comp value zero.
       01  names-rejected              pic 9(6) comp value zero.
       01  sort-output-done            pic X.
           88  sorted-names-done       value "Y".
      * The sound key: the spelling normalized, then coded.
       01  letter-table                pic X(26)
           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  soundex-codes               pic X(26)
           value "01230120022455012623010202".
       01  letter-position             pic 99 comp.
       01  norm-name                   pic X(40).
       01  norm-length                 pic 9(4) comp.
       01  sound-key                   pic X(6).
       01  key-length                  pic 9 comp.
       01  this-code                   pic X.
       01  last-code                   pic X.
      * Every distinct spelling, in key and name order; a key's
      * spellings sit together.
       01  name-table.
           05  name-entry occurs 10000 times.
               10  nt-name             pic X(30).
               10  nt-key              pic X(6).
               10  nt-count            pic 9(5) comp.
               10  nt-cluster          pic 9(5) comp.
               10  nt-placed           pic X.
               10  nt-preferred        pic X.
       01  name-count                  pic 9(5) comp value zero.
       01  names-dropped               pic 9(6) comp value zero.
       01  name-index                  pic 9(5) comp.
       01  other-index                 pic 9(5) comp.
       01  lookup-name                 pic X(30).
       01  lookup-index                pic 9(5) comp.
       01  cluster-table.
           05  cluster-survivor        pic 9(5) comp
                                       occurs 10000 times.
      * One key's run of spellings while it is clustered.
       01  group-first                 pic 9(5) comp.
       01  group-last                  pic 9(5) comp.
       01  group-top                   pic 9(5) comp.
       01  best-index                  pic 9(5) comp.
       01  seed-index                  pic 9(5) comp.
       01  member-index                pic 9(5) comp.
       01  placed-yet                  pic X.
           88  member-was-placed       value "Y".
       01  clash-found                 pic X.
           88  clusters-clash          value "Y".
       01  pair-first                  pic 9(5) comp.
       01  pair-second                 pic 9(5) comp.
       01  pair-kept-apart             pic X.
           88  pair-is-apart           value "Y".
      * The reviewers' decisions.
       01  override-table.
           05  override-entry occurs 500 times.
               10  ov-kind             pic X(8).
               10  ov-first            pic 9(5) comp.
               10  ov-second           pic 9(5) comp.
       01  override-count              pic 9(4) comp value zero.
       01  override-index              pic 9(4) comp.
       01  decision-index              pic 9(4) comp.
       01  override-fields.
           05  of-kind                 pic X(8).
           05  of-first                pic X(30).
           05  of-second               pic X(30).
       01  override-reason             pic X(40).
       01  decisions-applied           pic 9(6) comp value zero.
       01  decisions-refused           pic 9(6) comp value zero.
       01  old-cluster                 pic 9(5) comp.
       01  new-cluster                 pic 9(5) comp.
      * Levenshtein distance between two spellings, one row at a
      * time.
       01  edit-first                  pic X(30).
       01  edit-second                 pic X(30).
       01  edit-first-length           pic 99 comp.
       01  edit-second-length          pic 99 comp.
       01  edit-row-previous.
           05  edit-previous           pic 99 comp occurs 31 times.
       01  edit-row-current.
           05  edit-current            pic 99 comp occurs 31 times.
       01  edit-i                      pic 99 comp.
       01  edit-j                      pic 99 comp.
       01  edit-cost                   pic 99 comp.
       01  edit-best                   pic 99 comp.
       01  edit-distance               pic 99 comp.
      * The report.
       01  group-listed                pic X.
           88  group-needs-listing     value "Y".
       01  groups-listed               pic 9(6) comp value zero.
       01  names-folded                pic 9(6) comp value zero.
       01  survivors-written           pic 9(6) comp value zero.
       01  survivor-index              pic 9(5) comp.
       01  first-line-of-group         pic X.
       01  count-display               pic Z(5)9.
       01  second-display              pic Z(5)9.
       01  third-display               pic Z(5)9.
       01  fourth-display              pic Z(5)9.
       01  name-count-display          pic Z(4)9.
       01  distance-display            pic Z9.
       01  outcome-text                pic X(50).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to name-input-filepath
           display 1 upon argument-number
           accept name-input-filepath from argument-value
           if name-input-filepath = spaces
               move default-input-filepath to name-input-filepath
           end-if
           sort sort-work-file
               on ascending key sort-key sort-name
               input procedure is feed-names-to-sort
               output procedure is gather-sorted-names
           if name-count = zero
               display "namedup: no good names in "
                   function trim(name-input-filepath) upon syserr
               move 16 to return-code
               stop run
           end-if
           if names-dropped > zero
               move names-dropped to count-display
               display "namedup: more than 10000 spellings; "
                   function trim(count-display leading)
                   " name(s) left out" upon syserr
           end-if
           perform load-the-decisions
           perform cluster-each-key
           perform apply-the-same-decisions
           perform choose-the-survivors
           perform report-the-duplicates
           perform write-the-clean-names
           move zero to return-code
           stop run.

      ******************************************************************
      * Input procedure: every comma-separated token, quotes
      * stripped, letters only, as NAMESCOR takes them; the good
      * ones keyed and RELEASEd.
      ******************************************************************
       feed-names-to-sort.
           open input name-input-file
           if not name-input-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "namedup     "
                   name-input-filepath fileerr-operation
                   name-input-status file-error-severity
               if name-input-status = "05"
                   close name-input-file
               end-if
               move 16 to return-code
               stop run
           end-if
           open output rejects-file
           perform until name-input-eof
               read name-input-file into name-input-line
                   at end
                       continue
                   not at end
                       perform release-names-on-line
               end-read
           end-perform
           close name-input-file
           close rejects-file.

      * The names file may hold every name on one line, so the
      * line is taken apart a token at a time.
       release-names-on-line.
           move 1 to line-pointer
           perform until line-pointer > length of name-input-line
               if name-input-line(line-pointer:) = spaces
                   exit perform
               end-if
               move spaces to name-token
               unstring name-input-line delimited by ","
                   into name-token
                   with pointer line-pointer
               end-unstring
               if name-token not = spaces
                   perform release-one-name
               end-if
           end-perform.

       release-one-name.
           perform clean-and-check-name
           if name-passes
               perform build-sound-key
               move sound-key to sort-key
               move clean-name to sort-name
               release sort-record
               add 1 to names-released
           else
               add 1 to names-rejected
               move spaces to rejects-line
               string "letters-only name expected: "
                   function trim(name-token)
                   delimited by size into rejects-line
               end-string
               write rejects-line
           end-if.

       clean-and-check-name.
           move "Y" to name-is-good
           move spaces to clean-name
           move zero to clean-length
           perform varying char-index from 1 by 1
                   until char-index > 60
               move name-token(char-index:1) to one-char
               evaluate true
                   when one-char = space or one-char = quote
                       continue
                   when one-char alphabetic-upper
                           and one-char not = space
                       if clean-length < 30
                           add 1 to clean-length
                           move one-char
                               to clean-name(clean-length:1)
                       end-if
                   when other
                       move "N" to name-is-good
               end-evaluate
           end-perform
           if clean-length = zero
               move "N" to name-is-good
           end-if.

      * The spelling brought to how it sounds, then Soundex-coded:
      * the first letter, and a digit for every change of sound
      * after it - a vowel between two like sounds parts them, an H
      * or W does not.
       build-sound-key.
           perform normalize-the-spelling
           move spaces to sound-key
           move norm-name(1:1) to one-char
           if one-char = "A" or "E" or "I" or "O" or "U" or "Y"
               move "A" to sound-key(1:1)
           else
               move one-char to sound-key(1:1)
           end-if
           perform find-soundex-code
           move this-code to last-code
           move 1 to key-length
           perform varying char-index from 2 by 1
                   until char-index > norm-length
                       or key-length >= 6
               move norm-name(char-index:1) to one-char
               perform find-soundex-code
               evaluate true
                   when one-char = "H" or one-char = "W"
                       continue
                   when this-code = "0"
                       move "0" to last-code
                   when this-code not = last-code
                       add 1 to key-length
                       move this-code to sound-key(key-length:1)
                       move this-code to last-code
               end-evaluate
           end-perform
           inspect sound-key replacing all space by "0".

       normalize-the-spelling.
           move spaces to norm-name
           move zero to norm-length
           move 1 to char-index
           evaluate clean-name(1:2)
               when "KN"
               when "GN"
               when "PN"
               when "WR"
               when "PS"
                   move 2 to char-index
           end-evaluate
           if clean-name(1:1) = "X"
               move "S" to norm-name(1:1)
               move 1 to norm-length
               move 2 to char-index
           end-if
           perform until char-index > clean-length
               move clean-name(char-index:1) to one-char
               move space to next-char
               move space to after-char
               if char-index < 30
                   move clean-name(char-index + 1:1) to next-char
               end-if
               evaluate true
                   when one-char = "P" and next-char = "H"
                       move "F" to one-char
                       add 1 to char-index
                   when one-char = "C" and next-char = "K"
                       move "K" to one-char
                       add 1 to char-index
                   when one-char = "C"
                           and (next-char = "E" or "I" or "Y")
                       move "S" to one-char
                   when one-char = "C" or one-char = "Q"
                       move "K" to one-char
                   when one-char = "Z"
                       move "S" to one-char
                   when one-char = "G" and next-char = "H"
                           and char-index > 1
                       move space to one-char
                       add 1 to char-index
                   when one-char = "X"
                       add 1 to norm-length
                       move "K" to norm-name(norm-length:1)
                       move "S" to one-char
               end-evaluate
               if one-char not = space
                   add 1 to norm-length
                   move one-char to norm-name(norm-length:1)
               end-if
               add 1 to char-index
           end-perform
           if norm-length = zero
               move clean-name to norm-name
               move clean-length to norm-length
           end-if.

       find-soundex-code.
           move "0" to this-code
           perform varying letter-position from 1 by 1
                   until letter-position > 26
               if letter-table(letter-position:1) = one-char
                   move soundex-codes(letter-position:1)
                       to this-code
                   exit perform
               end-if
           end-perform.

      ******************************************************************
      * Output procedure: the sorted names gathered as distinct
      * spellings with their counts.
      ******************************************************************
       gather-sorted-names.
           move "N" to sort-output-done
           perform until sorted-names-done
               return sort-work-file
                   at end
                       set sorted-names-done to true
                   not at end
                       perform gather-one-name
               end-return
           end-perform.

       gather-one-name.
           if name-count > zero
               if nt-name(name-count) = sort-name
                   add 1 to nt-count(name-count)
                   exit paragraph
               end-if
           end-if
           if name-count >= 10000
               add 1 to names-dropped
               exit paragraph
           end-if
           add 1 to name-count
           move sort-name to nt-name(name-count)
           move sort-key to nt-key(name-count)
           move 1 to nt-count(name-count)
           move zero to nt-cluster(name-count)
           move "N" to nt-placed(name-count)
           move "N" to nt-preferred(name-count).

      ******************************************************************
      * Each key's spellings folded together: taken most frequent
      * first, each joins the key's first cluster none of whose
      * members a NOTSAME card keeps it from, or starts its own.
      * A cluster is known by the spelling that started it.
      ******************************************************************
       cluster-each-key.
           move 1 to group-first
           perform until group-first > name-count
               move group-first to group-last
               perform until group-last >= name-count
                   if nt-key(group-last + 1) not = nt-key(group-first)
                       exit perform
                   end-if
                   add 1 to group-last
               end-perform
               perform cluster-one-key
               compute group-first = group-last + 1
           end-perform.

       cluster-one-key.
           perform until exit
               move zero to best-index
               perform varying member-index from group-first by 1
                       until member-index > group-last
                   if nt-placed(member-index) = "N"
                       if best-index = zero
                           move member-index to best-index
                       else
                           if nt-count(member-index)
                                   > nt-count(best-index)
                               move member-index to best-index
                           end-if
                       end-if
                   end-if
               end-perform
               if best-index = zero
                   exit perform
               end-if
               perform place-one-member
           end-perform.

       place-one-member.
           move "N" to placed-yet
           perform varying seed-index from group-first by 1
                   until seed-index > group-last
                       or member-was-placed
               if nt-placed(seed-index) = "Y"
                       and nt-cluster(seed-index) = seed-index
                   perform check-cluster-for-clash
                   if not clusters-clash
                       move seed-index to nt-cluster(best-index)
                       set member-was-placed to true
                   end-if
               end-if
           end-perform
           if not member-was-placed
               move best-index to nt-cluster(best-index)
           end-if
           move "Y" to nt-placed(best-index).

       check-cluster-for-clash.
           move "N" to clash-found
           perform varying member-index from group-first by 1
                   until member-index > group-last
                       or clusters-clash
               if nt-placed(member-index) = "Y"
                       and nt-cluster(member-index) = seed-index
                   move best-index to pair-first
                   move member-index to pair-second
                   perform check-pair-kept-apart
                   if pair-is-apart
                       set clusters-clash to true
                   end-if
               end-if
           end-perform.

       check-pair-kept-apart.
           move "N" to pair-kept-apart
           perform varying decision-index from 1 by 1
                   until decision-index > override-count
                       or pair-is-apart
               if ov-kind(decision-index) = "NOTSAME"
                   if (ov-first(decision-index) = pair-first
                           and ov-second(decision-index)
                               = pair-second)
                       or (ov-first(decision-index) = pair-second
                           and ov-second(decision-index)
                               = pair-first)
                       set pair-is-apart to true
                   end-if
               end-if
           end-perform.

      ******************************************************************
      * The decisions file, each spelling looked up once. A card
      * naming a spelling the list does not hold is not applied.
      ******************************************************************
       load-the-decisions.
           open input override-file
           if override-file-ok
               perform until override-file-eof
                   read override-file
                       at end
                           continue
                       not at end
                           perform take-one-decision
                   end-read
               end-perform
           end-if
           if override-file-ok or override-file-eof
                   or override-file-status = "05"
               close override-file
           end-if.

       take-one-decision.
           inspect override-line replacing all x"0D" by space
           if override-line = spaces or override-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to override-fields
           unstring override-line delimited by "|"
               into of-kind of-first of-second
           end-unstring
           move function upper-case(of-kind) to of-kind
           move function upper-case(of-first) to of-first
           move function upper-case(of-second) to of-second
           move spaces to override-reason
           if of-kind not = "SAME" and of-kind not = "NOTSAME"
               move "kind must be SAME or NOTSAME" to override-reason
           end-if
           if override-reason = spaces
               move function trim(of-first) to lookup-name
               perform find-spelling
               move lookup-index to pair-first
               move function trim(of-second) to lookup-name
               perform find-spelling
               move lookup-index to pair-second
               if pair-first = zero or pair-second = zero
                   move "a name is not in the list"
                       to override-reason
               end-if
           end-if
           if override-reason = spaces and pair-first = pair-second
               move "both names are the same spelling"
                   to override-reason
           end-if
           if override-reason = spaces and override-count >= 500
               move "more than 500 decisions" to override-reason
           end-if
           if override-reason not = spaces
               perform refuse-the-decision
               exit paragraph
           end-if
           add 1 to override-count
           move of-kind to ov-kind(override-count)
           move pair-first to ov-first(override-count)
           move pair-second to ov-second(override-count).

       refuse-the-decision.
           add 1 to decisions-refused
           display "namedup-overrides.dat not applied ("
               function trim(override-reason) "): "
               function trim(override-line) upon syserr.

       find-spelling.
           move zero to lookup-index
           perform varying other-index from 1 by 1
                   until other-index > name-count
               if nt-name(other-index) = lookup-name
                   move other-index to lookup-index
                   exit perform
               end-if
           end-perform.

      * A SAME card joins the two spellings' clusters, whatever
      * their keys, and puts its second spelling forward as the
      * survivor - unless the same two spellings are also carded
      * NOTSAME, when neither card can be honoured.
       apply-the-same-decisions.
           perform varying override-index from 1 by 1
                   until override-index > override-count
               if ov-kind(override-index) = "NOTSAME"
                   add 1 to decisions-applied
               else
                   perform apply-one-same-decision
               end-if
           end-perform
           perform varying override-index from 1 by 1
                   until override-index > override-count
               if ov-kind(override-index) = "SAME"
                   move "N" to nt-preferred(ov-first(override-index))
               end-if
           end-perform.

       apply-one-same-decision.
           move ov-first(override-index) to pair-first
           move ov-second(override-index) to pair-second
           perform check-pair-kept-apart
           if pair-is-apart
               add 1 to decisions-refused
               display "namedup-overrides.dat not applied (SAME and"
                   " NOTSAME both carded): "
                   function trim(nt-name(pair-first)) "|"
                   function trim(nt-name(pair-second)) upon syserr
               exit paragraph
           end-if
           add 1 to decisions-applied
           move nt-cluster(pair-first) to old-cluster
           move nt-cluster(pair-second) to new-cluster
           move "Y" to nt-preferred(pair-second)
           if old-cluster = new-cluster
               exit paragraph
           end-if
           perform varying name-index from 1 by 1
                   until name-index > name-count
               if nt-cluster(name-index) = old-cluster
                   move new-cluster to nt-cluster(name-index)
               end-if
           end-perform.

      * A spelling a SAME card put forward beats one it did not;
      * then the most frequent; then the first alphabetically.
       choose-the-survivors.
           perform varying name-index from 1 by 1
                   until name-index > name-count
               move zero to cluster-survivor(name-index)
           end-perform
           perform varying name-index from 1 by 1
                   until name-index > name-count
               move cluster-survivor(nt-cluster(name-index))
                   to survivor-index
               evaluate true
                   when survivor-index = zero
                       move name-index to survivor-index
                   when nt-preferred(name-index)
                           not = nt-preferred(survivor-index)
                       if nt-preferred(name-index) = "Y"
                           move name-index to survivor-index
                       end-if
                   when nt-count(name-index)
                           > nt-count(survivor-index)
                       move name-index to survivor-index
                   when nt-count(name-index)
                           = nt-count(survivor-index)
                           and nt-name(name-index)
                               < nt-name(survivor-index)
                       move name-index to survivor-index
               end-evaluate
               move survivor-index
                   to cluster-survivor(nt-cluster(name-index))
           end-perform.

      ******************************************************************
      * The probable-duplicate report, a key at a time.
      ******************************************************************
       report-the-duplicates.
           move "namedup" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Probable duplicate names in "
               function trim(name-input-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "key     name                           count  dist"
             & "  outcome" to rptwrt-text
           call "rptwrt" using rptwrt-request
           move 1 to group-first
           perform until group-first > name-count
               move group-first to group-last
               perform until group-last >= name-count
                   if nt-key(group-last + 1) not = nt-key(group-first)
                       exit perform
                   end-if
                   add 1 to group-last
               end-perform
               perform report-one-key
               compute group-first = group-last + 1
           end-perform
           move names-released to count-display
           move name-count to second-display
           move groups-listed to third-display
           move names-folded to fourth-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " name(s) read, "
               function trim(second-display leading)
               " distinct, "
               function trim(third-display leading)
               " probable-duplicate group(s), "
               function trim(fourth-display leading)
               " folded into a survivor"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           compute survivors-written = name-count - names-folded
           move survivors-written to count-display
           move names-rejected to second-display
           move decisions-applied to third-display
           move decisions-refused to fourth-display
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " survivor(s) to namedup-clean.txt, "
               function trim(second-display leading)
               " rejected, "
               function trim(third-display leading)
               " decision(s) applied, "
               function trim(fourth-display leading)
               " not applied"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.

      * A key is listed when it holds more than one spelling or one
      * of its spellings folds into a survivor elsewhere. The key's
      * leading survivor is that of its most frequent spelling.
       report-one-key.
           move "N" to group-listed
           if group-last > group-first
               set group-needs-listing to true
           end-if
           move group-first to group-top
           perform varying name-index from group-first by 1
                   until name-index > group-last
               if cluster-survivor(nt-cluster(name-index))
                       not = name-index
                   add 1 to names-folded
                   set group-needs-listing to true
               end-if
               if nt-count(name-index) > nt-count(group-top)
                   move name-index to group-top
               end-if
           end-perform
           if not group-needs-listing
               exit paragraph
           end-if
           add 1 to groups-listed
           move cluster-survivor(nt-cluster(group-top)) to group-top
           move "Y" to first-line-of-group
           perform varying name-index from group-first by 1
                   until name-index > group-last
               perform report-one-spelling
           end-perform.

       report-one-spelling.
           move cluster-survivor(nt-cluster(name-index))
               to survivor-index
           move spaces to outcome-text
           evaluate true
               when survivor-index not = name-index
                   string "folded into "
                       function trim(nt-name(survivor-index))
                       delimited by size into outcome-text
                   end-string
               when nt-cluster(name-index)
                       not = nt-cluster(group-top)
                   move "survivor, kept apart (not same)"
                       to outcome-text
                   move group-top to survivor-index
               when other
                   move "survivor" to outcome-text
           end-evaluate
           move nt-name(name-index) to edit-first
           move nt-name(survivor-index) to edit-second
           perform measure-edit-distance
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           if first-line-of-group = "Y"
               move nt-key(name-index) to rptwrt-text(1:6)
               move "N" to first-line-of-group
           end-if
           move nt-name(name-index) to rptwrt-text(9:30)
           move nt-count(name-index) to name-count-display
           move name-count-display to rptwrt-text(40:5)
           move edit-distance to distance-display
           move distance-display to rptwrt-text(49:2)
           move outcome-text to rptwrt-text(53:50)
           call "rptwrt" using rptwrt-request.

      * Insertions, deletions and substitutions, each costing one,
      * to turn the first spelling into the second.
       measure-edit-distance.
           move zero to edit-first-length
           inspect edit-first tallying edit-first-length
               for characters before initial space
           move zero to edit-second-length
           inspect edit-second tallying edit-second-length
               for characters before initial space
           perform varying edit-j from 0 by 1
                   until edit-j > edit-second-length
               move edit-j to edit-previous(edit-j + 1)
           end-perform
           perform varying edit-i from 1 by 1
                   until edit-i > edit-first-length
               move edit-i to edit-current(1)
               perform varying edit-j from 1 by 1
                       until edit-j > edit-second-length
                   if edit-first(edit-i:1) = edit-second(edit-j:1)
                       move zero to edit-cost
                   else
                       move 1 to edit-cost
                   end-if
                   compute edit-best =
                       edit-previous(edit-j) + edit-cost
                   if edit-previous(edit-j + 1) + 1 < edit-best
                       compute edit-best =
                           edit-previous(edit-j + 1) + 1
                   end-if
                   if edit-current(edit-j) + 1 < edit-best
                       compute edit-best = edit-current(edit-j) + 1
                   end-if
                   move edit-best to edit-current(edit-j + 1)
               end-perform
               move edit-row-current to edit-row-previous
           end-perform
           move edit-previous(edit-second-length + 1)
               to edit-distance.

      * One quoted survivor a line, in the shape NAMESCOR reads.
       write-the-clean-names.
           open output clean-file
           perform varying name-index from 1 by 1
                   until name-index > name-count
               if cluster-survivor(nt-cluster(name-index))
                       = name-index
                   move spaces to clean-line
                   string quote function trim(nt-name(name-index))
                       quote
                       delimited by size into clean-line
                   end-string
                   write clean-line
               end-if
           end-perform
           close clean-file.
       end program namedup.
