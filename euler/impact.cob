      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Lineage impact report. When a file turns out bad,
      *          or a copybook is about to change, this answers from
      *          the lineage registry (lineage-registry.dat) instead
      *          of from memory: who produced the subject, going as
      *          far upstream as the registry goes; who consumed it,
      *          going as far downstream; and which of tonight's deck
      *          steps run one of those consumers, each with its
      *          RUNDAYS verdict for tonight, so the operator knows
      *          what to hold. The walk itself is the LINEAGE
      *          module's (see linreq.cpy); a module's files count
      *          as its callers' files.
      *          First argument: the subject - a program as its deck
      *          step names it (euler0007), a file
      *          (euler0007-primes.out), or a copybook (LEDGREC).
      *          Second argument: the deck, a name or control file
      *          resolved exactly as BATCHDRV resolves it (default
      *          batchdrv.ctl).
      * Tectonics: cobc -x impact.cob lineage.cob rundays.cob
      *            rptwrt.cob
      ******************************************************************
       identification division.
       program-id. impact.
       environment division.
       input-output section.
       file-control.
           select optional control-file
               assign to control-filepath
               organization is line sequential
               file status is control-file-status.
      ******************************************************************
       data division.
       file section.
       fd  control-file.
       01  control-file-line      pic X(160).

       working-storage section.
       01  control-file-status         pic XX.
           88  control-file-ok         value "00".
           88  control-file-eof        value "10".
       01  control-filepath            pic X(80)
                                       value "batchdrv.ctl".
       01  control-filepath-arg        pic X(80).
       01  subject-arg                 pic X(40).
       01  numval-check                pic 99 comp.
       01  card-command-part           pic X(100).
       01  card-options-part           pic X(60).
       01  card-option-tokens.
           05  card-option-token       pic X(60) occurs 8 times.
       01  card-token-index            pic 9 comp.
       01  card-option-key             pic X(20).
       01  card-option-value           pic X(60).
       01  card-step-name              pic X(40).
       01  card-run-days               pic X(40).
       01  today-date-digits           pic 9(8).
       01  verdict-word                pic X(8).
       01  entry-index                 pic 9(4) comp.
       01  upstream-count              pic 9(4) comp value zero.
       01  downstream-count            pic 9(4) comp value zero.
       01  steps-affected              pic 9(4) comp value zero.
       01  upstream-display            pic ZZZ9.
       01  downstream-display          pic ZZZ9.
       01  steps-display               pic ZZZ9.
       01  depth-display               pic Z9.
       01  subject-kind                pic X(8).
      * The downstream walk is kept while the deck is read: the
      * steps affected are the deck cards that run one of these.
       01  downstream-programs.
           05  downstream-program      pic X(40) occurs 300 times.
       01  downstream-program-count    pic 9(4) comp value zero.
       01  program-index               pic 9(4) comp.
       01  program-matched             pic X.
           copy linreq.
           copy rundreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           accept today-date-digits from date yyyymmdd
           move spaces to subject-arg
           display 1 upon argument-number
           accept subject-arg from argument-value
           if subject-arg = spaces
               display "impact: a program, file or copybook to"
                   " trace, and optionally the deck" upon syserr
               move 16 to return-code
               stop run
           end-if
           move spaces to control-filepath-arg
           display 2 upon argument-number
           accept control-filepath-arg from argument-value
           if control-filepath-arg not = spaces
               perform resolve-deck-argument
           end-if
           move spaces to lineage-request
           set lineage-op-upstream to true
           move subject-arg to lineage-subject
           move zero to lineage-max-depth
           call "lineage" using lineage-request
           if lineage-no-registry
               display "No lineage-registry.dat on hand; nothing"
                   " to trace" upon syserr
               move 16 to return-code
               stop run
           end-if
           if lineage-kind-unknown
               display "impact: " function trim(subject-arg)
                   " is no program, file or copybook in"
                   " lineage-registry.dat" upon syserr
               move 16 to return-code
               stop run
           end-if
           move lineage-kind to subject-kind
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Lineage impact of "
               function trim(subject-arg) " ("
               function trim(subject-kind) ")"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move spaces to rptwrt-text
           move "depth kind     name" to rptwrt-text(3:19)
           move "how    from" to rptwrt-text(55:11)
           move "copybook" to rptwrt-text(103:8)
           call "rptwrt" using rptwrt-request
           set rptwrt-op-break to true
           move "Upstream: who produced it" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform report-walk
           compute upstream-count = lineage-count - 1
           perform check-table-full
           move spaces to lineage-request
           set lineage-op-downstream to true
           move subject-arg to lineage-subject
           move zero to lineage-max-depth
           call "lineage" using lineage-request
           set rptwrt-op-break to true
           move "Downstream: who consumed it" to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform report-walk
           compute downstream-count = lineage-count - 1
           perform check-table-full
           perform keep-downstream-programs
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string "Deck steps affected tonight ("
               function trim(control-filepath) ", "
               today-date-digits(1:4) "-" today-date-digits(5:2)
               "-" today-date-digits(7:2) ")"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           perform report-deck-steps
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move upstream-count to upstream-display
           move downstream-count to downstream-display
           move steps-affected to steps-display
           string function trim(upstream-display) " upstream, "
               function trim(downstream-display) " downstream, "
               function trim(steps-display)
               " deck step(s) affected"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           move zero to return-code
           stop run.

       resolve-deck-argument.
           move zero to numval-check
           inspect control-filepath-arg
               tallying numval-check for all "." all "/"
           if numval-check = zero
               move spaces to control-filepath
               string function trim(control-filepath-arg) ".ctl"
                   delimited by size into control-filepath
               end-string
           else
               move control-filepath-arg to control-filepath
           end-if.

      * Entry 1 is the subject itself; the rest in the order the
      * walk reached them, indented by how far away they are.
       report-walk.
           if lineage-count < 2
               move spaces to rptwrt-text
               move "(none on the registry)" to rptwrt-text(3:22)
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
               exit paragraph
           end-if
           perform varying entry-index from 2 by 1
                   until entry-index > lineage-count
               perform report-one-entry
           end-perform.

       report-one-entry.
           move spaces to rptwrt-text
           move lineage-entry-depth(entry-index) to depth-display
           move depth-display to rptwrt-text(4:2)
           move lineage-entry-kind(entry-index) to rptwrt-text(9:8)
           move lineage-entry-name(entry-index) to rptwrt-text(18:36)
           move lineage-entry-how(entry-index) to rptwrt-text(55:6)
           move lineage-entry-via(entry-index) to rptwrt-text(62:40)
           move lineage-entry-copybook(entry-index)
               to rptwrt-text(103:12)
           if lineage-entry-is-journal(entry-index)
               move "(journal)" to rptwrt-text(103:12)
           end-if
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       check-table-full.
           if lineage-table-full
               move spaces to rptwrt-text
               move "(walk stopped at 300 entries; more beyond)"
                   to rptwrt-text(3:43)
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
           end-if.

       keep-downstream-programs.
           move zero to downstream-program-count
           perform varying entry-index from 2 by 1
                   until entry-index > lineage-count
               if lineage-entry-is-program(entry-index)
                   add 1 to downstream-program-count
                   move lineage-entry-name(entry-index)
                       to downstream-program(downstream-program-count)
               end-if
           end-perform.

       report-deck-steps.
           open input control-file
           if not control-file-ok
               move spaces to rptwrt-text
               string "  (no control deck "
                   function trim(control-filepath) " on hand)"
                   delimited by size into rptwrt-text
               end-string
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
               if control-file-status = "05"
                   close control-file
               end-if
               exit paragraph
           end-if
           perform until control-file-eof
               read control-file into control-file-line
                   at end
                       continue
                   not at end
                       if control-file-line not = spaces
                               and control-file-line(1:1) not = "*"
                           perform check-one-card
                       end-if
               end-read
           end-perform
           close control-file
           if steps-affected = zero
               move spaces to rptwrt-text
               move "(no step of this deck consumes it)"
                   to rptwrt-text(3:35)
               set rptwrt-op-detail to true
               call "rptwrt" using rptwrt-request
           end-if.

      * A card runs ./<program> with arguments; the program is the
      * name the registry knows it by.
       check-one-card.
           move spaces to card-command-part
           move spaces to card-options-part
           unstring control-file-line delimited by ";"
               into card-command-part card-options-part
           end-unstring
           move spaces to card-step-name
           unstring card-command-part delimited by space
               into card-step-name
           end-unstring
           if card-step-name(1:2) = "./"
               move card-step-name(3:38) to card-step-name
           end-if
           move "N" to program-matched
           perform varying program-index from 1 by 1
                   until program-index > downstream-program-count
               if downstream-program(program-index) = card-step-name
                   move "Y" to program-matched
               end-if
           end-perform
           if program-matched = "N"
               exit paragraph
           end-if
           move spaces to card-run-days
           if card-options-part not = spaces
               perform parse-card-options
           end-if
           move card-run-days to rundays-spec
           move today-date-digits to rundays-date
           call "rundays" using rundays-request
           evaluate true
               when rundays-runs
                   move "RUN" to verdict-word
               when rundays-holiday
                   move "HELD" to verdict-word
               when other
                   move "NOTSCHED" to verdict-word
           end-evaluate
           add 1 to steps-affected
           move spaces to rptwrt-text
           move card-command-part to rptwrt-text(3:40)
           move verdict-word to rptwrt-text(44:8)
           move rundays-reason to rptwrt-text(53:40)
           set rptwrt-op-detail to true
           call "rptwrt" using rptwrt-request.

       parse-card-options.
           move spaces to card-option-tokens
           unstring function trim(card-options-part)
               delimited by all spaces
               into card-option-token(1) card-option-token(2)
                    card-option-token(3) card-option-token(4)
                    card-option-token(5) card-option-token(6)
                    card-option-token(7) card-option-token(8)
           end-unstring
           perform varying card-token-index from 1 by 1
                   until card-token-index > 8
               if card-option-token(card-token-index) not = spaces
                   move spaces to card-option-key
                   move spaces to card-option-value
                   unstring card-option-token(card-token-index)
                       delimited by "="
                       into card-option-key card-option-value
                   end-unstring
                   if card-option-key = "RUNDAYS"
                       move card-option-value(1:40)
                           to card-run-days
                   end-if
               end-if
           end-perform.
       end program impact.
