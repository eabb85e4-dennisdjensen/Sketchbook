      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Data lineage walk over the lineage registry
      *          (lineage-registry.dat). When a file is bad, or a
      *          copybook changes, the question is always the same -
      *          who made this, and who has read it since - and the
      *          answer used to be whoever remembered. The registry
      *          records every program's reads and writes and the
      *          copybook behind each file; this module walks it
      *          downstream to the consumers or upstream to the
      *          producers, as far as it goes, for the IMPACT report
      *          and for INCIDENT's packet. See linreq.cpy for the
      *          request area and linrec.cpy for the cards.
      * Tectonics: cobc -m lineage.cob
      ******************************************************************
       identification division.
       program-id. lineage.
       environment division.
       input-output section.
       file-control.
           select optional registry-file
               assign to "lineage-registry.dat"
               organization is line sequential
               file status is registry-file-status.
      ******************************************************************
       data division.
       file section.
       fd  registry-file.
       01  registry-file-line     pic X(100).

       working-storage section.
       01  registry-file-status        pic XX.
           88  registry-file-ok        value "00".
           88  registry-file-eof       value "10".
           copy linrec.
       01  card-part-2                 pic X(40).
       01  card-part-3                 pic X(40).
       01  card-part-4                 pic X(40).
      * The registry held whole for the walk: a CALLS card keeps the
      * module it names where a file card keeps its file.
       01  registry-table.
           05  registry-entry occurs 1500 times.
               10  rt-type             pic X(8).
               10  rt-program          pic X(12).
               10  rt-target           pic X(40).
               10  rt-copybook         pic X(12).
       01  registry-count              pic 9(4) comp value zero.
       01  registry-index              pic 9(4) comp.
       01  registry-was-loaded         pic X value "N".
       01  walk-index                  pic 9(4) comp.
       01  walk-depth                  pic 9(2).
       01  walk-name                   pic X(40).
       01  entry-search                pic 9(4) comp.
       01  listed-index                pic 9(4) comp.
       01  journal-index               pic 9(4) comp.
       01  entry-found                 pic X.
       01  new-kind                    pic X(8).
       01  new-name                    pic X(40).
       01  new-via                     pic X(40).
       01  new-how                     pic X(6).
       01  new-copybook                pic X(12).
      * A program and the modules it CALLs, or a module and the
      * programs that CALL it, gathered before the walk goes on.
       01  closure-table.
           05  closure-name            pic X(40) occurs 60 times.
       01  closure-count               pic 9(4) comp.
       01  closure-index               pic 9(4) comp.
       01  closure-search              pic 9(4) comp.
       01  closure-found               pic X.
       01  closure-candidate           pic X(40).

       linkage section.
           copy linreq.
      ******************************************************************
       procedure division using lineage-request.
       lineage-dispatch.
           move "0" to lineage-status
           move zero to lineage-count
           move spaces to lineage-kind
           perform load-registry
           if registry-was-loaded not = "Y"
               set lineage-no-registry to true
               goback
           end-if
           perform find-subject-kind
           if lineage-kind-unknown
               goback
           end-if
           move 1 to lineage-count
           move lineage-kind to lineage-entry-kind(1)
           move lineage-subject to lineage-entry-name(1)
           move zero to lineage-entry-depth(1)
           move spaces to lineage-entry-via(1)
           move spaces to lineage-entry-how(1)
           move spaces to lineage-entry-copybook(1)
           perform varying walk-index from 1 by 1
                   until walk-index > lineage-count
               perform walk-one-entry
           end-perform
           goback.

       load-registry.
           move zero to registry-count
           move "N" to registry-was-loaded
           open input registry-file
           if registry-file-ok
               move "Y" to registry-was-loaded
               perform until registry-file-eof
                   read registry-file
                       at end
                           continue
                       not at end
                           if registry-file-line not = spaces
                                   and registry-file-line(1:1)
                                       not = "*"
                               perform load-one-card
                           end-if
                   end-read
               end-perform
           end-if
           if registry-file-ok or registry-file-eof
                   or registry-file-status = "05"
               close registry-file
           end-if.

       load-one-card.
           if registry-count >= 1500
               exit paragraph
           end-if
           move registry-file-line to lineage-card
           move spaces to lineage-card-record card-part-2
               card-part-3 card-part-4
           unstring lineage-card delimited by "|"
               into ln-card-type card-part-2 card-part-3
                   card-part-4
           end-unstring
           evaluate true
               when ln-card-read
               when ln-card-write
               when ln-card-calls
                   move card-part-2 to ln-program
                   move card-part-3 to ln-file
                   move card-part-4 to ln-copybook
               when ln-card-journal
                   move card-part-2 to ln-file
               when other
                   exit paragraph
           end-evaluate
           add 1 to registry-count
           move ln-card-type to rt-type(registry-count)
           move ln-program to rt-program(registry-count)
           move ln-file to rt-target(registry-count)
           move ln-copybook to rt-copybook(registry-count).

      * A name the registry runs as a program is a program, even
      * where it is only ever CALLed; a dotted file name can never
      * be taken for one.
       find-subject-kind.
           perform varying registry-index from 1 by 1
                   until registry-index > registry-count
               evaluate true
                   when rt-type(registry-index) = "JOURNAL"
                       continue
                   when rt-program(registry-index)
                           = lineage-subject
                       set lineage-kind-program to true
                   when rt-type(registry-index) = "CALLS"
                           and rt-target(registry-index)
                               = lineage-subject
                       set lineage-kind-program to true
               end-evaluate
           end-perform
           if not lineage-kind-unknown
               exit paragraph
           end-if
           perform varying registry-index from 1 by 1
                   until registry-index > registry-count
               if rt-type(registry-index) not = "CALLS"
                       and rt-target(registry-index)
                           = lineage-subject
                   set lineage-kind-file to true
               end-if
           end-perform
           if not lineage-kind-unknown
               exit paragraph
           end-if
           perform varying registry-index from 1 by 1
                   until registry-index > registry-count
               if rt-copybook(registry-index) = lineage-subject
                       and lineage-subject not = spaces
                   set lineage-kind-copybook to true
               end-if
           end-perform.

       walk-one-entry.
           move lineage-entry-depth(walk-index) to walk-depth
           if lineage-max-depth > zero
                   and walk-depth >= lineage-max-depth
               exit paragraph
           end-if
           move lineage-entry-name(walk-index) to walk-name
           evaluate true
               when lineage-entry-is-program(walk-index)
                   perform walk-from-program
               when lineage-entry-is-file(walk-index)
                   perform walk-from-file
               when lineage-entry-is-journal(walk-index)
                   if walk-depth = zero
                           or lineage-entry-how(walk-index) = "LAYOUT"
                       perform walk-from-file
                   end-if
               when lineage-entry-is-copybook(walk-index)
                   perform walk-from-copybook
           end-evaluate.

      * The files a program writes (downstream) or reads (upstream)
      * are those on its own cards and on the cards of every module
      * it CALLs, however deep.
       walk-from-program.
           perform gather-called-modules
           perform varying closure-index from 1 by 1
                   until closure-index > closure-count
               perform varying registry-index from 1 by 1
                       until registry-index > registry-count
                   if rt-program(registry-index)
                           = closure-name(closure-index)
                       if (lineage-op-downstream
                               and rt-type(registry-index) = "WRITE")
                           or (lineage-op-upstream
                               and rt-type(registry-index) = "READ")
                           move "FILE" to new-kind
                           move rt-target(registry-index)
                               to new-name
                           move walk-name to new-via
                           move rt-type(registry-index) to new-how
                           move rt-copybook(registry-index)
                               to new-copybook
                           perform add-file-entry
                       end-if
                   end-if
               end-perform
           end-perform.

      * A file's consumers (downstream) or producers (upstream),
      * each with every program that CALLs it, however far up.
       walk-from-file.
           perform varying registry-index from 1 by 1
                   until registry-index > registry-count
               if rt-target(registry-index) = walk-name
                   if (lineage-op-downstream
                           and rt-type(registry-index) = "READ")
                       or (lineage-op-upstream
                           and rt-type(registry-index) = "WRITE")
                       move "PROGRAM" to new-kind
                       move rt-program(registry-index) to new-name
                       move walk-name to new-via
                       move rt-type(registry-index) to new-how
                       move spaces to new-copybook
                       perform add-entry
                       perform add-module-callers
                   end-if
               end-if
           end-perform.

       walk-from-copybook.
           perform varying registry-index from 1 by 1
                   until registry-index > registry-count
               if rt-copybook(registry-index) = walk-name
                       and rt-type(registry-index) not = "CALLS"
                   move "FILE" to new-kind
                   move rt-target(registry-index) to new-name
                   move walk-name to new-via
                   move "LAYOUT" to new-how
                   move rt-copybook(registry-index) to new-copybook
                   perform add-file-entry
               end-if
           end-perform.

       gather-called-modules.
           move 1 to closure-count
           move walk-name to closure-name(1)
           perform varying closure-search from 1 by 1
                   until closure-search > closure-count
               perform varying entry-search from 1 by 1
                       until entry-search > registry-count
                   if rt-type(entry-search) = "CALLS"
                           and rt-program(entry-search)
                               = closure-name(closure-search)
                       move rt-target(entry-search)
                           to closure-candidate
                       perform add-to-closure
                   end-if
               end-perform
           end-perform.

      * Found through a module's card, the programs that CALL the
      * module read or wrote the file as surely as it did. The
      * registry index is the caller's, so the closure walks its
      * own subscripts.
       add-module-callers.
           move 1 to closure-count
           move new-name to closure-name(1)
           perform varying closure-search from 1 by 1
                   until closure-search > closure-count
               perform varying entry-search from 1 by 1
                       until entry-search > registry-count
                   if rt-type(entry-search) = "CALLS"
                           and rt-target(entry-search)
                               = closure-name(closure-search)
                       move rt-program(entry-search)
                           to closure-candidate
                       perform add-to-closure
                       if closure-found = "N"
                           move "PROGRAM" to new-kind
                           move closure-candidate to new-name
                           move rt-target(entry-search) to new-via
                           move "CALLS" to new-how
                           move spaces to new-copybook
                           perform add-entry
                       end-if
                   end-if
               end-perform
           end-perform.

       add-to-closure.
           move "N" to closure-found
           perform varying closure-index from 1 by 1
                   until closure-index > closure-count
               if closure-name(closure-index) = closure-candidate
                   move "Y" to closure-found
               end-if
           end-perform
           if closure-found = "N" and closure-count < 60
               add 1 to closure-count
               move closure-candidate to closure-name(closure-count)
           end-if.

       add-file-entry.
           perform varying journal-index from 1 by 1
                   until journal-index > registry-count
               if rt-type(journal-index) = "JOURNAL"
                       and rt-target(journal-index) = new-name
                   move "JOURNAL" to new-kind
               end-if
           end-perform
           perform add-entry.

      * Each program and each file is listed once, where the walk
      * first reached it - the shortest way there.
       add-entry.
           move "N" to entry-found
           perform varying listed-index from 1 by 1
                   until listed-index > lineage-count
               if lineage-entry-name(listed-index) = new-name
                   if (new-kind = "PROGRAM"
                           and lineage-entry-is-program(listed-index))
                       or (new-kind not = "PROGRAM" and not
                           lineage-entry-is-program(listed-index))
                       move "Y" to entry-found
                   end-if
               end-if
           end-perform
           if entry-found = "Y"
               exit paragraph
           end-if
           if lineage-count >= 300
               set lineage-table-full to true
               exit paragraph
           end-if
           add 1 to lineage-count
           move new-kind to lineage-entry-kind(lineage-count)
           move new-name to lineage-entry-name(lineage-count)
           compute lineage-entry-depth(lineage-count) = walk-depth + 1
           move new-via to lineage-entry-via(lineage-count)
           move new-how to lineage-entry-how(lineage-count)
           move new-copybook to lineage-entry-copybook(lineage-count).
       end program lineage.
