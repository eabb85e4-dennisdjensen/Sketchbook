      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Layout-version module over the layout version
      *          registry (layout-versions.dat). LEDGREC has grown
      *          three times, LEDGMREC, ARCHREC and SECJREC with it,
      *          and the long-lived files - ledger-history.dat, the
      *          generations, the audit files - hold lines of every
      *          width; every reader had to guess which it was
      *          looking at. The registry says, and this module
      *          answers for it: LOAD a copybook's versions, FIT a
      *          line to its version, RAISE a line to the current
      *          version with each added field at its registered
      *          default. A line sequential file drops trailing
      *          spaces, so width alone cannot tell an old line from
      *          a new one whose tail fields are blank; a line is
      *          taken to be at the newest version it reads as
      *          without a change - the narrowest version that holds
      *          it, then every later one whose added fields already
      *          stand at their defaults on it. See layvreq.cpy.
      *          DQSCAN and LAYMIG call it.
      * Tectonics: cobc -m layver.cob
      ******************************************************************
       identification division.
       program-id. layver.
       environment division.
       input-output section.
       file-control.
           select optional version-file
               assign to "layout-versions.dat"
               organization is line sequential
               file status is version-file-status.
      ******************************************************************
       data division.
       file section.
       fd  version-file.
       01  version-line           pic X(200).

       working-storage section.
       01  version-file-status         pic XX.
           88  version-file-ok         value "00".
           88  version-file-eof        value "10".
       01  card-copybook               pic X(12).
       01  card-version                pic X(4).
       01  card-width                  pic X(6).
       01  card-field                  pic X(30).
       01  card-start                  pic X(6).
       01  card-length                 pic X(6).
       01  card-default                pic X(20).
       01  card-note                   pic X(60).
       01  line-length                 pic 9(4) comp.
       01  version-index               pic 9(4) comp.
       01  field-index                 pic 9(4) comp.
       01  saved-return-code           pic s9(9) comp.
       01  version-holds               pic X.
       01  default-work                pic X(200).

       linkage section.
           copy layvreq.
      ******************************************************************
       procedure division using layout-request.
       layout-dispatch.
           move return-code to saved-return-code
           evaluate layreq-op
               when "LOAD"
                   perform load-copybook-versions
               when "FIT"
                   perform fit-line
               when "RAISE"
                   perform fit-line
                   perform raise-line
           end-evaluate
           move saved-return-code to return-code
           goback.

       load-copybook-versions.
           move "N" to layreq-known
           move zero to layreq-current layreq-version-count
               layreq-field-count
           open input version-file
           if version-file-ok
               perform until version-file-eof
                   read version-file
                       at end
                           continue
                       not at end
                           if version-line not = spaces
                                   and version-line(1:1) not = "*"
                               perform load-one-card
                           end-if
                   end-read
               end-perform
           end-if
           if version-file-ok or version-file-eof
                   or version-file-status = "05"
               close version-file
           end-if.

       load-one-card.
           move spaces to card-copybook card-version card-width
               card-field card-start card-length card-default
               card-note
           unstring version-line delimited by "|"
               into card-copybook card-version card-width card-field
                   card-start card-length card-default card-note
           end-unstring
           if card-copybook not = layreq-copybook
               exit paragraph
           end-if
           if function test-numval(card-version) not = 0
                   or function test-numval(card-width) not = 0
               exit paragraph
           end-if
           set layreq-is-known to true
           if function numval(card-version) not = layreq-current
               if layreq-version-count >= 10
                   exit paragraph
               end-if
               add 1 to layreq-version-count
               move function numval(card-version)
                   to layreq-version(layreq-version-count)
               move function numval(card-width)
                   to layreq-width(layreq-version-count)
               move card-note to layreq-note(layreq-version-count)
               move layreq-version(layreq-version-count)
                   to layreq-current
           end-if
           if card-field = spaces or layreq-field-count >= 30
               exit paragraph
           end-if
           if function test-numval(card-start) not = 0
                   or function test-numval(card-length) not = 0
               exit paragraph
           end-if
           add 1 to layreq-field-count
           move layreq-current to layreq-field-version(
               layreq-field-count)
           move card-field to layreq-field-name(layreq-field-count)
           move function numval(card-start)
               to layreq-field-start(layreq-field-count)
           move function numval(card-length)
               to layreq-field-length(layreq-field-count)
           move card-default
               to layreq-field-default(layreq-field-count).

      * The earliest version wide enough for everything on the
      * line up to its last non-blank character.
       fit-line.
           move zero to layreq-line-version
           if layreq-line = spaces
               if layreq-version-count > zero
                   move layreq-version(1) to layreq-line-version
               end-if
               exit paragraph
           end-if
           move function length(function trim(layreq-line trailing))
               to line-length
           perform varying version-index from 1 by 1
                   until version-index > layreq-version-count
                       or layreq-line-version not = zero
               if layreq-width(version-index) >= line-length
                   move layreq-version(version-index)
                       to layreq-line-version
               end-if
           end-perform
           if layreq-line-version = zero
               exit paragraph
           end-if
      * A later version whose added fields already stand at their
      * defaults on the line changes nothing; the line is at that
      * version too.
           perform varying version-index from version-index by 1
                   until version-index > layreq-version-count
               move "Y" to version-holds
               perform varying field-index from 1 by 1
                       until field-index > layreq-field-count
                   if layreq-field-version(field-index)
                           = layreq-version(version-index)
                       perform check-field-at-default
                   end-if
               end-perform
               if version-holds = "N"
                   exit paragraph
               end-if
               move layreq-version(version-index)
                   to layreq-line-version
           end-perform.

       check-field-at-default.
           move layreq-line to default-work
           perform default-one-field
           if default-work(layreq-field-start(field-index):
                   layreq-field-length(field-index))
                   not = layreq-line(layreq-field-start(field-index):
                   layreq-field-length(field-index))
               move "N" to version-holds
           end-if.

       raise-line.
           if layreq-line-version = zero or layreq-line = spaces
               exit paragraph
           end-if
           move layreq-line to default-work
           perform varying field-index from 1 by 1
                   until field-index > layreq-field-count
               if layreq-field-version(field-index)
                       > layreq-line-version
                   perform default-one-field
               end-if
           end-perform
           move default-work to layreq-line
           move layreq-current to layreq-line-version.

       default-one-field.
           evaluate layreq-field-default(field-index)
               when "SPACES"
                   move spaces to default-work(
                       layreq-field-start(field-index):
                       layreq-field-length(field-index))
               when "ZEROS"
                   move all "0" to default-work(
                       layreq-field-start(field-index):
                       layreq-field-length(field-index))
               when other
                   move layreq-field-default(field-index)
                       to default-work(
                       layreq-field-start(field-index):
                       layreq-field-length(field-index))
           end-evaluate.
       end program layver.
