      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Layout-catalog module over the record-layout catalog
      *          (layout-catalog.dat). DQSCAN, KEYBRW and DELIMEXP
      *          each carried their own idea of where a field sits,
      *          hand-coded per copybook, and a widened copybook had
      *          to be chased through all three. The catalog says
      *          once, per layout, each field's offset, length, type
      *          and 88-level values, and this module answers for
      *          it: LOAD a layout, JUDGE a record against it, SHOW a
      *          record broken out field by field, give the delimited
      *          export HEADER and ROW. LAYCHK holds the catalog to
      *          the copybooks. See laycreq.cpy.
      * Tectonics: cobc -m laycat.cob
      * Modifications:
      *   15 Oct 2026 - FETCH: one field's value out of a record by
      *                 name or label, for SELSORT's conditions, keys
      *                 and totals.
      ******************************************************************
       identification division.
       program-id. laycat.
       environment division.
       input-output section.
       file-control.
           select optional catalog-file
               assign to "layout-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.
      ******************************************************************
       data division.
       file section.
       fd  catalog-file.
       01  catalog-line           pic X(200).

       working-storage section.
       01  catalog-file-status         pic XX.
           88  catalog-file-ok         value "00".
           88  catalog-file-eof        value "10".
       01  card-kind                   pic X(8).
       01  card-part-1                 pic X(40).
       01  card-part-2                 pic X(40).
       01  card-part-3                 pic X(40).
       01  card-part-4                 pic X(40).
       01  card-part-5                 pic X(40).
       01  card-part-6                 pic X(40).
       01  card-part-7                 pic X(40).
       01  card-part-8                 pic X(40).
       01  card-part-9                 pic X(40).
       01  search-name                 pic X(30).
       01  found-index                 pic 9(4) comp.
       01  field-index                 pic 9(4) comp.
       01  value-index                 pic 9(4) comp.
       01  derived-index               pic 9(4) comp.
       01  occurrence-index            pic 9(4) comp.
       01  occurrence-limit            pic 9(4) comp.
       01  occurrence-start            pic 9(5) comp.
       01  text-pointer                pic 9(4) comp.
       01  saved-return-code           pic s9(9) comp.
       01  value-work                  pic X(200).
       01  value-compare               pic X(20).
       01  rendered-value              pic X(200).
       01  rendered-length             pic 9(4) comp.
       01  number-sign                 pic X.
       01  number-scan                 pic 9(4) comp.
       01  number-length               pic 9(4) comp.
       01  delimiter-text              pic X value ";".
       01  one-of-found                pic X.
       01  first-column                pic X.
       01  time-text-work              pic X(8).
       01  time-seconds-work           pic 9(7) comp.
       01  start-seconds               pic 9(7) comp.
       01  end-seconds                 pic 9(7) comp.
       01  elapsed-seconds             pic s9(7) comp.
       01  elapsed-display             pic ZZZZZZ9.
       01  seconds-per-day             pic 9(7) comp value 86400.

       linkage section.
           copy laycreq.
      ******************************************************************
       procedure division using layout-catalog-request.
       catalog-dispatch.
           move return-code to saved-return-code
           evaluate laycat-op
               when "LOAD"
                   perform load-layout
               when "JUDGE"
                   perform judge-record
               when "SHOW"
                   perform show-record
               when "HEADER"
                   perform header-record
               when "ROW"
                   perform row-record
               when "FETCH"
                   perform fetch-field
           end-evaluate
           move saved-return-code to return-code
           goback.

       load-layout.
           move "N" to laycat-known
           move spaces to laycat-copybook laycat-description
           move zero to laycat-width laycat-field-count
               laycat-value-count laycat-skip-value
               laycat-derived-count laycat-export-count
           open input catalog-file
           if catalog-file-ok
               perform until catalog-file-eof
                   read catalog-file
                       at end
                           continue
                       not at end
                           if catalog-line not = spaces
                                   and catalog-line(1:1) not = "*"
                               perform load-one-card
                           end-if
                   end-read
               end-perform
           end-if
           if catalog-file-ok or catalog-file-eof
                   or catalog-file-status = "05"
               close catalog-file
           end-if.

       load-one-card.
           move spaces to card-kind card-part-1 card-part-2
               card-part-3 card-part-4 card-part-5 card-part-6
               card-part-7 card-part-8 card-part-9
           unstring catalog-line delimited by "|"
               into card-kind card-part-1 card-part-2 card-part-3
                   card-part-4 card-part-5 card-part-6 card-part-7
                   card-part-8 card-part-9
           end-unstring
           if card-kind = "EXPORT"
               perform load-export-card
               exit paragraph
           end-if
           if card-part-1 not = laycat-layout
               exit paragraph
           end-if
           evaluate card-kind
               when "LAYOUT"
                   perform load-layout-card
               when "FIELD"
                   perform load-field-card
               when "VALUE"
                   perform load-value-card
               when "REPEAT"
                   perform load-repeat-card
               when "SKIP"
                   perform load-skip-card
               when "DERIVED"
                   perform load-derived-card
           end-evaluate.

       load-layout-card.
           set laycat-is-known to true
           move card-part-2 to laycat-copybook
           if function test-numval(card-part-3) = 0
               move function numval(card-part-3) to laycat-width
           end-if
           move card-part-4 to laycat-description.

       load-field-card.
           if laycat-field-count >= 40
               exit paragraph
           end-if
           if function test-numval(card-part-3) not = 0
                   or function test-numval(card-part-4) not = 0
               exit paragraph
           end-if
           add 1 to laycat-field-count
           move card-part-2 to laycat-field-name(laycat-field-count)
           move function numval(card-part-3)
               to laycat-field-offset(laycat-field-count)
           move function numval(card-part-4)
               to laycat-field-length(laycat-field-count)
           move function upper-case(card-part-5)
               to laycat-field-type(laycat-field-count)
           move function upper-case(card-part-6)
               to laycat-field-rule(laycat-field-count)
           move 1 to laycat-field-since(laycat-field-count)
           if card-part-7 not = spaces
                   and function test-numval(card-part-7) = 0
               move function numval(card-part-7)
                   to laycat-field-since(laycat-field-count)
           end-if
           move card-part-8 to laycat-field-label(laycat-field-count)
           move function upper-case(card-part-9)
               to laycat-field-export(laycat-field-count)
           move 1 to laycat-field-times(laycat-field-count)
           move zero to laycat-field-counter(laycat-field-count).

      * A VALUE, REPEAT or DERIVED card names fields by their
      * copybook names; the FIELD cards must come first.
       load-value-card.
           move card-part-2 to search-name
           perform find-field-by-name
           if found-index = zero or laycat-value-count >= 40
               exit paragraph
           end-if
           add 1 to laycat-value-count
           move found-index to laycat-value-field(laycat-value-count)
           move card-part-3 to laycat-value(laycat-value-count)
           move card-part-4
               to laycat-value-condition(laycat-value-count).

       load-repeat-card.
           move card-part-2 to search-name
           perform find-field-by-name
           if found-index = zero
                   or function test-numval(card-part-3) not = 0
               exit paragraph
           end-if
           move found-index to field-index
           move function numval(card-part-3)
               to laycat-field-times(field-index)
           move card-part-4 to search-name
           perform find-field-by-name
           move found-index to laycat-field-counter(field-index).

       load-skip-card.
           perform varying value-index from 1 by 1
                   until value-index > laycat-value-count
               if laycat-value-condition(value-index) = card-part-2
                   move value-index to laycat-skip-value
               end-if
           end-perform.

       load-derived-card.
           if laycat-derived-count >= 5
               exit paragraph
           end-if
           add 1 to laycat-derived-count
           move card-part-2
               to laycat-derived-label(laycat-derived-count)
           move function upper-case(card-part-3)
               to laycat-derived-rule(laycat-derived-count)
           move card-part-4 to search-name
           perform find-field-by-name
           move found-index to laycat-derived-from(laycat-derived-count)
           move card-part-5 to search-name
           perform find-field-by-name
           move found-index to laycat-derived-to(laycat-derived-count)
           move card-part-6 to search-name
           perform find-field-by-name
           move found-index
               to laycat-derived-after(laycat-derived-count).

       load-export-card.
           if laycat-export-count >= 10
               exit paragraph
           end-if
           add 1 to laycat-export-count
           move card-part-1 to laycat-export-layout(laycat-export-count)
           move card-part-2 to laycat-export-source(laycat-export-count)
           move card-part-3 to laycat-export-target(laycat-export-count)
           move card-part-4
               to laycat-export-date-field(laycat-export-count).

       find-field-by-name.
           move zero to found-index
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
                       or found-index not = zero
               if laycat-field-name(field-index) = search-name
                   move field-index to found-index
               end-if
           end-perform.

      * The layout's SKIP condition (an 88 level of the copybook)
      * marks a record no field rule applies to.
       check-skip.
           move "N" to laycat-passed
           if laycat-skip-value = zero
               exit paragraph
           end-if
           move laycat-value-field(laycat-skip-value) to field-index
           move spaces to value-compare
           move laycat-record(laycat-field-offset(field-index):
               laycat-field-length(field-index)) to value-compare
           if value-compare = laycat-value(laycat-skip-value)
               set laycat-record-passed to true
           end-if.

      * Fields in catalog order; the first that fails is the
      * complaint. A field the record's layout version predates is
      * not judged.
       judge-record.
           move spaces to laycat-text
           perform check-skip
           if laycat-record-passed
               exit paragraph
           end-if
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
                       or laycat-text not = spaces
               if laycat-field-since(field-index)
                       <= laycat-line-version
                   perform judge-one-field
               end-if
           end-perform.

       judge-one-field.
           move spaces to value-work
           move laycat-record(laycat-field-offset(field-index):
               laycat-field-length(field-index)) to value-work
           if value-work = spaces
               if laycat-field-required(field-index)
                   string "blank "
                       function trim(laycat-field-name(field-index))
                       delimited by size into laycat-text
                   end-string
               end-if
               exit paragraph
           end-if
           evaluate true
               when laycat-field-date(field-index)
                   if value-work(1:4) is not numeric
                           or value-work(5:1) not = "-"
                           or value-work(6:2) is not numeric
                           or value-work(8:1) not = "-"
                           or value-work(9:2) is not numeric
                       string
                           function trim(laycat-field-name(field-index))
                           " not YYYY-MM-DD"
                           delimited by size into laycat-text
                       end-string
                   end-if
               when laycat-field-time(field-index)
                   if value-work(1:2) is not numeric
                           or value-work(3:1) not = ":"
                           or value-work(4:2) is not numeric
                           or value-work(6:1) not = ":"
                           or value-work(7:2) is not numeric
                       string
                           function trim(laycat-field-name(field-index))
                           " not HH:MM:SS"
                           delimited by size into laycat-text
                       end-string
                   end-if
               when laycat-field-numeric(field-index)
                   if value-work(1:laycat-field-length(field-index))
                           is not numeric
                       and function test-numval(value-work(1:
                           laycat-field-length(field-index))) not = 0
                       string
                           function trim(laycat-field-name(field-index))
                           " not numeric"
                           delimited by size into laycat-text
                       end-string
                   end-if
           end-evaluate
           if laycat-text = spaces and laycat-field-one-of(field-index)
               perform judge-one-of
           end-if.

       judge-one-of.
           move "N" to one-of-found
           move spaces to value-compare
           move value-work(1:laycat-field-length(field-index))
               to value-compare
           perform varying value-index from 1 by 1
                   until value-index > laycat-value-count
               if laycat-value-field(value-index) = field-index
                       and laycat-value(value-index) = value-compare
                   move "Y" to one-of-found
               end-if
           end-perform
           if one-of-found = "N"
               string function trim(laycat-field-name(field-index))
                   " not an allowed value"
                   delimited by size into laycat-text
               end-string
           end-if.

      * Every labelled field as label=value, a repeating field as
      * its first six entries in use. Built with a walking pointer -
      * a STRING whose source is its own target is undefined in
      * this dialect.
       show-record.
           move spaces to laycat-text
           move 1 to text-pointer
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
               if laycat-field-label(field-index) not = spaces
                   perform show-one-field
               end-if
           end-perform.

       show-one-field.
           if text-pointer > 1
               string " " delimited by size into laycat-text
                   with pointer text-pointer
               end-string
           end-if
           string function trim(laycat-field-label(field-index)) "="
               delimited by size into laycat-text
               with pointer text-pointer
           end-string
           move 1 to occurrence-limit
           if laycat-field-times(field-index) > 1
               perform find-occurrence-limit
           end-if
           perform varying occurrence-index from 1 by 1
                   until occurrence-index > occurrence-limit
                       or occurrence-index > 6
               if occurrence-index > 1
                   string " " delimited by size into laycat-text
                       with pointer text-pointer
                   end-string
               end-if
               perform render-field
               if rendered-length > zero
                   string rendered-value(1:rendered-length)
                       delimited by size into laycat-text
                       with pointer text-pointer
                   end-string
               end-if
           end-perform
           if occurrence-limit > 6
               string " ..." delimited by size into laycat-text
                   with pointer text-pointer
               end-string
           end-if.

      * How many entries of a repeating field are in use: its count
      * field, held to the number the record has room for.
       find-occurrence-limit.
           move laycat-field-times(field-index) to occurrence-limit
           move laycat-field-counter(field-index) to found-index
           if found-index = zero
               exit paragraph
           end-if
           move spaces to value-work
           move laycat-record(laycat-field-offset(found-index):
               laycat-field-length(found-index)) to value-work
           if value-work(1:laycat-field-length(found-index))
                   is numeric
               if function numval(value-work(1:laycat-field-length(
                       found-index))) < occurrence-limit
                   move function numval(value-work(1:
                       laycat-field-length(found-index)))
                       to occurrence-limit
               end-if
           end-if.

       header-record.
           move spaces to laycat-text
           move 1 to text-pointer
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
               if laycat-field-exported(field-index)
                   if text-pointer > 1
                       string delimiter-text delimited by size
                           into laycat-text with pointer text-pointer
                       end-string
                   end-if
                   string function trim(laycat-field-label(field-index))
                       delimited by size into laycat-text
                       with pointer text-pointer
                   end-string
                   perform header-derived-after
               end-if
           end-perform.

       header-derived-after.
           perform varying derived-index from 1 by 1
                   until derived-index > laycat-derived-count
               if laycat-derived-after(derived-index) = field-index
                   string delimiter-text
                       function trim(laycat-derived-label(
                           derived-index))
                       delimited by size into laycat-text
                       with pointer text-pointer
                   end-string
               end-if
           end-perform.

      * One delimited row, the columns in the header's order.
       row-record.
           move spaces to laycat-text
           move 1 to text-pointer
           move "Y" to first-column
           perform check-skip
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
               if laycat-field-exported(field-index)
                   if first-column = "N"
                       string delimiter-text delimited by size
                           into laycat-text with pointer text-pointer
                       end-string
                   end-if
                   move "N" to first-column
                   move 1 to occurrence-index
                   perform render-field
                   if rendered-length > zero
                       string rendered-value(1:rendered-length)
                           delimited by size into laycat-text
                           with pointer text-pointer
                       end-string
                   end-if
                   perform row-derived-after
               end-if
           end-perform.

       row-derived-after.
           perform varying derived-index from 1 by 1
                   until derived-index > laycat-derived-count
               if laycat-derived-after(derived-index) = field-index
                   perform render-derived
                   string delimiter-text
                       rendered-value(1:rendered-length)
                       delimited by size into laycat-text
                       with pointer text-pointer
                   end-string
               end-if
           end-perform.

      * A field by its copybook name or its label, else a derived
      * column by its label.
       fetch-field.
           move spaces to laycat-text
           move "N" to laycat-want-found laycat-want-numeric
           perform check-skip
           move zero to found-index
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
                       or found-index not = zero
               if laycat-field-name(field-index) = laycat-want
                       or laycat-field-label(field-index) = laycat-want
                   move field-index to found-index
               end-if
           end-perform
           if found-index not = zero
               move found-index to field-index
               move 1 to occurrence-index
               perform render-field
               set laycat-want-is-found to true
               if laycat-field-numeric(field-index)
                   set laycat-want-is-numeric to true
               end-if
           else
               perform varying derived-index from 1 by 1
                       until derived-index > laycat-derived-count
                           or laycat-want-is-found
                   if laycat-derived-label(derived-index) = laycat-want
                       perform render-derived
                       set laycat-want-is-found to true
                       set laycat-want-is-numeric to true
                   end-if
               end-perform
           end-if
           if laycat-want-is-found and rendered-length > zero
               move rendered-value(1:rendered-length) to laycat-text
           end-if.

      * The value of one entry of a field as it is shown and
      * exported: text trimmed, a number without its leading zeros.
       render-field.
           compute occurrence-start =
               laycat-field-offset(field-index)
               + (occurrence-index - 1)
               * laycat-field-length(field-index)
           move spaces to value-work
           move laycat-record(occurrence-start:
               laycat-field-length(field-index)) to value-work
           move spaces to rendered-value
           move zero to rendered-length
           if laycat-field-numeric(field-index)
               perform render-number
               exit paragraph
           end-if
           if value-work = spaces
               exit paragraph
           end-if
           move function trim(value-work) to rendered-value
           move function length(function trim(rendered-value trailing))
               to rendered-length.

      * A blank number is zero; one that is not a number at all is
      * passed through as it stands for the reader to see.
       render-number.
           if value-work = spaces
               move "0" to rendered-value
               move 1 to rendered-length
               exit paragraph
           end-if
           move function trim(value-work) to value-work
           move function length(function trim(value-work trailing))
               to number-length
           if function test-numval(value-work(1:number-length))
                   not = 0
               move value-work(1:number-length) to rendered-value
               move number-length to rendered-length
               exit paragraph
           end-if
           move space to number-sign
           move 1 to number-scan
           if value-work(1:1) = "-" or value-work(1:1) = "+"
               if value-work(1:1) = "-"
                   move "-" to number-sign
               end-if
               move 2 to number-scan
           end-if
           perform until number-scan >= number-length
                   or value-work(number-scan:1) not = "0"
                   or value-work(number-scan + 1:1) is not numeric
               add 1 to number-scan
           end-perform
           if number-sign = "-"
               string "-" value-work(number-scan:
                   number-length - number-scan + 1)
                   delimited by size into rendered-value
               end-string
               compute rendered-length =
                   number-length - number-scan + 2
           else
               move value-work(number-scan:
                   number-length - number-scan + 1) to rendered-value
               compute rendered-length =
                   number-length - number-scan + 1
           end-if.

      * ELAPSED: the seconds from the FROM time to the TO time, a
      * TO time before the FROM time having crossed midnight.
       render-derived.
           move spaces to rendered-value
           move "0" to rendered-value
           move 1 to rendered-length
           if laycat-derived-rule(derived-index) not = "ELAPSED"
                   or laycat-derived-from(derived-index) = zero
                   or laycat-derived-to(derived-index) = zero
               exit paragraph
           end-if
           move laycat-record(laycat-field-offset(
               laycat-derived-from(derived-index)):8)
               to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to start-seconds
           move laycat-record(laycat-field-offset(
               laycat-derived-to(derived-index)):8)
               to time-text-work
           perform time-text-to-seconds
           move time-seconds-work to end-seconds
           if end-seconds < start-seconds
               compute elapsed-seconds =
                   end-seconds - start-seconds + seconds-per-day
           else
               compute elapsed-seconds = end-seconds - start-seconds
           end-if
           move elapsed-seconds to elapsed-display
           move function trim(elapsed-display leading)
               to rendered-value
           move function length(function trim(rendered-value trailing))
               to rendered-length.

       time-text-to-seconds.
           if time-text-work(1:2) is numeric
                   and time-text-work(4:2) is numeric
                   and time-text-work(7:2) is numeric
               compute time-seconds-work =
                   function numval(time-text-work(1:2)) * 3600
                   + function numval(time-text-work(4:2)) * 60
                   + function numval(time-text-work(7:2))
           else
               move zero to time-seconds-work
           end-if.
       end program laycat.
