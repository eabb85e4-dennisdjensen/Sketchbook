      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Layout-catalog drift check. The record-layout
      *          catalog (layout-catalog.dat) is what DQSCAN, KEYBRW
      *          and DELIMEXP believe about a record; the copybook is
      *          what the writers compile with. This check reads each
      *          catalogued layout's copybook out of copybooks/,
      *          works out every elementary field's offset and length
      *          from its PIC and OCCURS clauses, and holds the
      *          catalog to it field by field:
      *            - a field in one and not the other
      *            - a field at another offset or length
      *            - a NUMERIC field over an alphanumeric PIC, or a
      *              text field over a numeric one
      *            - a repeat count other than the OCCURS
      *            - an 88 level in one and not the other
      *            - a record width other than the copybook's
      *          The first 01 level of the copybook is the layout;
      *          an item that REDEFINES another is an alternate view
      *          and is not checked, nor are the fillers. An
      *          argument names one layout; with none, every layout
      *          in the catalog is checked. The findings print
      *          through RPTWRT (archived as "laychk"); rc 8 when
      *          anything has drifted, so a copybook widened without
      *          its catalog cards stops the night ahead of DQSCAN.
      * Tectonics: cobc -x laychk.cob laycat.cob rptwrt.cob
      ******************************************************************
       identification division.
       program-id. laychk.
       environment division.
       input-output section.
       file-control.
           select optional catalog-file
               assign to "layout-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.
           select copybook-file
               assign to copybook-filepath
               organization is line sequential
               file status is copybook-file-status.
      ******************************************************************
       data division.
       file section.
       fd  catalog-file.
       01  catalog-line           pic X(200).
       fd  copybook-file.
       01  copybook-line          pic X(80).

       working-storage section.
       01  catalog-file-status         pic XX.
           88  catalog-file-ok         value "00".
           88  catalog-file-eof        value "10".
       01  copybook-file-status        pic XX.
           88  copybook-file-ok        value "00".
           88  copybook-file-eof       value "10".
       01  copybook-filepath           pic X(80).
       01  layout-arg                  pic X(10).
       01  card-kind                   pic X(8).
       01  card-layout                 pic X(10).
       01  layout-table.
           05  layout-name occurs 40 times pic X(10).
       01  layout-count                pic 9(4) comp value zero.
       01  layout-index                pic 9(4) comp.
      * The copybook as compiled: its elementary fields in order and
      * the 88 levels under them.
       01  copy-field-table.
           05  copy-field-entry occurs 80 times.
               10  copy-field-name     pic X(30).
               10  copy-field-offset   pic 9(5).
               10  copy-field-length   pic 9(4).
               10  copy-field-numeric  pic X.
               10  copy-field-times    pic 9(4).
               10  copy-field-picture  pic X(20).
               10  copy-field-matched  pic X.
       01  copy-field-count            pic 9(4) comp.
       01  copy-value-table.
           05  copy-value-entry occurs 60 times.
               10  copy-value-field    pic 9(4) comp.
               10  copy-value          pic X(20).
               10  copy-value-condition pic X(30).
               10  copy-value-matched  pic X.
       01  copy-value-count            pic 9(4) comp.
       01  copy-width                  pic 9(5).
       01  copy-offset                 pic 9(5) comp.
       01  copy-records-seen           pic 9(4) comp.
       01  copy-parse-done             pic X.
       01  skip-level                  pic 9(2).
       01  last-field-index            pic 9(4) comp.
      * One COBOL statement, gathered over as many lines as it runs,
      * and its tokens.
       01  statement-buffer            pic X(600).
       01  statement-pointer           pic 9(4) comp.
       01  line-text                   pic X(65).
       01  line-length                 pic 9(4) comp.
       01  token-table.
           05  token occurs 16 times   pic X(40).
       01  token-upper                 pic X(40).
       01  token-index                 pic 9(4) comp.
       01  item-level                  pic 9(2).
       01  item-name                   pic X(30).
       01  item-picture                pic X(40).
       01  item-times                  pic 9(4).
       01  item-usage                  pic X.
           88  item-binary             value "B".
           88  item-packed             value "P".
           88  item-display            value "D".
       01  item-redefines              pic X.
       01  item-values-start           pic 9(4) comp.
       01  item-size                   pic 9(5) comp.
       01  item-digits                 pic 9(4) comp.
       01  item-numeric                pic X.
       01  picture-index               pic 9(4) comp.
       01  picture-length              pic 9(4) comp.
       01  picture-char                pic X.
       01  prior-char                  pic X.
       01  repeat-end                  pic 9(4) comp.
       01  repeat-count                pic 9(4) comp.
       01  value-text                  pic X(40).
       01  field-index                 pic 9(4) comp.
       01  copy-index                  pic 9(4) comp.
       01  value-index                 pic 9(4) comp.
       01  found-index                 pic 9(4) comp.
       01  compare-name-1              pic X(30).
       01  compare-name-2              pic X(30).
       01  layout-drifts               pic 9(5) comp.
       01  total-drifts                pic 9(5) comp value zero.
       01  layouts-checked             pic 9(4) comp value zero.
       01  number-display-1            pic ZZZZ9.
       01  number-display-2            pic ZZZZ9.
       01  number-display-3            pic ZZZZ9.
       01  number-display-4            pic ZZZZ9.
       01  drift-text                  pic X(100).
       01  text-pointer                pic 9(4) comp.
           copy laycreq.
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to layout-arg
           display 1 upon argument-number
           accept layout-arg from argument-value
           move function upper-case(layout-arg) to layout-arg
           perform list-layouts
           move "laychk" to rptwrt-name
           set rptwrt-op-init to true
           move "Record-layout catalog against the copybooks"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           set rptwrt-op-detail to true
           if layout-count = zero
               move spaces to rptwrt-text
               if layout-arg = spaces
                   move "No LAYOUT cards in layout-catalog.dat"
                       to rptwrt-text
               else
                   string "No " function trim(layout-arg)
                       " layout in layout-catalog.dat"
                       delimited by size into rptwrt-text
                   end-string
                   add 1 to total-drifts
               end-if
               call "rptwrt" using rptwrt-request
           end-if
           perform varying layout-index from 1 by 1
                   until layout-index > layout-count
               perform check-one-layout
           end-perform
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           move layouts-checked to number-display-1
           move total-drifts to number-display-2
           string function trim(number-display-1 leading)
               " layout(s) checked, "
               function trim(number-display-2 leading)
               " drift(s)"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request
           if total-drifts > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

      * The layouts to check: every LAYOUT card, or the one named.
       list-layouts.
           open input catalog-file
           if catalog-file-ok
               perform until catalog-file-eof
                   read catalog-file
                       at end
                           continue
                       not at end
                           perform list-one-card
                   end-read
               end-perform
           end-if
           if catalog-file-ok or catalog-file-eof
                   or catalog-file-status = "05"
               close catalog-file
           end-if.

       list-one-card.
           if catalog-line(1:7) not = "LAYOUT|" or layout-count >= 40
               exit paragraph
           end-if
           move spaces to card-kind card-layout
           unstring catalog-line delimited by "|"
               into card-kind card-layout
           end-unstring
           if layout-arg not = spaces and card-layout not = layout-arg
               exit paragraph
           end-if
           add 1 to layout-count
           move card-layout to layout-name(layout-count).

       check-one-layout.
           move "LOAD" to laycat-op
           move layout-name(layout-index) to laycat-layout
           call "laycat" using layout-catalog-request
           add 1 to layouts-checked
           move zero to layout-drifts
           move spaces to copybook-filepath
           string "copybooks/"
               function lower-case(function trim(laycat-copybook))
               ".cpy"
               delimited by size into copybook-filepath
           end-string
           perform parse-copybook
           if copybook-file-status not = "00"
                   and copybook-file-status not = "10"
               move spaces to drift-text
               string function trim(copybook-filepath)
                   " cannot be read (status " copybook-file-status
                   ")"
                   delimited by size into drift-text
               end-string
               perform report-drift
           else
               perform compare-fields
               perform compare-values
               if laycat-width not = copy-width
                   move laycat-width to number-display-1
                   move copy-width to number-display-2
                   move spaces to drift-text
                   string "record width: catalog "
                       function trim(number-display-1 leading)
                       ", copybook "
                       function trim(number-display-2 leading)
                       delimited by size into drift-text
                   end-string
                   perform report-drift
               end-if
           end-if
           move laycat-field-count to number-display-1
           move layout-drifts to number-display-2
           move spaces to rptwrt-text
           move 1 to text-pointer
           string layout-name(layout-index) " "
               function trim(copybook-filepath) ": "
               function trim(number-display-1 leading)
               " field(s), "
               delimited by size into rptwrt-text
               with pointer text-pointer
           end-string
           if layout-drifts = zero
               string "in step" delimited by size into rptwrt-text
                   with pointer text-pointer
               end-string
           else
               string function trim(number-display-2 leading)
                   " drift(s)"
                   delimited by size into rptwrt-text
                   with pointer text-pointer
               end-string
           end-if
           call "rptwrt" using rptwrt-request
           add layout-drifts to total-drifts.

       report-drift.
           add 1 to layout-drifts
           move spaces to rptwrt-text
           string "  DRIFT " function trim(layout-name(layout-index))
               " " drift-text
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request.

      ******************************************************************
      * The copybook, a statement at a time: comment lines dropped,
      * sequence and identification areas cut off, continuation
      * lines gathered up to the closing period.
      ******************************************************************
       parse-copybook.
           move zero to copy-field-count copy-value-count
               copy-records-seen last-field-index skip-level
           move 1 to copy-offset
           move "N" to copy-parse-done
           move spaces to statement-buffer
           move 1 to statement-pointer
           open input copybook-file
           if not copybook-file-ok
               exit paragraph
           end-if
           perform until copybook-file-eof or copy-parse-done = "Y"
               read copybook-file
                   at end
                       continue
                   not at end
                       perform gather-copybook-line
               end-read
           end-perform
           close copybook-file
           move "00" to copybook-file-status
           compute copy-width = copy-offset - 1.

       gather-copybook-line.
           if copybook-line(7:1) = "*" or copybook-line(7:1) = "/"
               exit paragraph
           end-if
           move copybook-line(8:65) to line-text
           if line-text = spaces
               exit paragraph
           end-if
           move function length(function trim(line-text trailing))
               to line-length
           string function trim(line-text) " "
               delimited by size into statement-buffer
               with pointer statement-pointer
           end-string
           if line-text(line-length:1) = "."
               perform parse-statement
               move spaces to statement-buffer
               move 1 to statement-pointer
           end-if.

       parse-statement.
           move spaces to token-table
           unstring function trim(statement-buffer)
               delimited by all spaces
               into token(1) token(2) token(3) token(4) token(5)
                   token(6) token(7) token(8) token(9) token(10)
                   token(11) token(12) token(13) token(14)
                   token(15) token(16)
           end-unstring
      * The closing period is punctuation, not part of the last
      * word.
           perform varying token-index from 16 by -1
                   until token-index < 1
                       or token(token-index) not = spaces
               continue
           end-perform
           if token-index >= 1
               move function length(function trim(
                   token(token-index) trailing)) to line-length
               if token(token-index)(line-length:1) = "."
                   move space to token(token-index)(line-length:1)
               end-if
           end-if
           if function test-numval(token(1)) not = 0
               exit paragraph
           end-if
           move function numval(token(1)) to item-level
           perform read-item-clauses
           evaluate true
               when item-level = 1
                   add 1 to copy-records-seen
                   if copy-records-seen > 1
                       move "Y" to copy-parse-done
                   end-if
               when item-level = 88
                   if skip-level = zero and last-field-index > zero
                       perform record-condition-values
                   end-if
               when item-level = 66 or item-level = 77
                   continue
               when other
                   perform record-data-item
           end-evaluate.

      * Name, PIC, OCCURS, REDEFINES, USAGE and where the VALUE
      * list starts.
       read-item-clauses.
           move spaces to item-name item-picture
           move 1 to item-times
           move "D" to item-usage
           move "N" to item-redefines
           move zero to item-values-start
           move 2 to token-index
           move function upper-case(token(2)) to token-upper
           if token-upper = "PIC" or "PICTURE" or "VALUE" or "VALUES"
                   or "OCCURS" or "USAGE" or spaces
               move "FILLER" to item-name
           else
               move token(2) to item-name
               move 3 to token-index
           end-if
           perform until token-index > 16
               move function upper-case(token(token-index))
                   to token-upper
               evaluate token-upper
                   when "PIC"
                   when "PICTURE"
                       add 1 to token-index
                       if function upper-case(token(token-index))
                               = "IS"
                           add 1 to token-index
                       end-if
                       if token-index <= 16
                           move function upper-case(token(token-index))
                               to item-picture
                       end-if
                   when "OCCURS"
                       add 1 to token-index
                       if token-index <= 16
                               and function test-numval(
                                   token(token-index)) = 0
                           move function numval(token(token-index))
                               to item-times
                       end-if
                   when "REDEFINES"
                       move "Y" to item-redefines
                   when "COMP"
                   when "COMP-4"
                   when "COMP-5"
                   when "BINARY"
                   when "COMPUTATIONAL"
                       move "B" to item-usage
                   when "COMP-3"
                   when "PACKED-DECIMAL"
                   when "COMPUTATIONAL-3"
                       move "P" to item-usage
                   when "VALUE"
                   when "VALUES"
                       if item-values-start = zero
                           compute item-values-start = token-index + 1
                       end-if
               end-evaluate
               add 1 to token-index
           end-perform.

      * An item under a REDEFINES is an alternate view of bytes
      * already counted; it and everything below it are passed by.
       record-data-item.
           if skip-level not = zero
               if item-level > skip-level
                   exit paragraph
               end-if
               move zero to skip-level
           end-if
           if item-redefines = "Y"
               move item-level to skip-level
               exit paragraph
           end-if
           if item-picture = spaces
               exit paragraph
           end-if
           perform size-picture
           if function upper-case(item-name) not = "FILLER"
                   and copy-field-count < 80
               add 1 to copy-field-count
               move item-name to copy-field-name(copy-field-count)
               move copy-offset to copy-field-offset(copy-field-count)
               move item-size to copy-field-length(copy-field-count)
               move item-numeric
                   to copy-field-numeric(copy-field-count)
               move item-times to copy-field-times(copy-field-count)
               move item-picture
                   to copy-field-picture(copy-field-count)
               move "N" to copy-field-matched(copy-field-count)
               move copy-field-count to last-field-index
           else
               move zero to last-field-index
           end-if
           compute copy-offset = copy-offset + item-size * item-times.

      * Bytes a PIC takes: one per symbol, a (n) repeat counting the
      * symbol before it n times; S, V and P take none. A binary or
      * packed item takes what its digits pack into.
       size-picture.
           move zero to item-size item-digits
           move "Y" to item-numeric
           move space to prior-char
           move function length(function trim(item-picture trailing))
               to picture-length
           move 1 to picture-index
           perform until picture-index > picture-length
               move item-picture(picture-index:1) to picture-char
               evaluate picture-char
                   when "("
                       move zero to repeat-count
                       move picture-index to repeat-end
                       perform until repeat-end > picture-length
                               or item-picture(repeat-end:1) = ")"
                           add 1 to repeat-end
                       end-perform
                       if repeat-end > picture-index + 1
                           move function numval(item-picture(
                               picture-index + 1:
                               repeat-end - picture-index - 1))
                               to repeat-count
                       end-if
                       if repeat-count > 1
                           compute item-size =
                               item-size + repeat-count - 1
                           if prior-char = "9"
                               compute item-digits =
                                   item-digits + repeat-count - 1
                           end-if
                       end-if
                       move repeat-end to picture-index
                   when "S"
                   when "V"
                   when "P"
                       continue
                   when other
                       add 1 to item-size
                       if picture-char = "9"
                           add 1 to item-digits
                       end-if
                       if picture-char = "X" or picture-char = "A"
                           move "N" to item-numeric
                       end-if
                       move picture-char to prior-char
               end-evaluate
               add 1 to picture-index
           end-perform
           evaluate true
               when item-binary
                   evaluate true
                       when item-digits <= 4
                           move 2 to item-size
                       when item-digits <= 9
                           move 4 to item-size
                       when other
                           move 8 to item-size
                   end-evaluate
               when item-packed
                   compute item-size = item-digits / 2 + 1
           end-evaluate.

      * Each quoted literal of an 88's VALUE list is one value.
       record-condition-values.
           if item-values-start = zero
               exit paragraph
           end-if
           perform varying token-index from item-values-start by 1
                   until token-index > 16
               move token(token-index) to value-text
               if (value-text(1:1) = quote or value-text(1:1) = "'")
                       and copy-value-count < 60
                   move function length(function trim(
                       value-text trailing)) to line-length
                   add 1 to copy-value-count
                   move last-field-index
                       to copy-value-field(copy-value-count)
                   move spaces to copy-value(copy-value-count)
                   if line-length > 2
                       move value-text(2:line-length - 2)
                           to copy-value(copy-value-count)
                   end-if
                   move item-name
                       to copy-value-condition(copy-value-count)
                   move "N" to copy-value-matched(copy-value-count)
               end-if
           end-perform.

      ******************************************************************
      * The catalog held to the copybook.
      ******************************************************************
       compare-fields.
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
               perform compare-one-field
           end-perform
           perform varying copy-index from 1 by 1
                   until copy-index > copy-field-count
               if copy-field-matched(copy-index) = "N"
                   move spaces to drift-text
                   string function trim(copy-field-name(copy-index))
                       ": in the copybook, not in the catalog"
                       delimited by size into drift-text
                   end-string
                   perform report-drift
               end-if
           end-perform.

       compare-one-field.
           move zero to found-index
           move function upper-case(laycat-field-name(field-index))
               to compare-name-1
           perform varying copy-index from 1 by 1
                   until copy-index > copy-field-count
                       or found-index not = zero
               move function upper-case(copy-field-name(copy-index))
                   to compare-name-2
               if compare-name-1 = compare-name-2
                   move copy-index to found-index
               end-if
           end-perform
           if found-index = zero
               move spaces to drift-text
               string function trim(laycat-field-name(field-index))
                   ": in the catalog, not an elementary field of the"
                   " copybook"
                   delimited by size into drift-text
               end-string
               perform report-drift
               exit paragraph
           end-if
           move "Y" to copy-field-matched(found-index)
           if laycat-field-offset(field-index)
                   not = copy-field-offset(found-index)
                   or laycat-field-length(field-index)
                   not = copy-field-length(found-index)
               move laycat-field-offset(field-index)
                   to number-display-1
               move laycat-field-length(field-index)
                   to number-display-2
               move copy-field-offset(found-index) to number-display-3
               move copy-field-length(found-index) to number-display-4
               move spaces to drift-text
               string function trim(laycat-field-name(field-index))
                   ": catalog at "
                   function trim(number-display-1 leading) " for "
                   function trim(number-display-2 leading)
                   ", copybook at "
                   function trim(number-display-3 leading) " for "
                   function trim(number-display-4 leading)
                   delimited by size into drift-text
               end-string
               perform report-drift
           end-if
           if (laycat-field-numeric(field-index)
                   and copy-field-numeric(found-index) = "N")
               or (not laycat-field-numeric(field-index)
                   and copy-field-numeric(found-index) = "Y")
               move spaces to drift-text
               string function trim(laycat-field-name(field-index))
                   ": catalog "
                   function trim(laycat-field-type(field-index))
                   ", copybook PIC "
                   function trim(copy-field-picture(found-index))
                   delimited by size into drift-text
               end-string
               perform report-drift
           end-if
           if laycat-field-times(field-index)
                   not = copy-field-times(found-index)
               move laycat-field-times(field-index)
                   to number-display-1
               move copy-field-times(found-index) to number-display-2
               move spaces to drift-text
               string function trim(laycat-field-name(field-index))
                   ": catalog repeats "
                   function trim(number-display-1 leading)
                   " time(s), copybook OCCURS "
                   function trim(number-display-2 leading)
                   delimited by size into drift-text
               end-string
               perform report-drift
           end-if.

      * Every 88 of the copybook must be a VALUE card of the catalog
      * on the same field under the same name, and every VALUE card
      * an 88.
       compare-values.
           perform varying value-index from 1 by 1
                   until value-index > laycat-value-count
               perform compare-one-value
           end-perform
           perform varying copy-index from 1 by 1
                   until copy-index > copy-value-count
               if copy-value-matched(copy-index) = "N"
                   move spaces to drift-text
                   string
                       function trim(copy-value-condition(copy-index))
                       ": 88 value "
                       function trim(copy-value(copy-index))
                       " in the copybook, not in the catalog"
                       delimited by size into drift-text
                   end-string
                   perform report-drift
               end-if
           end-perform.

       compare-one-value.
           move zero to found-index
           move laycat-value-field(value-index) to field-index
           move function upper-case(laycat-field-name(field-index))
               to compare-name-1
           perform varying copy-index from 1 by 1
                   until copy-index > copy-value-count
                       or found-index not = zero
               move function upper-case(copy-field-name(
                   copy-value-field(copy-index))) to compare-name-2
               if compare-name-1 = compare-name-2
                       and copy-value(copy-index)
                           = laycat-value(value-index)
                       and function upper-case(
                           copy-value-condition(copy-index))
                           = function upper-case(
                           laycat-value-condition(value-index))
                       and copy-value-matched(copy-index) = "N"
                   move copy-index to found-index
               end-if
           end-perform
           if found-index = zero
               move spaces to drift-text
               string
                   function trim(laycat-value-condition(value-index))
                   ": catalog value "
                   function trim(laycat-value(value-index))
                   " not an 88 of the copybook"
                   delimited by size into drift-text
               end-string
               perform report-drift
           else
               move "Y" to copy-value-matched(found-index)
           end-if.
       end program laychk.
