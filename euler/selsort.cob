      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Card-driven SORT/SELECT/REFORMAT utility over the
      *          suite's flat files. "Every FAILED step for euler014,
      *          longest first" or "the ledger lines where a
      *          program's answer changed" each used to be a
      *          throwaway program; this one reads a card file in the
      *          shared PARAMRDR KEY=VALUE format (argument 1) and
      *          does the cut:
      *            INPUT=<file>          the file to read
      *            LAYOUT=<layout>       its layout in the record-
      *                                  layout catalog
      *            OUTPUT=<file>         the file to write
      *            INCLUDE=<field> <op> <value>
      *            OMIT=<field> <op> <value>
      *                                  op EQ NE GT GE LT LE; a
      *                                  record is kept when every
      *                                  INCLUDE holds and no OMIT
      *                                  does (up to 10 in all); a
      *                                  value with spaces in it is
      *                                  quoted
      *            SORT=<field> [A|D]    sort keys, major first, up
      *                                  to 5; equal keys keep their
      *                                  file order
      *            FIELDS=<f>,<f>,...    write these fields, ";"
      *                                  delimited under a header
      *                                  row, instead of the record
      *                                  (a card's value holds 40
      *                                  characters; another FIELDS
      *                                  card adds more)
      *            SUM=<field>           one line per run of equal
      *                                  sort keys - the keys, the
      *                                  record count and the total
      *                                  of each SUM field (up to 5);
      *                                  no SORT card, one grand
      *                                  total
      *            CHANGED=<field>       keep a record only when the
      *                                  field differs from the
      *                                  record before it with the
      *                                  same first sort key
      *          A field is named by its catalog name or label, or a
      *          derived column's label (the run log's
      *          elapsed_seconds); numeric fields compare and sort as
      *          numbers. Records the layout's SKIP condition holds
      *          for - the ledger's chain anchors - are passed by.
      *          The work is one COBOL SORT, records RELEASEd by the
      *          input procedure and RETURNed by the output
      *          procedure, the pattern NAMESCOR set. A card error
      *          ends rc 16 before anything is read.
      * Tectonics: cobc -x selsort.cob paramrdr.cob laycat.cob
      ******************************************************************
       identification division.
       program-id. selsort.
       environment division.
       input-output section.
       file-control.
           select optional input-file
               assign to input-filepath
               organization is line sequential
               file status is input-file-status.
           select output-file
               assign to output-filepath
               organization is line sequential
               file status is output-file-status.
           select sort-work-file
               assign to "selsort.srt".
      ******************************************************************
       data division.
       file section.
       fd  input-file.
       01  input-line             pic X(400).
       fd  output-file.
       01  output-line            pic X(400).
       sd  sort-work-file.
       01  sort-record.
           05  sort-keys          pic X(200).
           05  sort-line          pic X(400).

       working-storage section.
       01  input-file-status           pic XX.
           88  input-file-ok           value "00".
           88  input-file-eof          value "10".
       01  output-file-status          pic XX.
           88  output-file-ok          value "00".
       01  card-filepath               pic X(80).
       01  input-filepath              pic X(80).
       01  output-filepath             pic X(80).
       01  layout-name                 pic X(10).
       01  param-table.
           05  param-slot              pic X(60) occurs 20 times.
       01  param-count                 pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
       01  card-errors                 pic 9(4) comp value zero.
      * INCLUDE and OMIT conditions, in card order.
       01  condition-table.
           05  condition-entry occurs 10 times.
               10  cond-kind           pic X.
                   88  cond-include    value "I".
                   88  cond-omit       value "O".
               10  cond-field          pic X(30).
               10  cond-op             pic X(2).
               10  cond-value          pic X(40).
               10  cond-number         pic s9(13)v9(4).
       01  condition-count             pic 9(4) comp value zero.
       01  condition-index             pic 9(4) comp.
       01  condition-holds             pic X.
       01  record-selected             pic X.
       01  key-table.
           05  key-entry occurs 5 times.
               10  key-field           pic X(30).
               10  key-order           pic X.
                   88  key-descending  value "D".
       01  key-count                   pic 9(4) comp value zero.
       01  key-index                   pic 9(4) comp.
       01  column-table.
           05  column-field occurs 20 times pic X(30).
       01  column-count                pic 9(4) comp value zero.
       01  column-index                pic 9(4) comp.
       01  sum-table.
           05  sum-entry occurs 5 times.
               10  sum-field           pic X(30).
               10  sum-total           pic s9(13)v9(4).
       01  sum-count                   pic 9(4) comp value zero.
       01  sum-index                   pic 9(4) comp.
       01  changed-field               pic X(30) value spaces.
      * Card parsing.
       01  card-word-1                 pic X(40).
       01  card-word-2                 pic X(40).
       01  card-pointer                pic 9(4) comp.
       01  card-rest                   pic X(40).
       01  list-pointer                pic 9(4) comp.
       01  list-item                   pic X(30).
      * Sort keys: each key a 40-byte slot that sorts ascending as
      * plain text - a number shifted clear of its sign and zero
      * filled, a descending key complemented.
       01  key-build.
           05  key-slot occurs 5 times pic X(40).
       01  key-number                  pic s9(13)v9(4).
       01  key-shifted                 pic 9(14)v9(4).
       01  key-shifted-text redefines key-shifted pic X(18).
       01  key-shift                   pic 9(14) value 10000000000000.
       01  key-ceiling                 pic 9(14)v9(4)
                                       value 99999999999999.9999.
       01  ascending-chars             pic X(95).
       01  descending-chars            pic X(95).
       01  char-index                  pic 9(4) comp.
       01  field-number                pic s9(13)v9(4).
       01  compare-text                pic X(40).
      * Output procedure state.
       01  sorted-done                 pic X.
           88  sorted-records-done     value "Y".
       01  prior-keys                  pic X(200).
       01  prior-group                 pic X(40).
       01  prior-changed               pic X(40).
       01  first-record                pic X.
       01  group-line                  pic X(400).
       01  group-records               pic 9(9) comp.
       01  text-pointer                pic 9(4) comp.
       01  records-read                pic 9(9) comp value zero.
       01  records-selected            pic 9(9) comp value zero.
       01  lines-written               pic 9(9) comp value zero.
       01  count-display               pic ZZZ,ZZZ,ZZ9.
       01  count-display-2             pic ZZZ,ZZZ,ZZ9.
       01  count-display-3             pic ZZZ,ZZZ,ZZ9.
       01  total-display               pic -(12)9.99.
       01  group-display               pic Z(8)9.
           copy paramrec.
           copy laycreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to card-filepath
           display 1 upon argument-number
           accept card-filepath from argument-value
           if card-filepath = spaces
               display "Usage: selsort <card-file>" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform read-cards
           perform check-cards
           if card-errors > zero
               display function trim(card-filepath)
                   ": card error(s); nothing read" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform build-collating-strings
           sort sort-work-file
               on ascending key sort-keys
               with duplicates in order
               input procedure is select-records
               output procedure is write-sorted-records
           move records-read to count-display
           move records-selected to count-display-2
           move lines-written to count-display-3
           display "Selected " function trim(count-display-2 leading)
               " of " function trim(count-display leading)
               " record(s) from " function trim(input-filepath)
               "; " function trim(count-display-3 leading)
               " line(s) written to " function trim(output-filepath)
           move zero to return-code
           stop run.

      ******************************************************************
      * The card file.
      ******************************************************************
       read-cards.
           call "paramrdr" using card-filepath param-table
               param-count param-status
           if param-status not = "00"
               display "Cannot read " function trim(card-filepath)
                   " (status " param-status ")" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform varying param-index from 1 by 1
                   until param-index > param-count
               move param-slot(param-index) to param-entry
               evaluate param-key
                   when "INPUT"
                       move param-value to input-filepath
                   when "LAYOUT"
                       move function upper-case(param-value)
                           to layout-name
                   when "OUTPUT"
                       move param-value to output-filepath
                   when "INCLUDE"
                   when "OMIT"
                       perform read-condition-card
                   when "SORT"
                       perform read-sort-card
                   when "FIELDS"
                       perform read-fields-card
                   when "SUM"
                       perform read-sum-card
                   when "CHANGED"
                       move param-value to changed-field
                   when other
                       display "Unknown card "
                           function trim(param-key) upon syserr
                       add 1 to card-errors
               end-evaluate
           end-perform.

       read-condition-card.
           if condition-count >= 10
               display "More than 10 INCLUDE/OMIT cards" upon syserr
               add 1 to card-errors
               exit paragraph
           end-if
           add 1 to condition-count
           move param-key(1:1) to cond-kind(condition-count)
           move spaces to card-word-1 card-word-2 card-rest
           move 1 to card-pointer
           unstring param-value delimited by all spaces
               into card-word-1 card-word-2
               with pointer card-pointer
           end-unstring
           if card-pointer <= 40
               move function trim(param-value(card-pointer:))
                   to card-rest
           end-if
      * A quoted value keeps its spaces; the quotes go.
           if card-rest(1:1) = quote
               move card-rest(2:) to card-word-1
               inspect card-word-1 replacing first quote by space
               move card-word-1 to card-rest
           end-if
           move card-word-1 to cond-field(condition-count)
           move function upper-case(card-word-2)
               to cond-op(condition-count)
           move card-rest to cond-value(condition-count)
           move zero to cond-number(condition-count)
           if function test-numval(card-rest) = 0
               move function numval(card-rest)
                   to cond-number(condition-count)
           end-if
           if cond-op(condition-count) not = "EQ" and not = "NE"
                   and not = "GT" and not = "GE"
                   and not = "LT" and not = "LE"
               display "Unknown comparison in " function trim(
                   param-key) "=" function trim(param-value)
                   upon syserr
               add 1 to card-errors
           end-if.

       read-sort-card.
           if key-count >= 5
               display "More than 5 SORT cards" upon syserr
               add 1 to card-errors
               exit paragraph
           end-if
           add 1 to key-count
           move spaces to card-word-1 card-word-2
           unstring param-value delimited by all spaces
               into card-word-1 card-word-2
           end-unstring
           move card-word-1 to key-field(key-count)
           move function upper-case(card-word-2(1:1))
               to key-order(key-count)
           if key-order(key-count) = space
               move "A" to key-order(key-count)
           end-if
           if key-order(key-count) not = "A" and not = "D"
               display "SORT order is A or D: "
                   function trim(param-value) upon syserr
               add 1 to card-errors
           end-if.

       read-fields-card.
           move 1 to list-pointer
           perform until list-pointer > 40
               move spaces to list-item
               unstring param-value delimited by ","
                   into list-item
                   with pointer list-pointer
               end-unstring
               if list-item not = spaces
                   if column-count >= 20
                       display "More than 20 FIELDS" upon syserr
                       add 1 to card-errors
                       exit paragraph
                   end-if
                   add 1 to column-count
                   move function trim(list-item)
                       to column-field(column-count)
               end-if
           end-perform.

       read-sum-card.
           if sum-count >= 5
               display "More than 5 SUM cards" upon syserr
               add 1 to card-errors
               exit paragraph
           end-if
           add 1 to sum-count
           move param-value to sum-field(sum-count)
           move zero to sum-total(sum-count).

      * Every field a card names must be in the layout; numbers
      * only are totalled.
       check-cards.
           if input-filepath = spaces or output-filepath = spaces
                   or layout-name = spaces
               display "INPUT, LAYOUT and OUTPUT cards are required"
                   upon syserr
               add 1 to card-errors
               exit paragraph
           end-if
           if column-count > zero and sum-count > zero
               display "FIELDS and SUM cards do not go together"
                   upon syserr
               add 1 to card-errors
           end-if
           move "LOAD" to laycat-op
           move layout-name to laycat-layout
           call "laycat" using layout-catalog-request
           if not laycat-is-known
               display "No " function trim(layout-name)
                   " layout in layout-catalog.dat" upon syserr
               add 1 to card-errors
               exit paragraph
           end-if
           move spaces to laycat-record
           move "FETCH" to laycat-op
           perform varying condition-index from 1 by 1
                   until condition-index > condition-count
               move cond-field(condition-index) to laycat-want
               perform check-field-known
           end-perform
           perform varying key-index from 1 by 1
                   until key-index > key-count
               move key-field(key-index) to laycat-want
               perform check-field-known
           end-perform
           perform varying column-index from 1 by 1
                   until column-index > column-count
               move column-field(column-index) to laycat-want
               perform check-field-known
           end-perform
           perform varying sum-index from 1 by 1
                   until sum-index > sum-count
               move sum-field(sum-index) to laycat-want
               perform check-field-known
               if laycat-want-is-found and not laycat-want-is-numeric
                   display "SUM field " function trim(laycat-want)
                       " is not numeric" upon syserr
                   add 1 to card-errors
               end-if
           end-perform
           if changed-field not = spaces
               move changed-field to laycat-want
               perform check-field-known
           end-if.

       check-field-known.
           call "laycat" using layout-catalog-request
           if not laycat-want-is-found
               display "No field " function trim(laycat-want)
                   " in layout " function trim(layout-name)
                   upon syserr
               add 1 to card-errors
           end-if.

      * The printable characters in order and reversed, for
      * complementing a descending text key.
       build-collating-strings.
           perform varying char-index from 1 by 1
                   until char-index > 95
               move function char(char-index + 32)
                   to ascending-chars(char-index:1)
               move function char(char-index + 32)
                   to descending-chars(96 - char-index:1)
           end-perform.

      ******************************************************************
      * Input procedure: every record the conditions keep goes to
      * the sort behind its keys.
      ******************************************************************
       select-records.
           open input input-file
           if not input-file-ok
               display function trim(input-filepath)
                   " cannot be read (status " input-file-status ")"
                   upon syserr
               if input-file-status = "05"
                   close input-file
               end-if
               move 16 to return-code
               stop run
           end-if
           perform until input-file-eof
               read input-file
                   at end
                       continue
                   not at end
                       if input-line not = spaces
                           add 1 to records-read
                           perform select-one-record
                       end-if
               end-read
           end-perform
           close input-file.

       select-one-record.
           move input-line to laycat-record
           move "FETCH" to laycat-op
           move "Y" to record-selected
           perform varying condition-index from 1 by 1
                   until condition-index > condition-count
                       or record-selected = "N"
               perform judge-condition
               if cond-include(condition-index)
                       and condition-holds = "N"
                   move "N" to record-selected
               end-if
               if cond-omit(condition-index)
                       and condition-holds = "Y"
                   move "N" to record-selected
               end-if
           end-perform
           if condition-count = zero
               move spaces to laycat-want
               call "laycat" using layout-catalog-request
           end-if
           if laycat-record-passed or record-selected = "N"
               exit paragraph
           end-if
           perform build-sort-keys
           move key-build to sort-keys
           move input-line to sort-line
           release sort-record
           add 1 to records-selected.

       judge-condition.
           move cond-field(condition-index) to laycat-want
           call "laycat" using layout-catalog-request
           move "N" to condition-holds
           if laycat-want-is-numeric
               move zero to field-number
               if function test-numval(laycat-text) = 0
                   move function numval(laycat-text) to field-number
               end-if
               evaluate cond-op(condition-index)
                   when "EQ"
                       if field-number = cond-number(condition-index)
                           move "Y" to condition-holds
                       end-if
                   when "NE"
                       if field-number not =
                               cond-number(condition-index)
                           move "Y" to condition-holds
                       end-if
                   when "GT"
                       if field-number > cond-number(condition-index)
                           move "Y" to condition-holds
                       end-if
                   when "GE"
                       if field-number >= cond-number(condition-index)
                           move "Y" to condition-holds
                       end-if
                   when "LT"
                       if field-number < cond-number(condition-index)
                           move "Y" to condition-holds
                       end-if
                   when "LE"
                       if field-number <= cond-number(condition-index)
                           move "Y" to condition-holds
                       end-if
               end-evaluate
               exit paragraph
           end-if
           move laycat-text(1:40) to compare-text
           evaluate cond-op(condition-index)
               when "EQ"
                   if compare-text = cond-value(condition-index)
                       move "Y" to condition-holds
                   end-if
               when "NE"
                   if compare-text not = cond-value(condition-index)
                       move "Y" to condition-holds
                   end-if
               when "GT"
                   if compare-text > cond-value(condition-index)
                       move "Y" to condition-holds
                   end-if
               when "GE"
                   if compare-text >= cond-value(condition-index)
                       move "Y" to condition-holds
                   end-if
               when "LT"
                   if compare-text < cond-value(condition-index)
                       move "Y" to condition-holds
                   end-if
               when "LE"
                   if compare-text <= cond-value(condition-index)
                       move "Y" to condition-holds
                   end-if
           end-evaluate.

       build-sort-keys.
           move spaces to key-build
           perform varying key-index from 1 by 1
                   until key-index > key-count
               move key-field(key-index) to laycat-want
               call "laycat" using layout-catalog-request
               if laycat-want-is-numeric
                   move zero to key-number
                   if function test-numval(laycat-text) = 0
                       move function numval(laycat-text) to key-number
                   end-if
                   compute key-shifted = key-number + key-shift
                   if key-descending(key-index)
                       compute key-shifted = key-ceiling - key-shifted
                   end-if
                   move key-shifted-text to key-slot(key-index)
               else
                   move laycat-text(1:40) to key-slot(key-index)
                   if key-descending(key-index)
                       inspect key-slot(key-index)
                           converting ascending-chars
                           to descending-chars
                   end-if
               end-if
           end-perform.

      ******************************************************************
      * Output procedure: the records in key order - whole, as the
      * FIELDS columns, or folded into SUM lines.
      ******************************************************************
       write-sorted-records.
           open output output-file
           if not output-file-ok
               display "Cannot write " function trim(output-filepath)
                   " (status " output-file-status ")" upon syserr
               move 16 to return-code
               stop run
           end-if
           perform write-header-line
           move "Y" to first-record
           move zero to group-records
           move "N" to sorted-done
           move "FETCH" to laycat-op
           perform until sorted-records-done
               return sort-work-file
                   at end
                       set sorted-records-done to true
                   not at end
                       perform take-sorted-record
               end-return
           end-perform
           if sum-count > zero and group-records > zero
               perform write-sum-line
           end-if
           close output-file.

       write-header-line.
           if column-count = zero and sum-count = zero
               exit paragraph
           end-if
           move spaces to output-line
           move 1 to text-pointer
           if column-count > zero
               perform varying column-index from 1 by 1
                       until column-index > column-count
                   if column-index > 1
                       string ";" delimited by size into output-line
                           with pointer text-pointer
                       end-string
                   end-if
                   string function trim(column-field(column-index))
                       delimited by size into output-line
                       with pointer text-pointer
                   end-string
               end-perform
           else
               perform varying key-index from 1 by 1
                       until key-index > key-count
                   string function trim(key-field(key-index)) ";"
                       delimited by size into output-line
                       with pointer text-pointer
                   end-string
               end-perform
               string "records" delimited by size into output-line
                   with pointer text-pointer
               end-string
               perform varying sum-index from 1 by 1
                       until sum-index > sum-count
                   string ";" function trim(sum-field(sum-index))
                       delimited by size into output-line
                       with pointer text-pointer
                   end-string
               end-perform
           end-if
           write output-line.

      * CHANGED: a record whose field reads as it did on the record
      * before it, in the same first-key group, says nothing new.
       take-sorted-record.
           move sort-line to laycat-record
           if changed-field not = spaces
               move changed-field to laycat-want
               call "laycat" using layout-catalog-request
               if first-record = "N"
                       and sort-keys(1:40) = prior-group
                       and laycat-text(1:40) = prior-changed
                   exit paragraph
               end-if
               move sort-keys(1:40) to prior-group
               move laycat-text(1:40) to prior-changed
               move "N" to first-record
           end-if
           evaluate true
               when sum-count > zero
                   perform fold-into-sum
               when column-count > zero
                   perform write-column-line
               when other
                   move sort-line to output-line
                   write output-line
                   add 1 to lines-written
           end-evaluate.

       write-column-line.
           move spaces to output-line
           move 1 to text-pointer
           perform varying column-index from 1 by 1
                   until column-index > column-count
               if column-index > 1
                   string ";" delimited by size into output-line
                       with pointer text-pointer
                   end-string
               end-if
               move column-field(column-index) to laycat-want
               call "laycat" using layout-catalog-request
               if laycat-text not = spaces
                   string function trim(laycat-text)
                       delimited by size into output-line
                       with pointer text-pointer
                   end-string
               end-if
           end-perform
           write output-line
           add 1 to lines-written.

      * A change of sort keys closes the group before it.
       fold-into-sum.
           if group-records > zero and sort-keys not = prior-keys
               perform write-sum-line
           end-if
           if group-records = zero
               move sort-keys to prior-keys
               move sort-line to group-line
           end-if
           add 1 to group-records
           perform varying sum-index from 1 by 1
                   until sum-index > sum-count
               move sum-field(sum-index) to laycat-want
               call "laycat" using layout-catalog-request
               if function test-numval(laycat-text) = 0
                   add function numval(laycat-text)
                       to sum-total(sum-index)
               end-if
           end-perform.

       write-sum-line.
           move group-line to laycat-record
           move spaces to output-line
           move 1 to text-pointer
           perform varying key-index from 1 by 1
                   until key-index > key-count
               move key-field(key-index) to laycat-want
               call "laycat" using layout-catalog-request
               if laycat-text not = spaces
                   string function trim(laycat-text)
                       delimited by size into output-line
                       with pointer text-pointer
                   end-string
               end-if
               string ";" delimited by size into output-line
                   with pointer text-pointer
               end-string
           end-perform
           move group-records to group-display
           string function trim(group-display leading)
               delimited by size into output-line
               with pointer text-pointer
           end-string
           perform varying sum-index from 1 by 1
                   until sum-index > sum-count
               move sum-total(sum-index) to total-display
               string ";" function trim(total-display leading)
                   delimited by size into output-line
                   with pointer text-pointer
               end-string
               move zero to sum-total(sum-index)
           end-perform
           write output-line
           add 1 to lines-written
           move zero to group-records
           move sort-line to laycat-record.
       end program selsort.
