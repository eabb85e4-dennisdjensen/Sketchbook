      *          end times, midnight rollover included. Arguments 1
      *          and 2 (YYYY-MM-DD) select an optional from/to date
      *          range; with no arguments everything on hand goes.
      * Tectonics: cobc -x delimexp.cob laycat.cob
      * Modifications:
      *   15 Oct 2026 - Chain-anchor lines in the ledger (left by a
      *                 trim, see CHAINSUM) are not exported; they
      *                 are no job's answer.
      *   15 Oct 2026 - The files exported, their columns and the
      *                 column names come from the record-layout
      *                 catalog (layout-catalog.dat, through LAYCAT):
      *                 one EXPORT card per file, the fields marked
      *                 for export in catalog order, the run log's
      *                 elapsed-seconds column a DERIVED card and the
      *                 ledger's chain anchors its SKIP card. A new
      *                 export is catalog cards, not code.
      ******************************************************************
       identification division.
       program-id. delimexp.
       environment division.
       input-output section.
       file-control.
           select optional source-file
               assign to source-filepath
               organization is line sequential
               file status is source-file-status.
           select export-file
               assign to export-filepath
               organization is line sequential
               file status is export-file-status.
      ******************************************************************
       data division.
       file section.
       fd  source-file.
       01  source-line            pic X(400).
       fd  export-file.
       01  export-line            pic X(400).

       working-storage section.
       01  source-file-status          pic XX.
           88  source-file-ok          value "00".
           88  source-file-eof         value "10".
       01  export-file-status          pic XX.
           88  export-file-ok          value "00".
       01  source-filepath             pic X(40).
       01  export-filepath             pic X(40).
       01  from-date-arg               pic X(10).
       01  to-date-arg                 pic X(10).
      * The catalog's EXPORT cards, kept while each layout is loaded
      * in turn.
       01  export-table.
           05  export-entry occurs 10 times.
               10  export-layout       pic X(10).
               10  export-source       pic X(40).
               10  export-target       pic X(40).
               10  export-date-field   pic X(30).
       01  export-count                pic 9(4) comp value zero.
       01  export-index                pic 9(4) comp.
       01  field-index                 pic 9(4) comp.
       01  date-offset                 pic 9(5) comp.
       01  range-check-date            pic X(10).
       01  range-flag                  pic X.
           88  date-in-range           value "Y".
       01  export-rows                 pic 9(7) comp.
       01  rows-display                pic ZZZZZZ9.
           copy laycreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to to-date-arg
           display 2 upon argument-number
           accept to-date-arg from argument-value
           move "LOAD" to laycat-op
           move spaces to laycat-layout
           call "laycat" using layout-catalog-request
           move laycat-export-count to export-count
           perform varying export-index from 1 by 1
                   until export-index > export-count
               move laycat-export-layout(export-index)
                   to export-layout(export-index)
               move laycat-export-source(export-index)
                   to export-source(export-index)
               move laycat-export-target(export-index)
                   to export-target(export-index)
               move laycat-export-date-field(export-index)
                   to export-date-field(export-index)
           end-perform
           if export-count = zero
               display "No EXPORT cards in layout-catalog.dat;"
                   " nothing exported"
           end-if
           perform varying export-index from 1 by 1
                   until export-index > export-count
               perform export-one-file
           end-perform
           move zero to return-code
           stop run.

       export-one-file.
           move "LOAD" to laycat-op
           move export-layout(export-index) to laycat-layout
           call "laycat" using layout-catalog-request
           if not laycat-is-known
               display "No " function trim(laycat-layout)
                   " layout in layout-catalog.dat; "
                   function trim(export-target(export-index))
                   " not written" upon syserr
               exit paragraph
           end-if
           move zero to date-offset
           perform varying field-index from 1 by 1
                   until field-index > laycat-field-count
               if laycat-field-name(field-index)
                       = export-date-field(export-index)
                   move laycat-field-offset(field-index)
                       to date-offset
               end-if
           end-perform
           move export-source(export-index) to source-filepath
           move export-target(export-index) to export-filepath
           move zero to export-rows
           open output export-file
           if not export-file-ok
               display "Cannot write " function trim(export-filepath)
                   "; status " export-file-status upon syserr
               exit paragraph
           end-if
           move "HEADER" to laycat-op
           call "laycat" using layout-catalog-request
           move laycat-text to export-line
           write export-line
           move "ROW" to laycat-op
           open input source-file
           if source-file-ok
               perform until source-file-eof
                   read source-file
                       at end
                           continue
                       not at end
                           perform export-one-row
                   end-read
               end-perform
           end-if
           if source-file-ok or source-file-eof
                   or source-file-status = "05"
               close source-file
           end-if
           close export-file
           move export-rows to rows-display
           display "Exported " function trim(rows-display leading)
               " row(s) of " function trim(source-filepath)
               " to " function trim(export-filepath).

      * Chain-anchor lines in the ledger (left by a trim, see
      * CHAINSUM) are no job's answer; the layout's SKIP card
      * passes them by.
       export-one-row.
           if source-line = spaces
               exit paragraph
           end-if
           if date-offset > zero
               move source-line(date-offset:10) to range-check-date
               perform check-date-range
               if not date-in-range
                   exit paragraph
               end-if
           end-if
           move source-line to laycat-record
           call "laycat" using layout-catalog-request
           if laycat-record-passed
               exit paragraph
           end-if
           move laycat-text to export-line
           write export-line
           add 1 to export-rows.

      * The YYYY-MM-DD layout compares in date order as plain text.
       check-date-range.
                   and range-check-date > to-date-arg
               move "N" to range-flag
           end-if.
       end program delimexp.
