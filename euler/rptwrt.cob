      *                 bundles and reprints from the same archive.
      *                 Reports with no name print exactly as
      *                 before.
      *   15 Oct 2026 - Delimited extract: a named report that asks
      *                 for one (RPTWRT-EXTRACT) also gets its DETAIL
      *                 and BREAK lines written semicolon delimited
      *                 to rpt-archive/<name>-YYYYMMDD.csv under a
      *                 header row of the column names the COLS
      *                 operation gives, numbers without their edit
      *                 masks, cataloged as <name>.csv beside the
      *                 printed copy - the spreadsheet people stop
      *                 retyping the printed columns.
      *   15 Oct 2026 - Message catalog: the title block and the
      *                 end-of-report line come from MSGCAT
      *                 (messages 1 and 2), and each line goes to
      *                 the console recast in the operator's
      *                 language (EULER_LANG) - a cataloged title or
      *                 heading in its own words, dates and decimals
      *                 the language's way. The archive copy stays
      *                 the English RPTDIST recasts for each
      *                 recipient.
      *   15 Oct 2026 - PAGE operation: a report that wants a fresh
      *                 page at a point of its own choosing - one
      *                 calendar month to a page - asks for it, and
      *                 may retitle the report from that page on.
      ******************************************************************
       identification division.
       program-id. rptwrt.
               assign to "report-archive.log"
               organization is line sequential
               file status is archive-catalog-status.
           select optional extract-out-file
               assign to extract-out-filepath
               organization is line sequential
               file status is extract-out-status.
      ******************************************************************
       data division.
       file section.
       01  archive-out-line       pic X(132).
       fd  archive-catalog-file.
       01  archive-catalog-line   pic X(80).
       fd  extract-out-file.
       01  extract-out-line       pic X(440).

       working-storage section.
       01  report-title                pic X(120).
       01  mkdir-command               pic X(40)
           value "mkdir -p rpt-archive".
       01  saved-return-code           pic s9(9) comp.
       01  extract-out-status          pic XX.
           88  extract-out-ok          value "00".
       01  extract-out-filepath        pic X(60).
       01  extracting-flag             pic X value "N".
           88  report-is-extracted     value "Y".
       01  extract-header-flag         pic X value "N".
           88  extract-header-written  value "Y".
       01  extract-column-count        pic 9(2) value zero.
       01  extract-column-index        pic 9(2) comp.
       01  extract-pointer             pic 9(4) comp.
       01  extract-line-text           pic X(120).
       01  extract-value               pic X(24).
       01  clean-value                 pic X(24).
       01  clean-index                 pic 9(2) comp.
       01  clean-pointer               pic 9(2) comp.
       01  clean-char                  pic X.
       01  clean-negative              pic X.
       01  clean-digits-seen           pic X.
           copy msgcreq.
       01  msgcat-arg-index            pic 9 comp.

       linkage section.
           copy rptreq.
                   add 1 to lines-on-page
               when rptwrt-op-detail
                   perform print-detail-line
                   perform write-extract-row
               when rptwrt-op-break
                   move rule-line to emit-text
                   perform emit-report-line
                   move rptwrt-text to emit-text
                   perform emit-report-line
                   add 2 to lines-on-page
                   perform write-extract-row
               when rptwrt-op-end
                   perform finish-report
               when rptwrt-op-cols
                   perform write-extract-header
               when rptwrt-op-page
                   perform start-new-page
               when other
                   display "rptwrt: unknown operation "
                       rptwrt-op upon syserr
           accept run-date-digits from date yyyymmdd
           accept run-time-digits from time
           perform open-report-archive
           perform open-report-extract
           perform print-title-block.

       print-title-block.
               delimited by size
               into title-line
           end-string
           move spaces to msgcat-args
           move report-title to msgcat-arg(1)
           string run-date-digits(1:4) "-" run-date-digits(5:2) "-"
               run-date-digits(7:2)
               delimited by size into msgcat-arg(2)
           end-string
           string run-time-digits(1:2) ":" run-time-digits(3:2) ":"
               run-time-digits(5:2)
               delimited by size into msgcat-arg(3)
           end-string
           move page-display to msgcat-arg(4)
           move 1 to msgcat-number
           perform take-catalog-english
           move msgcat-text to title-line
           move title-line to emit-text
           perform emit-report-line
           move rule-line to emit-text
           add 1 to lines-on-page
           add 1 to detail-count.

      * A page break on request, with the title block and heading
      * a full page would have printed; a TEXT given is the title
      * from here on.
       start-new-page.
           if rptwrt-text not = spaces
               move rptwrt-text to report-title
           end-if
           add 1 to page-number
           move spaces to emit-text
           perform emit-report-line
           perform print-title-block
           if heading-is-set
               move heading-line to emit-text
               perform emit-report-line
               add 1 to lines-on-page
           end-if.

       finish-report.
           move detail-count to detail-display
           move page-number to page-display
               " page(s) ***"
               delimited by size into emit-text
           end-string
           move spaces to msgcat-args
           move detail-display to msgcat-arg(1)
           move page-display to msgcat-arg(2)
           move 2 to msgcat-number
           move emit-text to title-line
           perform take-catalog-english
           move msgcat-text to emit-text
           perform emit-report-line
           perform close-report-archive
           perform close-report-extract.

      * The catalog's English for message MSGCAT-NUMBER, or the
      * line as built in TITLE-LINE when there is no catalog.
       take-catalog-english.
           perform varying msgcat-arg-index from 1 by 1
                   until msgcat-arg-index > 4
               move function trim(msgcat-arg(msgcat-arg-index))
                   to msgcat-arg(msgcat-arg-index)
           end-perform
           set msgcat-op-text to true
           move "EN" to msgcat-language
           move title-line to msgcat-text
           call "msgcat" using msgcat-request
               on exception
                   move title-line to msgcat-text
           end-call.

      * Every line goes to the console, in the operator's language,
      * and to the archive copy, in English, when the report carries
      * a name.
       emit-report-line.
           set msgcat-op-render to true
           move spaces to msgcat-language
           move emit-text to msgcat-text
           call "msgcat" using msgcat-request
               on exception
                   move emit-text to msgcat-text
           end-call
           display function trim(msgcat-text trailing)
           if report-is-archived
               move emit-text to archive-out-line
               write archive-out-line
               write archive-catalog-line
               close archive-catalog-file
           end-if.

      * The extract rides on the archive: only a named report that
      * asked for it gets one, next to its printed copy.
       open-report-extract.
           move "N" to extracting-flag
           move "N" to extract-header-flag
           move zero to extract-column-count
           if not report-is-archived or not rptwrt-extract-wanted
               exit paragraph
           end-if
           move spaces to extract-out-filepath
           string "rpt-archive/" function trim(archived-name)
               "-" run-date-digits ".csv"
               delimited by size into extract-out-filepath
           end-string
           open output extract-out-file
           if extract-out-ok or extract-out-status = "05"
               set report-is-extracted to true
           end-if.

      * The header row: "section" and the caller's column names,
      * or the printed line as the one column of a report that
      * never named any. Written once, at COLS or the first line.
       write-extract-header.
           if not report-is-extracted or extract-header-written
               exit paragraph
           end-if
           set extract-header-written to true
           move spaces to extract-out-line
           move 1 to extract-pointer
           string "section" delimited by size
               into extract-out-line with pointer extract-pointer
           end-string
           if rptwrt-op-cols and rptwrt-column-count > zero
               move rptwrt-column-count to extract-column-count
               if extract-column-count > 16
                   move 16 to extract-column-count
               end-if
               perform varying extract-column-index from 1 by 1
                       until extract-column-index
                           > extract-column-count
                   string ";" function trim(
                       rptwrt-column(extract-column-index))
                       delimited by size into extract-out-line
                       with pointer extract-pointer
                   end-string
               end-perform
           else
               string ";line" delimited by size
                   into extract-out-line with pointer extract-pointer
               end-string
           end-if
           write extract-out-line
           move spaces to rptwrt-columns.

      * One row per DETAIL or BREAK line that carries values; a
      * caption line (a BREAK naming the next section, say) has
      * none and stays out of the extract.
       write-extract-row.
           if not report-is-extracted
               exit paragraph
           end-if
           if not extract-header-written
               perform write-extract-header
           end-if
           move spaces to extract-out-line
           move 1 to extract-pointer
           if rptwrt-section not = spaces
               string function trim(rptwrt-section)
                   delimited by size
                   into extract-out-line with pointer extract-pointer
               end-string
           end-if
           if extract-column-count = zero
               if rptwrt-text = spaces
                   exit paragraph
               end-if
               move rptwrt-text to extract-line-text
               inspect extract-line-text replacing all ";" by ","
               string ";" function trim(extract-line-text)
                   delimited by size
                   into extract-out-line with pointer extract-pointer
               end-string
               write extract-out-line
               exit paragraph
           end-if
           if rptwrt-columns = spaces
               exit paragraph
           end-if
           perform varying extract-column-index from 1 by 1
                   until extract-column-index > extract-column-count
               move rptwrt-column(extract-column-index)
                   to extract-value
               perform clean-extract-value
               if extract-value = spaces
                   string ";" delimited by size
                       into extract-out-line
                       with pointer extract-pointer
                   end-string
               else
                   string ";" function trim(extract-value)
                       delimited by size
                       into extract-out-line
                       with pointer extract-pointer
                   end-string
               end-if
           end-perform
           write extract-out-line
           move spaces to rptwrt-columns.

      * A value that reads as a number loses its edit mask: the
      * digits and the decimal point only, no separators, currency
      * or leading zeros, a minus in front for a sign or CR/DB.
      * Anything else - a job name, a date, a time - goes as it
      * stands, a semicolon in it turned into a comma.
       clean-extract-value.
           if extract-value = spaces
               exit paragraph
           end-if
           inspect extract-value replacing all ";" by ","
           if function test-numval-c(extract-value) not = zero
               exit paragraph
           end-if
           move spaces to clean-value
           move "N" to clean-negative
           move "N" to clean-digits-seen
           move zero to clean-pointer
           perform varying clean-index from 1 by 1
                   until clean-index > 24
               move extract-value(clean-index:1) to clean-char
               evaluate true
                   when clean-char = "-" or "C" or "c" or "D" or "d"
                       move "Y" to clean-negative
                   when clean-char = "0" and clean-digits-seen = "N"
                       continue
                   when clean-char is numeric
                       move "Y" to clean-digits-seen
                       add 1 to clean-pointer
                       move clean-char to clean-value(clean-pointer:1)
                   when clean-char = "."
                       if clean-digits-seen = "N"
                           move "Y" to clean-digits-seen
                           add 1 to clean-pointer
                           move "0" to clean-value(clean-pointer:1)
                       end-if
                       add 1 to clean-pointer
                       move clean-char to clean-value(clean-pointer:1)
               end-evaluate
           end-perform
           if clean-pointer = zero
               move "0" to clean-value
           end-if
           if clean-negative = "Y" and clean-value not = "0"
               move spaces to extract-value
               string "-" function trim(clean-value)
                   delimited by size into extract-value
               end-string
           else
               move clean-value to extract-value
           end-if.

      * Cataloged under <name>.csv, so RPTDIST routes it to the
      * report's own recipients and REPRINT finds it by that name.
       close-report-extract.
           if not report-is-extracted
               exit paragraph
           end-if
           close extract-out-file
           move "N" to extracting-flag
           open extend archive-catalog-file
           if not archive-catalog-ok
                   and archive-catalog-status not = "05"
               open output archive-catalog-file
           end-if
           if archive-catalog-ok
                   or archive-catalog-status = "05"
               move spaces to archive-catalog-line
               string function trim(archived-name) ".csv "
                   run-date-digits(1:4) "-"
                   run-date-digits(5:2) "-"
                   run-date-digits(7:2) " "
                   function trim(extract-out-filepath)
                   delimited by size into archive-catalog-line
               end-string
               write archive-catalog-line
               close archive-catalog-file
           end-if.
       end program rptwrt.
