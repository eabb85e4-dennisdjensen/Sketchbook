      *                 every archived report of the date (default
      *                 today) routed to them, concatenated into
      *                 bundle-<recipient>-<date>.txt
      *            REPRINT report YYYY-MM-DD [language]
      *                 print that day's archived copy of the
      *                 report back to the console - "regenerate
      *                 last Tuesday's exception report" without
      *                 rerunning anything
      * Tectonics: cobc -x rptdist.cob msgcat.cob
      * Modifications:
      *   15 Oct 2026 - Delimited extracts: a report's extract,
      *                 cataloged as <report>.csv, follows the
      *                 report's own routing card. BUNDLE hands it to
      *                 each recipient as a file of its own,
      *                 bundle-<recipient>-<date>-<report>.csv, since
      *                 a spreadsheet will not read it out of the
      *                 middle of the text bundle; REPRINT prints it
      *                 by that name like any report. A bundle
      *                 file new today (status 05) is no longer
      *                 taken for a failed open.
      *   15 Oct 2026 - Each recipient reads its bundle in its own
      *                 language: "LANGUAGE recipient EN|DA" cards in
      *                 report-catalog.dat (default EN), every
      *                 archived line recast through MSGCAT - the
      *                 cataloged titles and headings in the
      *                 recipient's words, dates and decimals its
      *                 way. REPRINT takes the language as a fourth
      *                 argument, the operator's by default. The
      *                 extracts go over as they are, for the
      *                 spreadsheet.
      ******************************************************************
       identification division.
       program-id. rptdist.
               assign to bundle-filepath
               organization is line sequential
               file status is bundle-file-status.
           select optional extract-copy-file
               assign to extract-copy-filepath
               organization is line sequential
               file status is extract-copy-status.
      ******************************************************************
       data division.
       file section.
       fd  archive-catalog-file.
       01  archive-catalog-line   pic X(80).
       fd  archived-report-file.
       01  archived-report-line   pic X(440).
       fd  bundle-file.
       01  bundle-line            pic X(132).
       fd  extract-copy-file.
       01  extract-copy-line      pic X(440).

       working-storage section.
       01  report-catalog-status       pic XX.
           88  bundle-file-ok          value "00".
       01  archived-report-filepath    pic X(60).
       01  bundle-filepath             pic X(60).
       01  extract-copy-status         pic XX.
           88  extract-copy-ok         value "00".
       01  extract-copy-filepath       pic X(60).
       01  operation-arg               pic X(10).
       01  report-arg                  pic X(16).
       01  date-arg                    pic X(10).
       01  now-date-digits             pic 9(8).
      * The routing: report -> comma list of recipients.
       01  route-index                 pic 9(4) comp.
       01  token-report                pic X(12).
       01  token-recipients            pic X(60).
      * The date's archived reports from the catalog; an
      * extract's report is its name short of the ".csv".
       01  day-table.
           05  day-entry occurs 30 times.
               10  day-report          pic X(16).
               10  day-base-report     pic X(12).
               10  day-extract         pic X.
                   88  day-is-extract  value "Y".
               10  day-filepath        pic X(60).
       01  day-count                   pic 9(4) comp value zero.
       01  day-index                   pic 9(4) comp.
       01  catalog-name                pic X(16).
       01  catalog-base-name           pic X(12).
       01  catalog-suffix              pic X(4).
       01  catalog-date                pic X(10).
       01  catalog-path                pic X(60).
      * Distinct recipients across the routing.
       01  work-recipients             pic X(60).
       01  recipient-scan-pointer      pic 9(4) comp.
       01  bundled-reports             pic 9(4) comp.
       01  bundled-extracts            pic 9(4) comp.
       01  reprint-found               pic X.
      * Each recipient's language, from the LANGUAGE cards.
       01  language-table.
           05  language-entry occurs 20 times.
               10  language-recipient  pic X(16).
               10  language-code       pic XX.
       01  language-count              pic 9(4) comp value zero.
       01  language-index              pic 9(4) comp.
       01  token-language              pic X(8).
       01  output-language             pic XX.
       01  language-arg                pic X(8).
       01  reprint-extract             pic X value "N".
       01  extract-tally               pic 9(4) comp.
       01  separator-line              pic X(132).
           copy msgcreq.
      ******************************************************************
       procedure division.
       main-procedure.
           end-if
           move spaces to token-report
           move spaces to token-recipients
           move spaces to token-language
           unstring function trim(report-catalog-line)
               delimited by all spaces
               into token-report token-recipients token-language
           end-unstring
           if token-report = "LANGUAGE"
               if language-count < 20
                   add 1 to language-count
                   move token-recipients
                       to language-recipient(language-count)
                   move function upper-case(token-language)
                       to language-code(language-count)
               end-if
               exit paragraph
           end-if
           add 1 to route-count
           move token-report to route-report(route-count)
           move token-recipients
               add 1 to day-count
               move catalog-name to day-report(day-count)
               move catalog-path to day-filepath(day-count)
               move spaces to catalog-base-name
               move spaces to catalog-suffix
               unstring catalog-name delimited by "."
                   into catalog-base-name catalog-suffix
               end-unstring
               move catalog-base-name
                   to day-base-report(day-count)
               if catalog-suffix = "csv"
                   move "Y" to day-extract(day-count)
               else
                   move "N" to day-extract(day-count)
               end-if
           end-if.

      * One recipient per UNSTRING with the pointer walking the
               delimited by size into bundle-filepath
           end-string
           open output bundle-file
      * A first-ever OUTPUT of an OPTIONAL file answers 05 -
      * created and open, not failed.
           if not bundle-file-ok and bundle-file-status not = "05"
               display "Cannot write "
                   function trim(bundle-filepath) upon syserr
               exit paragraph
           end-if
           move zero to bundled-reports
           move zero to bundled-extracts
           move "EN" to output-language
           perform varying language-index from 1 by 1
                   until language-index > language-count
               if language-recipient(language-index)
                       = recipient-entry(recipient-index)
                   move language-code(language-index)
                       to output-language
               end-if
           end-perform
           perform varying day-index from 1 by 1
                   until day-index > day-count
               perform route-report-to-bundle
           display "Bundle for "
               function trim(recipient-entry(recipient-index))
               ": " bundled-reports " report(s) in "
               function trim(bundle-filepath)
               ", " bundled-extracts " extract(s)".

       route-report-to-bundle.
           perform varying route-index from 1 by 1
                   until route-index > route-count
               if route-report(route-index)
                       = day-base-report(day-index)
                   perform check-recipient-on-route
               end-if
           end-perform.
               end-unstring
               if one-recipient
                       = recipient-entry(recipient-index)
                   if day-is-extract(day-index)
                       perform copy-extract-to-recipient
                   else
                       perform append-report-to-bundle
                   end-if
                   move 99 to recipient-scan-pointer
               end-if
           end-perform.

       append-report-to-bundle.
           add 1 to bundled-reports
           move spaces to separator-line
           string "===== " function trim(
               day-report(day-index)) " of " date-arg " ====="
               delimited by size into separator-line
           end-string
           move spaces to msgcat-args
           move day-report(day-index) to msgcat-arg(1)
           move date-arg to msgcat-arg(2)
           set msgcat-op-text to true
           move 10 to msgcat-number
           move output-language to msgcat-language
           move separator-line to msgcat-text
           call "msgcat" using msgcat-request
               on exception
                   move separator-line to msgcat-text
           end-call
           move msgcat-text to bundle-line
           write bundle-line
           move day-filepath(day-index)
               to archived-report-filepath
                       at end
                           continue
                       not at end
                           perform render-archived-line
                           move msgcat-text to bundle-line
                           write bundle-line
                   end-read
               end-perform
           move spaces to bundle-line
           write bundle-line.

      * The extract goes over whole, under the recipient's name.
       copy-extract-to-recipient.
           move spaces to extract-copy-filepath
           string "bundle-"
               function trim(recipient-entry(recipient-index))
               "-" date-arg "-"
               function trim(day-base-report(day-index)) ".csv"
               delimited by size into extract-copy-filepath
           end-string
           open output extract-copy-file
           if not extract-copy-ok
                   and extract-copy-status not = "05"
               display "Cannot write "
                   function trim(extract-copy-filepath) upon syserr
               exit paragraph
           end-if
           add 1 to bundled-extracts
           move day-filepath(day-index)
               to archived-report-filepath
           open input archived-report-file
           if archived-report-ok
               perform until archived-report-eof
                   read archived-report-file
                           into archived-report-line
                       at end
                           continue
                       not at end
                           move archived-report-line
                               to extract-copy-line
                           write extract-copy-line
                   end-read
               end-perform
           end-if
           if archived-report-ok or archived-report-eof
                   or archived-report-status = "05"
               close archived-report-file
           end-if
           close extract-copy-file.

       reprint-report.
           move spaces to report-arg
           display 2 upon argument-number
           move spaces to date-arg
           display 3 upon argument-number
           accept date-arg from argument-value
           move spaces to language-arg
           display 4 upon argument-number
           accept language-arg from argument-value
           move function upper-case(language-arg(1:2))
               to output-language
           if report-arg = spaces or date-arg = spaces
               display "Usage: rptdist REPRINT report YYYY-MM-DD"
                   " [language]" upon syserr
               move 16 to return-code
               exit paragraph
           end-if
      * An extract is reprinted exactly as written.
           move zero to extract-tally
           inspect report-arg tallying extract-tally for all ".csv"
           if extract-tally > zero
               move "Y" to reprint-extract
           end-if
           move "N" to reprint-found
           open input archive-catalog-file
           if archive-catalog-ok
                       at end
                           continue
                       not at end
                           if reprint-extract = "Y"
                               display function trim(
                                   archived-report-line trailing)
                           else
                               perform render-archived-line
                               display function trim(
                                   msgcat-text trailing)
                           end-if
                   end-read
               end-perform
           end-if
                   or archived-report-status = "05"
               close archived-report-file
           end-if.
      * An archived line in OUTPUT-LANGUAGE (spaces: the
      * operator's).
       render-archived-line.
           move archived-report-line to msgcat-text
           set msgcat-op-render to true
           move output-language to msgcat-language
           call "msgcat" using msgcat-request
               on exception
                   move archived-report-line to msgcat-text
           end-call.
       end program rptdist.
