      *                   line with the detail-line and page counts,
      *                   so a report with no END line visibly never
      *                   ran to completion.
      *            PAGE   start a new page now: title block and
      *                   heading again; a TEXT given becomes the
      *                   title from this page on.
      *            COLS   name the columns of the delimited extract:
      *                   COLUMN-COUNT names in COLUMN(1...), after
      *                   INIT and before the first DETAIL.
      * Modifications:
      *   01 Sep 2026 - Report name added: a caller that sets
      *                 RPTWRT-NAME before INIT gets its finished
      *                 bundles and reprints are built on. A blank
      *                 name prints to the console only, exactly as
      *                 before.
      *   15 Oct 2026 - Delimited extract: a named report that sets
      *                 RPTWRT-EXTRACT to "Y" before INIT also gets
      *                 rpt-archive/<name>-YYYYMMDD.csv, a semicolon
      *                 delimited copy of its DETAIL and BREAK lines
      *                 for the spreadsheet, cataloged as <name>.csv
      *                 so RPTDIST delivers it with the report. The
      *                 header row is "section" and the COLS names;
      *                 each row is RPTWRT-SECTION and the values the
      *                 caller left in COLUMN(1...) for the line -
      *                 the display fields themselves will do, the
      *                 edit masks come off any value that reads as
      *                 a number. RPTWRT clears the values after each
      *                 line; a line with none (a caption) is left
      *                 out. A report that never names its columns
      *                 gets the printed line as one "line" column.
      *   15 Oct 2026 - PAGE operation, for a report that breaks its
      *                 pages itself (one month to a page).
      ******************************************************************
       01  rptwrt-request.
           05  rptwrt-op               pic X(6).
               88  rptwrt-op-detail    value "DETAIL".
               88  rptwrt-op-break     value "BREAK".
               88  rptwrt-op-end       value "END".
               88  rptwrt-op-cols      value "COLS".
               88  rptwrt-op-page      value "PAGE".
           05  rptwrt-name             pic X(12) value spaces.
           05  rptwrt-text             pic X(120).
           05  rptwrt-extract          pic X value "N".
               88  rptwrt-extract-wanted value "Y".
           05  rptwrt-section          pic X(20) value spaces.
           05  rptwrt-column-count     pic 9(2) value zero.
           05  rptwrt-columns          value spaces.
               10  rptwrt-column       pic X(24) occurs 16 times.
