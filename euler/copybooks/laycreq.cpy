      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the LAYCAT layout-catalog module
      *          over the record-layout catalog (layout-catalog.dat):
      *          per layout, every field's name, offset, length, type
      *          and the 88-level values the copybook gives it.
      *          Operations:
      *            LOAD    fill the field, value and derived-column
      *                    tables for LAYOUT, and the export table;
      *                    KNOWN says whether the catalog has LAYOUT
      *            JUDGE   TEXT is the first complaint about RECORD
      *                    (spaces: it holds), fields added after
      *                    LINE-VERSION not judged; PASSED is set for
      *                    a record the layout's SKIP condition holds
      *                    for, and then nothing is judged
      *            SHOW    TEXT is RECORD broken out as label=value
      *                    for every labelled field
      *            HEADER  TEXT is the delimited export header: the
      *                    label of every exported field and derived
      *                    column, in catalog order
      *            ROW     TEXT is RECORD as a delimited export row to
      *                    match; PASSED as for JUDGE
      *            FETCH   TEXT is the value of the field WANT names
      *                    in RECORD, rendered as SHOW and ROW render
      *                    it (its first entry, if it repeats); WANT
      *                    may be a field's name, its label or a
      *                    derived column's label. FOUND says whether
      *                    the layout has it, WANT-NUMERIC whether it
      *                    is a number; PASSED as for JUDGE
      *          JUDGE, SHOW, HEADER, ROW and FETCH work off the
      *          tables LOAD filled. The catalog cards are pipe
      *          delimited, one line on file:
      *            LAYOUT|layout|copybook|width|description
      *            FIELD|layout|field|offset|length|type|rule|since|
      *                  label|export
      *            VALUE|layout|field|value|condition
      *            REPEAT|layout|field|times|count-field
      *            SKIP|layout|condition
      *            DERIVED|layout|label|rule|from-field|to-field|
      *                  after-field
      *            EXPORT|layout|source-file|target-file|date-field
      *          TYPE is NUMERIC, TEXT, DATE (YYYY-MM-DD) or TIME
      *          (HH:MM:SS); RULE is REQ (never blank), OPT or ONEOF
      *          (one of the field's VALUE cards); SINCE is the
      *          copybook version that added the field; EXPORT Y puts
      *          the field in the delimited export. A VALUE card is an
      *          88 level of the copybook; a SKIP names one of them
      *          (the ledger's chain anchor). A REPEAT field occurs
      *          TIMES, COUNT-FIELD saying how many are in use. The
      *          one DERIVED rule is ELAPSED: the seconds from one
      *          HH:MM:SS field to another, over midnight, placed in
      *          the export after AFTER-FIELD.
      ******************************************************************
       01  layout-catalog-request.
           05  laycat-op               pic X(6).
           05  laycat-layout           pic X(10).
           05  laycat-known            pic X.
               88  laycat-is-known     value "Y".
           05  laycat-copybook         pic X(12).
           05  laycat-width            pic 9(5).
           05  laycat-description      pic X(40).
           05  laycat-field-count      pic 9(2).
           05  laycat-field-entry occurs 40 times.
               10  laycat-field-name   pic X(30).
               10  laycat-field-offset pic 9(5).
               10  laycat-field-length pic 9(4).
               10  laycat-field-type   pic X(7).
                   88  laycat-field-numeric value "NUMERIC".
                   88  laycat-field-text    value "TEXT".
                   88  laycat-field-date    value "DATE".
                   88  laycat-field-time    value "TIME".
               10  laycat-field-rule   pic X(5).
                   88  laycat-field-required value "REQ" "ONEOF".
                   88  laycat-field-one-of   value "ONEOF".
               10  laycat-field-since  pic 9(2).
               10  laycat-field-label  pic X(20).
               10  laycat-field-export pic X.
                   88  laycat-field-exported value "Y".
               10  laycat-field-times  pic 9(4).
               10  laycat-field-counter pic 9(2).
           05  laycat-value-count      pic 9(2).
           05  laycat-value-entry occurs 40 times.
               10  laycat-value-field  pic 9(2).
               10  laycat-value        pic X(20).
               10  laycat-value-condition pic X(30).
           05  laycat-skip-value       pic 9(2).
           05  laycat-derived-count    pic 9(2).
           05  laycat-derived-entry occurs 5 times.
               10  laycat-derived-label pic X(20).
               10  laycat-derived-rule pic X(8).
               10  laycat-derived-from pic 9(2).
               10  laycat-derived-to   pic 9(2).
               10  laycat-derived-after pic 9(2).
           05  laycat-export-count     pic 9(2).
           05  laycat-export-entry occurs 10 times.
               10  laycat-export-layout pic X(10).
               10  laycat-export-source pic X(40).
               10  laycat-export-target pic X(40).
               10  laycat-export-date-field pic X(30).
           05  laycat-line-version     pic 9(2).
           05  laycat-want             pic X(30).
           05  laycat-want-found       pic X.
               88  laycat-want-is-found value "Y".
           05  laycat-want-numeric     pic X.
               88  laycat-want-is-numeric value "Y".
           05  laycat-passed           pic X.
               88  laycat-record-passed value "Y".
           05  laycat-record           pic X(2100).
           05  laycat-text             pic X(400).
