      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Amount-in-words verification for incoming cheques
      *          and remittances - the check accounts used to do by
      *          eye after keying. Reads a file of keyed documents
      *          (argument 1, default amount-words.dat), one per
      *          card:
      *            figures|words|convention
      *          figures as keyed (1234.56), the words as written on
      *          the document, and the convention as the SPELLNUM
      *          style letter (B British, A American, D Danish;
      *          blank is British). Each wording goes through the
      *          WORDSNUM parser and its value and minor units are
      *          held against the figures. Every card that does not
      *          agree is reported through RPTWRT with its line
      *          number: MISMATCH with what the words actually say,
      *          or UNPARSED with the reason the figures or the words
      *          could not be read. Ends 8 when any card is reported,
      *          so the stream stops for accounts to look.
      * Tectonics: cobc -x amtcheck.cob wordsnum.cob rptwrt.cob
      *            fileerr.cob
      ******************************************************************
       identification division.
       program-id. amtcheck.
       environment division.
       input-output section.
       file-control.
           select document-file
               assign to document-filepath
               organization is line sequential
               file status is document-file-status.
      ******************************************************************
       data division.
       file section.
       fd  document-file.
       01  document-line          pic X(300).

       working-storage section.
       01  document-file-status        pic XX.
           88  document-file-ok        value "00".
           88  document-file-eof       value "10".
       01  document-filepath           pic X(80).
       01  default-document-filepath   pic X(80)
                                       value "amount-words.dat".
       01  fileerr-operation           pic X(10).
       01  file-error-severity         pic 9 comp.
      * One document card, unpacked.
       01  doc-fields.
           05  doc-figures             pic X(20).
           05  doc-words               pic X(200).
           05  doc-convention          pic X.
       01  whole-part                  pic X(20).
       01  cents-part                  pic X(4).
       01  cents-scan                  pic 9(4) comp.
       01  figures-units               pic 9(12).
       01  figures-cents               pic 99.
       01  figures-readable            pic X.
           88  figures-are-readable    value "Y".
           copy wordsreq.
       01  lines-read                  pic 9(6) comp value zero.
       01  cards-checked               pic 9(6) comp value zero.
       01  cards-agreeing              pic 9(6) comp value zero.
       01  cards-mismatched            pic 9(6) comp value zero.
       01  cards-unparsed              pic 9(6) comp value zero.
       01  line-display                pic Z(5)9.
       01  words-amount-display        pic Z(11)9.
       01  count-display               pic Z(5)9.
       01  second-display              pic Z(5)9.
       01  third-display               pic Z(5)9.
       01  finding-status              pic X(8).
       01  finding-text                pic X(60).
           copy rptreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move spaces to document-filepath
           display 1 upon argument-number
           accept document-filepath from argument-value
           if document-filepath = spaces
               move default-document-filepath to document-filepath
           end-if
           open input document-file
           if not document-file-ok
               move "OPEN" to fileerr-operation
               call "fileerr" using "amtcheck    " document-filepath
                   fileerr-operation document-file-status
                   file-error-severity
               if document-file-status = "05"
                   close document-file
               end-if
               move 16 to return-code
               stop run
           end-if
           move "amtcheck" to rptwrt-name
           set rptwrt-op-init to true
           move spaces to rptwrt-text
           string "Amount-in-words verification of "
               function trim(document-filepath)
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-head to true
           move "line    finding   figures         the words say"
               to rptwrt-text
           call "rptwrt" using rptwrt-request
           perform until document-file-eof
               read document-file
                   at end
                       continue
                   not at end
                       perform check-one-document
               end-read
           end-perform
           close document-file
           perform report-the-totals
           if cards-mismatched > zero or cards-unparsed > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       check-one-document.
           add 1 to lines-read
           inspect document-line replacing all x"0D" by space
           if document-line = spaces or document-line(1:1) = "*"
               exit paragraph
           end-if
           add 1 to cards-checked
           move spaces to doc-fields
           unstring document-line delimited by "|"
               into doc-figures doc-words doc-convention
           end-unstring
           perform read-the-figures
           if not figures-are-readable
               move "figures are not an amount" to finding-text
               perform report-unparsed-card
               exit paragraph
           end-if
           evaluate doc-convention
               when "A"
                   set wordsnum-style-american to true
               when "D"
                   set wordsnum-style-danish to true
               when other
                   set wordsnum-style-british to true
           end-evaluate
           move doc-words to wordsnum-text
           call "wordsnum" using wordsnum-request
           if not wordsnum-ok
               move wordsnum-reason to finding-text
               perform report-unparsed-card
               exit paragraph
           end-if
           if wordsnum-value = figures-units
                   and wordsnum-cents = figures-cents
               add 1 to cards-agreeing
           else
               perform report-mismatched-card
           end-if.

      * "1234.56" comes apart into units and cents the way VOUCHER
      * reads its amounts: a missing or short cents part is
      * zero-filled on the right, the way a teller reads it.
       read-the-figures.
           move "N" to figures-readable
           move zero to figures-units
           move zero to figures-cents
           move spaces to whole-part
           move spaces to cents-part
           unstring doc-figures delimited by "."
               into whole-part cents-part
           end-unstring
           if whole-part = spaces
                   or function test-numval(whole-part) not = 0
               exit paragraph
           end-if
           if function numval(whole-part) < 0
               exit paragraph
           end-if
           move function numval(whole-part) to figures-units
           move zero to cents-scan
           inspect cents-part tallying cents-scan
               for characters before initial space
           evaluate cents-scan
               when 0
                   continue
               when 1
                   if cents-part(1:1) is not numeric
                       exit paragraph
                   end-if
                   compute figures-cents =
                       function numval(cents-part(1:1)) * 10
               when 2
                   if cents-part(1:2) is not numeric
                       exit paragraph
                   end-if
                   move cents-part(1:2) to figures-cents
               when other
                   exit paragraph
           end-evaluate
           set figures-are-readable to true.

       report-unparsed-card.
           add 1 to cards-unparsed
           move "UNPARSED" to finding-status
           perform write-finding-line.

       report-mismatched-card.
           add 1 to cards-mismatched
           move "MISMATCH" to finding-status
           move wordsnum-value to words-amount-display
           move spaces to finding-text
           string function trim(words-amount-display leading)
               "." wordsnum-cents
               delimited by size into finding-text
           end-string
           perform write-finding-line.

       write-finding-line.
           move lines-read to line-display
           set rptwrt-op-detail to true
           move spaces to rptwrt-text
           move line-display to rptwrt-text(1:6)
           move finding-status to rptwrt-text(9:8)
           move doc-figures(1:15) to rptwrt-text(19:15)
           move finding-text to rptwrt-text(35:60)
           call "rptwrt" using rptwrt-request.

       report-the-totals.
           move cards-checked to count-display
           move cards-mismatched to second-display
           move cards-unparsed to third-display
           set rptwrt-op-break to true
           move spaces to rptwrt-text
           string function trim(count-display leading)
               " card(s) checked, "
               function trim(second-display leading)
               " mismatch(es), "
               function trim(third-display leading)
               " unparseable"
               delimited by size into rptwrt-text
           end-string
           call "rptwrt" using rptwrt-request
           set rptwrt-op-end to true
           call "rptwrt" using rptwrt-request.
       end program amtcheck.
