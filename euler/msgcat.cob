      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Message catalog service. Every report title, column
      *          heading and operator prompt in the suite used to be
      *          English typed into the program that printed it,
      *          and half the report recipients read Danish. The
      *          standing texts now live in message-catalog.dat,
      *          one card per message number and language, and
      *          this module hands them out in the language asked
      *          for - or recasts a finished English line, as RPTWRT
      *          archives its reports, into another language for
      *          RPTDIST to deliver. The catalog is read once per
      *          run. Driven by the MSGCREQ request area; see
      *          msgcreq.cpy for the operations.
      *          A program that finds no card for its message keeps
      *          the English it built itself, and one built without
      *          this module skips the call the same way, so a
      *          missing catalog never costs a line of output.
      * Tectonics: cobc -m msgcat.cob
      ******************************************************************
       identification division.
       program-id. msgcat.
       environment division.
       input-output section.
       file-control.
           select optional catalog-file
               assign to "message-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.
      ******************************************************************
       data division.
       file section.
       fd  catalog-file.
       01  catalog-file-line      pic X(160).

       working-storage section.
       01  catalog-file-status         pic XX.
           88  catalog-file-ok         value "00".
           88  catalog-file-eof        value "10".
       01  catalog-loaded              pic X value "N".
       01  console-language            pic XX value spaces.
       01  catalog-table.
           05  catalog-entry           occurs 400 times.
               10  catalog-number      pic 9(4).
               10  catalog-language    pic XX.
               10  catalog-text        pic X(132).
               10  catalog-length      pic 9(4) comp.
               10  catalog-literal     pic X.
       01  catalog-count               pic 9(4) comp value zero.
       01  catalog-index               pic 9(4) comp.
       01  card-number-text            pic X(8).
       01  card-language-text          pic X(8).
       01  card-bar-offset             pic 9(4) comp.
      * Filling a template in.
       01  wanted-number               pic 9(4).
       01  wanted-language             pic XX.
       01  entry-found                 pic 9(4) comp.
       01  fill-args.
           05  fill-arg                pic X(120) occurs 4 times.
       01  fill-result                 pic X(132).
       01  fill-in-pointer             pic 9(4) comp.
       01  fill-out-pointer            pic 9(4) comp.
       01  fill-arg-number             pic 9.
       01  fill-arg-length             pic 9(4) comp.
      * Matching a finished line against the English templates.
       01  match-text                  pic X(132).
       01  match-text-length           pic 9(4) comp.
       01  match-ok                    pic X.
       01  match-number                pic 9(4).
       01  match-args.
           05  match-arg               pic X(120) occurs 4 times.
       01  match-template-pointer      pic 9(4) comp.
       01  match-text-pointer          pic 9(4) comp.
       01  match-pending-arg           pic 9.
       01  segment-start               pic 9(4) comp.
       01  segment-end                 pic 9(4) comp.
       01  segment-length              pic 9(4) comp.
       01  segment-found               pic 9(4) comp.
       01  segment-scan                pic 9(4) comp.
       01  segment-last                pic 9(4) comp.
       01  render-number               pic 9(4).
       01  render-args.
           05  render-arg              pic X(120) occurs 4 times.
       01  render-arg-index            pic 9 comp.
      * Local conventions.
       01  local-index                 pic 9(4) comp.
       01  local-token-end             pic 9(4) comp.
       01  local-scan                  pic 9(4) comp.
       01  local-char                  pic X.
       01  local-before                pic X.
       01  local-after                 pic X.
       01  local-date                  pic X(10).

       linkage section.
           copy msgcreq.
      ******************************************************************
       procedure division using msgcat-request.
       handle-request.
           if catalog-loaded = "N"
               perform load-catalog
               perform find-console-language
               move "Y" to catalog-loaded
           end-if
           if msgcat-language = spaces
               move console-language to msgcat-language
           end-if
           move function upper-case(msgcat-language)
               to msgcat-language
           evaluate true
               when msgcat-op-text
                   perform build-message-text
               when msgcat-op-render
                   perform render-english-line
               when other
                   move "M" to msgcat-status
           end-evaluate
           goback.

       load-catalog.
           open input catalog-file
           if catalog-file-ok
               perform until catalog-file-eof
                   read catalog-file into catalog-file-line
                       at end
                           continue
                       not at end
                           perform keep-catalog-card
                   end-read
               end-perform
           end-if
           if catalog-file-ok or catalog-file-eof
                   or catalog-file-status = "05"
               close catalog-file
           end-if.

      * "<number> <language> | <text>": the text starts two places
      * after the bar, so a text may begin with the spaces it is
      * printed with.
       keep-catalog-card.
           if catalog-file-line = spaces
                   or catalog-file-line(1:1) = "*"
                   or catalog-count >= 400
               exit paragraph
           end-if
           move zero to card-bar-offset
           inspect catalog-file-line tallying card-bar-offset
               for characters before initial "|"
           if card-bar-offset >= 157
               exit paragraph
           end-if
           move spaces to card-number-text
           move spaces to card-language-text
           unstring catalog-file-line(1:card-bar-offset)
               delimited by all spaces
               into card-number-text card-language-text
           end-unstring
           if function test-numval(card-number-text) not = 0
               exit paragraph
           end-if
           add 1 to catalog-count
           move function numval(card-number-text)
               to catalog-number(catalog-count)
           move function upper-case(card-language-text(1:2))
               to catalog-language(catalog-count)
           move catalog-file-line(card-bar-offset + 3:)
               to catalog-text(catalog-count)
           perform varying catalog-index from 132 by -1
                   until catalog-index = zero
                       or catalog-text(catalog-count)
                           (catalog-index:1) not = space
               continue
           end-perform
           move catalog-index to catalog-length(catalog-count)
      * A template that is nothing but arguments would match any
      * line at all; only one with words of its own is matched.
           move "N" to catalog-literal(catalog-count)
           move 1 to fill-in-pointer
           perform until fill-in-pointer > catalog-index
               if catalog-text(catalog-count)(fill-in-pointer:1)
                       = "&"
                       and catalog-text(catalog-count)
                           (fill-in-pointer + 1:1) >= "1"
                       and catalog-text(catalog-count)
                           (fill-in-pointer + 1:1) <= "4"
                   add 2 to fill-in-pointer
               else
                   if catalog-text(catalog-count)
                           (fill-in-pointer:1) not = space
                       move "Y" to catalog-literal(catalog-count)
                   end-if
                   add 1 to fill-in-pointer
               end-if
           end-perform.

       find-console-language.
           move spaces to console-language
           accept console-language from environment "EULER_LANG"
           move function upper-case(console-language)
               to console-language
           if console-language = spaces
               move "EN" to console-language
           end-if.

      ******************************************************************
      * TEXT: a message by number
      ******************************************************************
       build-message-text.
           move msgcat-number to wanted-number
           move msgcat-language to wanted-language
           perform find-catalog-entry
           if entry-found = zero
               move "EN" to wanted-language
               perform find-catalog-entry
           end-if
           if entry-found = zero
               move "M" to msgcat-status
           else
               move msgcat-args to fill-args
               perform fill-in-template
               move fill-result to msgcat-text
               move "0" to msgcat-status
           end-if
           perform apply-local-conventions.

       find-catalog-entry.
           move zero to entry-found
           perform varying catalog-index from 1 by 1
                   until catalog-index > catalog-count
                       or entry-found > zero
               if catalog-number(catalog-index) = wanted-number
                       and catalog-language(catalog-index)
                           = wanted-language
                   move catalog-index to entry-found
               end-if
           end-perform.

      * The template at ENTRY-FOUND with FILL-ARG(n) in place of
      * each &n, into FILL-RESULT; an argument goes in without its
      * trailing spaces.
       fill-in-template.
           move spaces to fill-result
           move 1 to fill-in-pointer
           move 1 to fill-out-pointer
           perform until fill-in-pointer > catalog-length(entry-found)
                   or fill-out-pointer > 132
               if catalog-text(entry-found)(fill-in-pointer:1) = "&"
                       and catalog-text(entry-found)
                           (fill-in-pointer + 1:1) >= "1"
                       and catalog-text(entry-found)
                           (fill-in-pointer + 1:1) <= "4"
                   move catalog-text(entry-found)
                       (fill-in-pointer + 1:1) to fill-arg-number
                   perform varying fill-arg-length from 120 by -1
                           until fill-arg-length = zero
                               or fill-arg(fill-arg-number)
                                   (fill-arg-length:1) not = space
                       continue
                   end-perform
                   if fill-arg-length > 133 - fill-out-pointer
                       compute fill-arg-length = 133 - fill-out-pointer
                   end-if
                   if fill-arg-length > zero
                       move fill-arg(fill-arg-number)
                           (1:fill-arg-length)
                           to fill-result
                               (fill-out-pointer:fill-arg-length)
                       add fill-arg-length to fill-out-pointer
                   end-if
                   add 2 to fill-in-pointer
               else
                   move catalog-text(entry-found)(fill-in-pointer:1)
                       to fill-result(fill-out-pointer:1)
                   add 1 to fill-in-pointer
                   add 1 to fill-out-pointer
               end-if
           end-perform.

      ******************************************************************
      * RENDER: an English line recast in another language
      ******************************************************************
       render-english-line.
           move "M" to msgcat-status
           if msgcat-english
               exit paragraph
           end-if
           move msgcat-text to match-text
           perform match-english-templates
           if match-ok = "N"
               perform apply-local-conventions
               exit paragraph
           end-if
           move match-number to render-number
           move match-args to render-args
      * One level down: a report title that is itself cataloged
      * goes over inside the title block that carries it.
           perform varying render-arg-index from 1 by 1
                   until render-arg-index > 4
               if render-arg(render-arg-index) not = spaces
                   move render-arg(render-arg-index) to match-text
                   perform match-english-templates
                   if match-ok = "Y"
                       move match-number to wanted-number
                       move msgcat-language to wanted-language
                       perform find-catalog-entry
                       if entry-found > zero
                           move match-args to fill-args
                           perform fill-in-template
                           move fill-result
                               to render-arg(render-arg-index)
                       end-if
                   end-if
               end-if
           end-perform
           move render-number to wanted-number
           move msgcat-language to wanted-language
           perform find-catalog-entry
           if entry-found > zero
               move render-args to fill-args
               perform fill-in-template
               move fill-result to msgcat-text
               move "0" to msgcat-status
           end-if
           perform apply-local-conventions.

       match-english-templates.
           move "N" to match-ok
           perform varying match-text-length from 132 by -1
                   until match-text-length = zero
                       or match-text(match-text-length:1) not = space
               continue
           end-perform
           if match-text-length = zero
               exit paragraph
           end-if
           perform varying catalog-index from 1 by 1
                   until catalog-index > catalog-count
                       or match-ok = "Y"
               if catalog-language(catalog-index) = "EN"
                       and catalog-literal(catalog-index) = "Y"
                   perform match-one-template
                   if match-ok = "Y"
                       move catalog-number(catalog-index)
                           to match-number
                   end-if
               end-if
           end-perform.

      * Walk the template a literal stretch at a time. The first
      * stretch must open the line; each stretch after an argument
      * is looked for further on, the argument being what lies
      * between; the last must close the line.
       match-one-template.
           move "Y" to match-ok
           move spaces to match-args
           move 1 to match-template-pointer
           move 1 to match-text-pointer
           move zero to match-pending-arg
           move catalog-length(catalog-index) to segment-last
           perform until match-template-pointer > segment-last
                   or match-ok = "N"
               move match-template-pointer to segment-start
               move match-template-pointer to segment-end
               perform until segment-end > segment-last
                   or (catalog-text(catalog-index)(segment-end:1)
                           = "&"
                       and catalog-text(catalog-index)
                           (segment-end + 1:1) >= "1"
                       and catalog-text(catalog-index)
                           (segment-end + 1:1) <= "4")
                   add 1 to segment-end
               end-perform
               compute segment-length = segment-end - segment-start
               if match-pending-arg = zero
                   perform match-opening-stretch
               else
                   if segment-end > segment-last
                       perform match-closing-stretch
                   else
                       perform match-inner-stretch
                   end-if
               end-if
               if segment-end <= segment-last
                   move catalog-text(catalog-index)
                       (segment-end + 1:1) to match-pending-arg
                   compute match-template-pointer = segment-end + 2
               else
                   compute match-template-pointer = segment-last + 1
               end-if
           end-perform
           if match-ok = "Y" and match-pending-arg not = zero
               if match-text-pointer <= match-text-length
                   move match-text(match-text-pointer:
                       match-text-length - match-text-pointer + 1)
                       to match-arg(match-pending-arg)
               end-if
               compute match-text-pointer = match-text-length + 1
           end-if
           if match-ok = "Y"
                   and match-text-pointer not = match-text-length + 1
               move "N" to match-ok
           end-if.

       match-opening-stretch.
           if segment-length = zero
               exit paragraph
           end-if
           if match-text-pointer + segment-length - 1
                   > match-text-length
               move "N" to match-ok
               exit paragraph
           end-if
           if match-text(match-text-pointer:segment-length)
                   not = catalog-text(catalog-index)
                       (segment-start:segment-length)
               move "N" to match-ok
               exit paragraph
           end-if
           add segment-length to match-text-pointer.

       match-closing-stretch.
           compute segment-found =
               match-text-length - segment-length + 1
           if segment-found < match-text-pointer
               move "N" to match-ok
               exit paragraph
           end-if
           if match-text(segment-found:segment-length)
                   not = catalog-text(catalog-index)
                       (segment-start:segment-length)
               move "N" to match-ok
               exit paragraph
           end-if
           if segment-found > match-text-pointer
               move match-text(match-text-pointer:
                   segment-found - match-text-pointer)
                   to match-arg(match-pending-arg)
           end-if
           move zero to match-pending-arg
           compute match-text-pointer = match-text-length + 1.

       match-inner-stretch.
           if segment-length = zero
               move "N" to match-ok
               exit paragraph
           end-if
           move zero to segment-found
           perform varying segment-scan from match-text-pointer by 1
                   until segment-scan
                       > match-text-length - segment-length + 1
                       or segment-found > zero
               if match-text(segment-scan:segment-length)
                       = catalog-text(catalog-index)
                           (segment-start:segment-length)
                   move segment-scan to segment-found
               end-if
           end-perform
           if segment-found = zero
               move "N" to match-ok
               exit paragraph
           end-if
           if segment-found > match-text-pointer
               move match-text(match-text-pointer:
                   segment-found - match-text-pointer)
                   to match-arg(match-pending-arg)
           end-if
           move zero to match-pending-arg
           compute match-text-pointer = segment-found + segment-length.

      ******************************************************************
      * Dates and decimals the way the language writes them
      ******************************************************************
      * Danish: an ISO date YYYY-MM-DD standing on its own becomes
      * DD-MM-YYYY, and in a number standing on its own the point
      * and the comma trade places - 1,234.50 reads 1.234,50. A
      * number run into a word (euler0007, v1.2) is left alone.
       apply-local-conventions.
           if msgcat-language not = "DA"
               exit paragraph
           end-if
           perform varying local-index from 1 by 1
                   until local-index > 132
               move msgcat-text(local-index:1) to local-char
               if local-index = 1
                   move space to local-before
               else
                   move msgcat-text(local-index - 1:1)
                       to local-before
               end-if
               if local-char is numeric
                       and local-before is not numeric
                       and local-before not = "."
                       and local-before not = ","
                       and (local-before < "A" or > "Z")
                       and (local-before < "a" or > "z")
                   perform localize-one-token
               end-if
           end-perform.

       localize-one-token.
           if local-index <= 123
               move msgcat-text(local-index:10) to local-date
               if local-date(1:4) is numeric
                       and local-date(5:1) = "-"
                       and local-date(6:2) is numeric
                       and local-date(8:1) = "-"
                       and local-date(9:2) is numeric
                       and (local-index = 123
                           or msgcat-text(local-index + 10:1)
                               is not numeric)
                   move spaces to msgcat-text(local-index:10)
                   string local-date(9:2) "-" local-date(6:2) "-"
                       local-date(1:4)
                       delimited by size
                       into msgcat-text(local-index:10)
                   end-string
                   add 9 to local-index
                   exit paragraph
               end-if
           end-if
           move local-index to local-token-end
           perform until local-token-end >= 132
                   or (msgcat-text(local-token-end + 1:1)
                           is not numeric
                       and msgcat-text(local-token-end + 1:1)
                           not = "."
                       and msgcat-text(local-token-end + 1:1)
                           not = ",")
               add 1 to local-token-end
           end-perform
           if local-token-end < 132
               move msgcat-text(local-token-end + 1:1)
                   to local-after
               if (local-after >= "A" and <= "Z")
                       or (local-after >= "a" and <= "z")
                   move local-token-end to local-index
                   exit paragraph
               end-if
           end-if
           perform varying local-scan from local-index by 1
                   until local-scan >= local-token-end
               if local-scan > local-index
                       and msgcat-text(local-scan - 1:1) is numeric
                       and msgcat-text(local-scan + 1:1) is numeric
                   evaluate msgcat-text(local-scan:1)
                       when "."
                           move "," to msgcat-text(local-scan:1)
                       when ","
                           move "." to msgcat-text(local-scan:1)
                   end-evaluate
               end-if
           end-perform
           move local-token-end to local-index.
       end program msgcat.
