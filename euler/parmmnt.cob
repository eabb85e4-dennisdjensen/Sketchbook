      *          when) to the parameter-change journal
      *          param-change.log.
      * Tectonics: cobc -x parmmnt.cob paramrdr.cob signon.cob
      *            secaudit.cob freezchk.cob
      * Modifications:
      *   01 Sep 2026 - Sign-on at the front through the shared
      *                 SIGNON module: the console user must be in
      *                 changed THRESHOLD= in March" has an answer.
      *                 A shop with no user table yet runs open,
      *                 exactly as before the table existed.
      *   15 Oct 2026 - Change-freeze calendar honoured: no value is
      *                 changed while FREEZCHK reports a PARMS (or
      *                 ALL) freeze in force. A SUPERVISOR may take
      *                 the emergency override with a typed
      *                 justification, journaled through SECAUDIT;
      *                 it holds for the rest of the session.
      *   15 Oct 2026 - Effective-dated changes: the parameter screen
      *                 shows, under a parameter's current value,
      *                 every change PARMTXN has filed PENDING for it
      *                 in parm-pending.dat - the future value, the
      *                 business date it takes effect, its number and
      *                 who asked for it - so nobody changes a value
      *                 today without seeing what is already booked
      *                 to replace it.
      *   15 Oct 2026 - The file list holds as many parameter files as
      *                 the dictionary holds cards (past twenty the
      *                 rest never reached the menu), and ranges and
      *                 values are held to eighteen digits.
      ******************************************************************
       identification division.
       program-id. parmmnt.
               assign to "param-change.log"
               organization is line sequential
               file status is journal-file-status.
           select optional pending-file
               assign to "parm-pending.dat"
               organization is line sequential
               file status is pending-file-status.
      ******************************************************************
       data division.
       file section.
       01  parm-out-line          pic X(61).
       fd  journal-file.
       01  journal-line           pic X(132).
       fd  pending-file.
       01  pending-file-line      pic X(260).

       working-storage section.
       01  dictionary-file-status      pic XX.
               10  dict-parm-file      pic X(20).
               10  dict-key            pic X(20).
               10  dict-type           pic X(4).
               10  dict-low            pic s9(18) comp.
               10  dict-high           pic s9(18) comp.
               10  dict-has-range      pic X.
                   88  dict-range-set  value "Y".
               10  dict-desc           pic X(44).
       01  token-file                  pic X(20).
       01  token-key                   pic X(20).
       01  token-type                  pic X(8).
       01  token-low                   pic X(20).
       01  token-high                  pic X(20).
       01  scan-pointer                pic 9(4) comp.
       01  parm-file-list.
           05  parm-file-entry         pic X(20) occurs 100 times.
       01  parm-file-count             pic 9(4) comp value zero.
       01  parm-file-scan              pic 9(4) comp.
       01  parm-file-known             pic X.
       01  operator-reply              pic X(40).
       01  new-value                   pic X(40).
       01  old-value                   pic X(40).
       01  value-number                pic s9(18) comp.
       01  maintenance-done            pic X value "N".
           88  operator-quit           value "Y".
       01  file-screen-done            pic X.
           88  back-to-file-list       value "Y".
       01  range-low-display           pic -(17)9.
       01  range-high-display          pic -(17)9.
       01  row-number-display          pic Z9.
       01  change-user                 pic X(8).
       01  now-date-digits             pic 9(8).
       01  change-allowed              pic X value "Y".
           88  may-change-values       value "Y".
       01  audit-detail                pic X(80).
       01  freeze-override-taken       pic X value "N".
           88  freeze-overridden-here  value "Y".
       01  pending-file-status         pic XX.
           88  pending-file-ok         value "00".
           88  pending-file-eof        value "10".
      * Only the changes still waiting are kept.
           copy pendrec.
       01  pending-table.
           05  pending-entry occurs 200 times.
               10  pending-parm-file   pic X(20).
               10  pending-key         pic X(20).
               10  pending-value       pic X(40).
               10  pending-effective   pic X(10).
               10  pending-number      pic 9(4).
               10  pending-requester   pic X(8).
       01  pending-count               pic 9(4) comp value zero.
       01  pending-index               pic 9(4) comp.
           copy freezreq.
      ******************************************************************
       procedure division.
       main-procedure.
               move 16 to return-code
               stop run
           end-if
           perform load-pending-changes
           perform until operator-quit
               perform show-file-list
               display "File number, or Q to quit: "
               end-if
           end-perform
           if not parm-file-listed
                   and parm-file-count < 100
               add 1 to parm-file-count
               move token-file
                   to parm-file-entry(parm-file-count)
                   current-value
                   " [" function trim(dict-type(dict-index))
                   "] " function trim(dict-desc(dict-index))
           end-if
           perform varying pending-index from 1 by 1
                   until pending-index > pending-count
               if pending-parm-file(pending-index)
                       = parm-file-entry(chosen-file)
                       and pending-key(pending-index)
                           = dict-key(dict-index)
                   display "        pending: "
                       function trim(pending-value(pending-index))
                       " from " pending-effective(pending-index)
                       " (" pending-number(pending-index) " by "
                       function trim(pending-requester(pending-index))
                       ")"
               end-if
           end-perform.

      * Changes PARMTXN has filed for a later business date; those
      * applied or rejected are history and are not shown.
       load-pending-changes.
           open input pending-file
           if pending-file-ok
               perform until pending-file-eof
                       or pending-count >= 200
                   read pending-file
                       at end
                           continue
                       not at end
                           if pending-file-line not = spaces
                                   and pending-file-line(1:1)
                                       not = "*"
                               perform note-pending-change
                           end-if
                   end-read
               end-perform
           end-if
           if pending-file-ok or pending-file-eof
                   or pending-file-status = "05"
               close pending-file
           end-if.

       note-pending-change.
           move spaces to pending-field-work
           unstring pending-file-line delimited by "|"
               into pfw-number pfw-status pfw-effective-date
                    pfw-parm-file pfw-key pfw-old-value
                    pfw-new-value pfw-action pfw-requester
           end-unstring
           move pfw-status to pc-status
           if not pc-is-pending
               exit paragraph
           end-if
           add 1 to pending-count
           move pfw-parm-file to pending-parm-file(pending-count)
           move pfw-key to pending-key(pending-count)
           move pfw-effective-date to pending-effective(pending-count)
           move pfw-requester to pending-requester(pending-count)
           move zero to pending-number(pending-count)
           if function test-numval(pfw-number) = 0
               move function numval(pfw-number)
                   to pending-number(pending-count)
           end-if
           if pfw-action(1:1) = "D"
               move "(removed)" to pending-value(pending-count)
           else
               move pfw-new-value to pending-value(pending-count)
           end-if.

       fetch-current-value.
               display "Read-only sign-on; value left alone"
               exit paragraph
           end-if
           perform check-parameter-freeze
           if freeze-frozen
               display "Change freeze in force; value left alone"
               exit paragraph
           end-if
           move screen-row-dict(chosen-row) to dict-index
           perform fetch-current-value
           move current-value to old-value
               " from " function trim(old-value)
               " to " function trim(new-value).

      * Month-end close and the year-end weeks are frozen on the
      * freeze calendar. A SUPERVISOR's override is asked for once
      * and then holds until the session ends.
       check-parameter-freeze.
           if freeze-overridden-here
               set freeze-overridden to true
               exit paragraph
           end-if
           move spaces to freeze-request
           move "PARMS" to freeze-scope
           move zero to freeze-date
           move "parmmnt" to freeze-program
           move signon-user to freeze-user
           if freeze-user = spaces
               accept freeze-user from environment "USER"
           end-if
           move signon-role to freeze-role
           move "Y" to freeze-override-ok
           set freeze-open to true
           call "freezchk" using freeze-request
               on exception
                   continue
           end-call
           if freeze-overridden
               move "Y" to freeze-override-taken
           end-if.

       apply-value-to-table.
           move zero to chosen-row
           perform varying param-index from 1 by 1
