      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Change-freeze check. During month-end close and the
      *          year-end weeks nobody should be changing .parm
      *          files, certifying binaries, recertifying baselines,
      *          or checking decks in - the freeze calendar
      *          (freeze-calendar.dat) says when, one card per
      *          freeze:
      *            YYYYMMDD YYYYMMDD SCOPE reason text
      *          first and last day inclusive, SCOPE one of PARMS,
      *          RELEASE, BASELINE, DECK, or ALL. PARMMNT, PARMTXN,
      *          RELVERIF's BUILD, BASECERT's CERTIFY and DECKLIB's
      *          CHECKIN/APPROVE all CALL here before changing
      *          anything; see freezreq.cpy for the request area.
      *          The emergency override is a SUPERVISOR's alone and
      *          only at a console: the justification is typed, and
      *          the override - or the refusal of one - is journaled
      *          through SECAUDIT. No calendar on file means no
      *          freezes.
      * Tectonics: cobc -m freezchk.cob signon.cob secaudit.cob
      ******************************************************************
       identification division.
       program-id. freezchk.
       environment division.
       input-output section.
       file-control.
           select optional freeze-file
               assign to "freeze-calendar.dat"
               organization is line sequential
               file status is freeze-file-status.
      ******************************************************************
       data division.
       file section.
       fd  freeze-file.
       01  freeze-file-line       pic X(120).

       working-storage section.
       01  freeze-file-status          pic XX.
           88  freeze-file-ok          value "00".
           88  freeze-file-eof         value "10".
       01  card-from                   pic X(8).
       01  card-to                     pic X(8).
       01  card-scope                  pic X(8).
       01  card-reason                 pic X(80).
       01  card-pointer                pic 9(4) comp.
       01  from-date                   pic 9(8).
       01  to-date                     pic 9(8).
       01  signon-status               pic X.
       01  operator-reply              pic X(60).
       01  audit-action                pic X(16).
       01  audit-detail                pic X(80).
       01  saved-return-code           pic s9(9) comp.

       linkage section.
           copy freezreq.
      ******************************************************************
       procedure division using freeze-request.
       check-change-freeze.
           move return-code to saved-return-code
           set freeze-open to true
           move spaces to freeze-reason
           if freeze-date = zero
               accept freeze-date from date yyyymmdd
           end-if
           perform scan-freeze-calendar
           if freeze-frozen
               perform weigh-override
           end-if
           move saved-return-code to return-code
           goback.

       scan-freeze-calendar.
           open input freeze-file
           if freeze-file-ok
               perform until freeze-file-eof or freeze-frozen
                   read freeze-file
                       at end
                           continue
                       not at end
                           perform weigh-freeze-card
                   end-read
               end-perform
           end-if
           if freeze-file-ok or freeze-file-eof
                   or freeze-file-status = "05"
               close freeze-file
           end-if.

       weigh-freeze-card.
           if freeze-file-line = spaces
                   or freeze-file-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to card-from
           move spaces to card-to
           move spaces to card-scope
           move spaces to card-reason
           move 1 to card-pointer
           unstring freeze-file-line delimited by all spaces
               into card-from card-to card-scope
               with pointer card-pointer
           end-unstring
           if card-from is not numeric or card-to is not numeric
               display "freezchk: bad freeze card ignored: "
                   function trim(freeze-file-line) upon syserr
               exit paragraph
           end-if
           if card-pointer <= 120
               move freeze-file-line(card-pointer:) to card-reason
           end-if
           move card-from to from-date
           move card-to to to-date
           if freeze-date < from-date or freeze-date > to-date
               exit paragraph
           end-if
           if card-scope = "ALL" or card-scope = freeze-scope
               set freeze-frozen to true
               move function trim(card-reason) to freeze-reason
           end-if.

      * Only a console caller offers the override, and only a
      * SUPERVISOR may take it; the justification must be typed,
      * and the choice is journaled either way. A shop with no
      * user table runs open here as it does at BASECERT's
      * certification - the typed justification still goes to the
      * journal.
       weigh-override.
           if not freeze-may-override
               exit paragraph
           end-if
           if freeze-user = spaces
               accept freeze-user from environment "USER"
           end-if
           move "0" to signon-status
           if freeze-role = spaces
               move "T" to signon-status
               call "signon" using freeze-user freeze-role
                   signon-status
                   on exception
                       continue
               end-call
           end-if
           display "Change freeze in force for "
               function trim(freeze-scope) ": "
               function trim(freeze-reason)
           if freeze-role not = "SUPERVISOR"
                   and signon-status not = "T"
               display "Only a SUPERVISOR may override a change"
                   " freeze"
               move "FREEZE-DENIED" to audit-action
               move spaces to audit-detail
               string function trim(freeze-scope)
                   " override refused to role "
                   function trim(freeze-role)
                   delimited by size into audit-detail
               end-string
               perform journal-freeze-decision
               exit paragraph
           end-if
           display "Emergency override justification (blank to"
               " stop): " with no advancing
           move spaces to operator-reply
           accept operator-reply
           move spaces to audit-detail
           if operator-reply = spaces
               move "FREEZE-HELD" to audit-action
               string function trim(freeze-scope)
                   " change stopped by freeze: "
                   function trim(freeze-reason)
                   delimited by size into audit-detail
               end-string
           else
               set freeze-overridden to true
               move operator-reply to freeze-reason
               move "FREEZE-OVERRIDE" to audit-action
               string function trim(freeze-scope) " freeze "
                   "overridden: " function trim(operator-reply)
                   delimited by size into audit-detail
               end-string
           end-if
           perform journal-freeze-decision.

       journal-freeze-decision.
           call "secaudit" using freeze-user freeze-role
               freeze-program audit-action audit-detail
               on exception
                   continue
           end-call.
       end program freezchk.
