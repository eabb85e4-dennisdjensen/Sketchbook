      *          The checksum is the operating system's cksum,
      *          captured through a scratch file the way the driver
      *          captures step return codes.
      * Tectonics: cobc -x relverif.cob secaudit.cob freezchk.cob
      *            signon.cob
      * Modifications:
      *   15 Oct 2026 - BUILD honours the change-freeze calendar:
      *                 while FREEZCHK reports a RELEASE (or ALL)
      *                 freeze no binaries are certified and the run
      *                 ends rc 16, unless the invoking user signs
      *                 on as SUPERVISOR and types an emergency
      *                 override justification (journaled).
      ******************************************************************
       identification division.
       program-id. relverif.
       01  cert-user                   pic X(8).
       01  secaudit-role               pic X(10) value "console".
       01  audit-detail                pic X(80).
           copy freezreq.
      ******************************************************************
       procedure division.
       main-procedure.
           if cert-user = spaces
               move "unknown" to cert-user
           end-if
      * Certifying binaries is a release; none during a freeze
      * without a SUPERVISOR's emergency override.
           move spaces to freeze-request
           move "RELEASE" to freeze-scope
           move now-date-digits to freeze-date
           move "relverif" to freeze-program
           move cert-user to freeze-user
           move "Y" to freeze-override-ok
           set freeze-open to true
           call "freezchk" using freeze-request
               on exception
                   continue
           end-call
           if freeze-frozen
               display "Change freeze in force; manifest not"
                   " rebuilt: " function trim(freeze-reason)
                   upon syserr
               move 16 to return-code
               exit paragraph
           end-if
           open output manifest-file
           move "* Certified release manifest: binary, size,"
               to manifest-file-line
