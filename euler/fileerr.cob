      *                 makes sure a human saw it. A build without
      *                 the module linked journals exactly as
      *                 before.
      *   15 Oct 2026 - The console message comes from the MSGCAT
      *                 message catalog (message 100) in the
      *                 operator's language; the alert text is
      *                 catalog message 101, kept in English on the
      *                 alert log for ALERTMON to recast.
      ******************************************************************
       identification division.
       program-id. fileerr.
           88  error-journal-ok        value "00".
       01  journal-date-digits         pic 9(8).
       01  journal-time-digits         pic 9(8).
           copy msgcreq.
       linkage section.
       01  lk-fileerr-program-id       pic X(12).
       01  lk-fileerr-file-name        pic X(80).
                       delimited by size
                       into severity-message
                   end-string
                   move spaces to msgcat-text
                   string function trim(severity-message)
                       " (file status " lk-fileerr-status ")"
                       delimited by size into msgcat-text
                   end-string
                   move spaces to msgcat-args
                   move lk-fileerr-program-id to msgcat-arg(1)
                   move lk-fileerr-operation to msgcat-arg(2)
                   move lk-fileerr-file-name to msgcat-arg(3)
                   move lk-fileerr-status to msgcat-arg(4)
                   move 100 to msgcat-number
                   move spaces to msgcat-language
                   perform take-catalog-text
                   display function trim(msgcat-text trailing)
                       upon syserr
                   perform journal-file-error
                   perform raise-file-alert
               function trim(lk-fileerr-file-name)
               delimited by size into alert-text-arg
           end-string
           move alert-text-arg to msgcat-text
           move spaces to msgcat-args
           move lk-fileerr-operation to msgcat-arg(1)
           move lk-fileerr-status to msgcat-arg(2)
           move lk-fileerr-file-name to msgcat-arg(3)
           move 101 to msgcat-number
           move "EN" to msgcat-language
           perform take-catalog-text
           move msgcat-text to alert-text-arg
           call "alert" using alert-severity-arg
               lk-fileerr-program-id alert-text-arg
               on exception
      * The journal append deliberately stays quiet about its own
      * troubles - an error reporter that abends reporting an error
      * would take the original failure's evidence down with it.
      * The text as built stands when the catalog has no card for
      * the message or the module is not there.
       take-catalog-text.
           set msgcat-op-text to true
           call "msgcat" using msgcat-request
               on exception
                   continue
           end-call.

       journal-file-error.
           open extend error-journal-file
           if not error-journal-ok
