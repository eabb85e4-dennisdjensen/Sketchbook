      *            MISSING
      *                 report the keys looked up and never found,
      *                 most recent last - the writing backlog
      * Tectonics: cobc -x runbook.cob rptwrt.cob msgcat.cob
      * Modifications:
      *   15 Oct 2026 - The prompts come from the MSGCAT message
      *                 catalog in the operator's language
      *                 (EULER_LANG); the steps print as the book's
      *                 author wrote them.
      ******************************************************************
       identification division.
       program-id. runbook.
       01  already-recorded            pic X.
       01  missing-count               pic 9(4) comp value zero.
           copy rptreq.
           copy msgcreq.
      ******************************************************************
       procedure division.
       main-procedure.
               when "MISSING"
                   perform report-missing-keys
               when other
                   move spaces to msgcat-args
                   move "runbook: LOOKUP program condition, or MISSING"
                       to msgcat-text
                   move 302 to msgcat-number
                   perform take-catalog-text
                   display function trim(msgcat-text trailing)
                       upon syserr
                   move 16 to return-code
                   stop run
           end-evaluate
           display 3 upon argument-number
           accept condition-arg from argument-value
           if program-arg = spaces or condition-arg = spaces
               move spaces to msgcat-args
               move "runbook LOOKUP needs a program and a condition"
                   to msgcat-text
               move 303 to msgcat-number
               perform take-catalog-text
               display function trim(msgcat-text trailing)
                   upon syserr
               move 16 to return-code
               stop run
           end-if
           move spaces to msgcat-args
           move program-arg to msgcat-arg(1)
           move condition-arg to msgcat-arg(2)
           move spaces to msgcat-text
           string "Runbook rb:" function trim(program-arg)
               "/" function trim(condition-arg) ":"
               delimited by size into msgcat-text
           end-string
           move 300 to msgcat-number
           perform take-catalog-text
           display function trim(msgcat-text trailing)
           open input runbook-file
           if runbook-file-ok
               perform until runbook-file-eof
               close runbook-file
           end-if
           if steps-found = zero
               move spaces to msgcat-args
               move spaces to msgcat-text
               string "  NO RUNBOOK ENTRY for this condition -"
                   " recorded for the book's author"
                   delimited by size into msgcat-text
               end-string
               move 301 to msgcat-number
               perform take-catalog-text
               display function trim(msgcat-text trailing)
               perform record-missing-key
               move 4 to return-code
           else
                   function trim(card-body-part)
           end-if.

      * MSGCAT-TEXT holds the English as the program builds it,
      * which stands when the catalog has no card for the message.
       take-catalog-text.
           set msgcat-op-text to true
           move spaces to msgcat-language
           call "msgcat" using msgcat-request
               on exception
                   continue
           end-call.

      * A key is recorded once, however often the 3am shift looks
      * it up empty-handed.
       record-missing-key.
