      *          stack up duplicate flags, and the overrun still
      *          shows in the morning report even if nobody was
      *          watching the second terminal at 2am.
      * Tectonics: cobc -x batchwdg.cob alert.cob notify.cob
      *            oncall.cob busdays.cob
      * Modifications:
      *   01 Sep 2026 - Progress-aware verdicts: the long jobs now
      *                 report units-done through the shared
      *                 BATCHDRV does for a conclusive failure, so
      *                 the evidence is gathered while the step is
      *                 still out there running.
      *   15 Oct 2026 - The RUNAWAY incident is assembled with its
      *                 condition and the seconds the step had run,
      *                 so INCIDENT links repeat runaways into one
      *                 problem record.
      ******************************************************************
       identification division.
       program-id. batchwdg.
       01  now-seconds                 pic 9(7) comp.
       01  elapsed-seconds             pic s9(7) comp.
       01  elapsed-display             pic ZZZZZZ9.
       01  incident-seconds-display    pic 9(7).
       01  seconds-per-day             pic 9(7) comp value 86400.
       01  time-text-work              pic X(8).
       01  time-seconds-work           pic 9(7) comp.
               " s into a " watched-time-limit " s limit"
      * Assemble the evidence while the step is still out there;
      * a box without the INCIDENT utility just gets no packet.
           move elapsed-seconds to incident-seconds-display
           move spaces to incident-command
           if watched-job-name(1:2) = "./"
               string "./incident ASSEMBLE "
                   function trim(watched-job-name(3:10))
                   " RUNAWAY " incident-seconds-display
                   delimited by size into incident-command
               end-string
           else
               string "./incident ASSEMBLE "
                   function trim(watched-job-name)
                   " RUNAWAY " incident-seconds-display
                   delimited by size into incident-command
               end-string
           end-if
