      *          command file at stream start, so a card only ever
      *          speaks for the night it was dropped in.
      * Tectonics: cobc -m quiesce.cob
      * Modifications:
      *   15 Oct 2026 - The shared CKPTSVC checkpoint service asks
      *                 here on a job's behalf each time it cuts that
      *                 job's checkpoint, so every job in the
      *                 checkpoint registry (checkpoint-registry.dat)
      *                 pauses at its checkpoint boundary the same
      *                 way - the newer analytics jobs included -
      *                 without a CALL of its own.
      ******************************************************************
       identification division.
       program-id. quiesce.
