      *          the later line wins, matching how the log's readers
      *          have always taken the last line as the answer.
      * Tectonics: cobc -x ledgcnv.cob
      * Modifications:
      *   15 Oct 2026 - The chain-anchor lines HOUSEKEEP, MTHCLOSE and
      *                 HISTFOLD leave in the log are not job runs and
      *                 are skipped, as LEDGER's own master updates
      *                 never carry them, so a rebuilt master matches
      *                 the live one.
      ******************************************************************
       identification division.
       program-id. ledgcnv.
       01  lines-read                  pic 9(7) comp value zero.
       01  lines-loaded                pic 9(7) comp value zero.
       01  lines-replaced              pic 9(7) comp value zero.
       01  lines-skipped               pic 9(7) comp value zero.
      ******************************************************************
       procedure division.
       main-procedure.
           close ledger-master-file
           display "Ledger master built: " lines-read " line(s)"
               " read, " lines-loaded " loaded, "
               lines-replaced " same-key replacement(s), "
               lines-skipped " chain anchor(s) skipped"
           move zero to return-code
           stop run.

       load-one-line.
           add 1 to lines-read
           if ledger-chain-anchor
               add 1 to lines-skipped
               exit paragraph
           end-if
           move ledger-record to ledger-master-record
           write ledger-master-record
               invalid key
