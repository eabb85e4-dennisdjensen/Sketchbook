      *          after GENARCH in the deck, so the history picks a
      *          night up before any trim can lose it. Logs its
      *          fold counts to the shared ledger like any job.
      * Tectonics: cobc -x histfold.cob ledger.cob chainsum.cob
      * Modifications:
      *   15 Oct 2026 - Each fold leaves a signed chain-anchor line
      *                 on the results ledger (see CHAINSUM) with
      *                 the count of ledger lines folded, marking
      *                 the point the warehouse holds the chain up
      *                 to, so the fold reads in the CHAINVFY report
      *                 as the legitimate checkpoint it is. Anchor
      *                 lines themselves carry no run date and are
      *                 never folded.
      *   15 Oct 2026 - Lines read and written 200 wide: the run
      *                 log's step command grew to 100 characters
      *                 and a run-log line to 191.
      ******************************************************************
       identification division.
       program-id. histfold.
       data division.
       file section.
       fd  source-file.
       01  source-line            pic X(200).
       fd  history-file.
       01  history-line           pic X(200).
       fd  state-file.
       01  state-line             pic X(40).

      * Lines already in the history at the water-mark date, for
      * the boundary dedup.
       01  boundary-table.
           05  boundary-line           pic X(200)
                                       occurs 500 times.
       01  boundary-count              pic 9(4) comp.
       01  boundary-index              pic 9(4) comp.
       01  state-value                 pic X(12).
       01  ledger-start-time           pic 9(8).
       01  ledger-answer-text          pic X(40).
           copy chainreq.
      ******************************************************************
       procedure division.
       main-procedure.
           move folded-count to runlog-folded
           move new-water-mark to runlog-water-mark
           perform save-fold-state
           perform anchor-the-fold
           display "History fold: " ledger-folded
               " ledger line(s), " runlog-folded
               " run-log line(s) added"
           move zero to return-code
           stop run.

       anchor-the-fold.
           move "ANCHOR" to chain-req-op
           set chain-file-ledger to true
           move "histfold" to chain-req-program
           move ledger-folded to chain-req-count
           call "chainsum" using chain-request
               on exception
                   continue
           end-call.

       load-fold-state.
           open input state-file
           if state-file-ok
