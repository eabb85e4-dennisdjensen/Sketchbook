      *                    line still unsent once its generation is
      *                    AGEDAYS= old (default 2) raises a
      *                    severity-1 alert through the shared
      *                    ALERT module. The pass ends by
      *                    retiring from the target every
      *                    generation GENARCH has retired locally
      *                    - except one under legal hold (see
      *                    LEGALHLD), which the replica keeps.
      *            REPORT  reconciliation: every cataloged file is
      *                    checked against its remote copy (there,
      *                    right size, right cksum) and the
      *                    verdicts printed through RPTWRT; rc 8
      *                    when the remote side does not prove out.
      * Tectonics: cobc -x replic.cob paramrdr.cob rptwrt.cob
      *            alert.cob notify.cob oncall.cob busdays.cob
      *            holdchk.cob
      * Modifications:
      *   15 Oct 2026 - SEND finishes by copying the archive catalog
      *                 itself to the target as
      *                 <target>/archive-catalog.log, so a machine
      *                 rebuilt from the replica (DRSTART) can prove
      *                 each remote generation against its catalog
      *                 lines without the lost disk.
      *   15 Oct 2026 - SEND retires remote generations no longer in
      *                 the local catalog, so the replica follows
      *                 GENARCH's depth instead of growing without
      *                 end; a generation under legal hold is kept
      *                 on the replica, checked through HOLDCHK. An
      *                 empty local catalog retires nothing.
      ******************************************************************
       identification division.
       program-id. replic.
               assign to "replic.tmp"
               organization is line sequential
               file status is cksum-scratch-status.
           select optional remote-list-file
               assign to "replic.gen"
               organization is line sequential
               file status is remote-list-status.
      ******************************************************************
       data division.
       file section.
       01  transmit-log-line      pic X(140).
       fd  cksum-scratch-file.
       01  cksum-scratch-line     pic X(80).
       fd  remote-list-file.
       01  remote-list-line       pic X(80).

       working-storage section.
       01  archive-catalog-status      pic XX.
           88  transmit-log-eof        value "10".
       01  cksum-scratch-status        pic XX.
           88  cksum-scratch-ok        value "00".
       01  remote-list-status          pic XX.
           88  remote-list-ok          value "00".
           88  remote-list-eof         value "10".
       01  param-filepath              pic X(80)
                                       value "replic.parm".
       01  param-table.
       01  problem-display             pic ZZZZ9.
       01  age-display                 pic ZZZZ9.
       01  verdict-note                pic X(40).
      * The generations the local catalog still holds.
       01  local-generation-table.
           05  local-generation        pic X(16) occurs 50 times.
       01  local-generation-count      pic 9(4) comp value zero.
       01  local-generation-index      pic 9(4) comp.
       01  local-table-overflow        pic X value "N".
       01  remote-generation           pic X(16).
       01  remote-generation-known     pic X.
       01  remote-retired-count        pic 9(4) comp value zero.
       01  remote-held-count           pic 9(4) comp value zero.
           copy holdreq.
           copy rptreq.
      ******************************************************************
       procedure division.
                       at end
                           continue
                       not at end
                           perform note-local-generation
                           perform consider-one-transfer
                   end-read
               end-perform
                   or archive-catalog-status = "05"
               close archive-catalog-file
           end-if
           perform replicate-catalog
           perform retire-remote-generations
           display "Replication pass: " sent-now-count
               " sent, " failed-now-count " failed (requeued), "
               aged-out-count " aged-out alert(s)"
           display "Replica retirement: " remote-retired-count
               " generation(s) retired, " remote-held-count
               " kept under legal hold"
           if failed-now-count > zero
               move 8 to return-code
           else
           write transmit-log-line
           close transmit-log-file.

      * The catalog goes across whole on every pass; it is what the
      * remote generations are proven against after a cold start.
      * A copy that fails is only said - the next SEND tries again.
       replicate-catalog.
           move spaces to shell-command
           string "mkdir -p " function trim(target-path)
               " ; cp -p archive-catalog.log "
               function trim(target-path) "/archive-catalog.log"
               delimited by size into shell-command
           end-string
           call "SYSTEM" using shell-command
           if return-code not = zero
               display "  catalog copy to "
                   function trim(target-path) " FAILED"
           end-if
           move zero to return-code.

       note-local-generation.
           perform varying local-generation-index from 1 by 1
                   until local-generation-index
                       > local-generation-count
               if local-generation(local-generation-index)
                       = arch-generation
                   exit paragraph
               end-if
           end-perform
           if local-generation-count < 50
               add 1 to local-generation-count
               move arch-generation
                   to local-generation(local-generation-count)
           else
               move "Y" to local-table-overflow
           end-if.

      * What GENARCH has retired locally goes from the replica too,
      * unless it is under legal hold. An empty or missing local
      * catalog says nothing about what should stay, so it retires
      * nothing; nor does one too long to hold in the table.
       retire-remote-generations.
           if local-generation-count = zero
                   or local-table-overflow = "Y"
               exit paragraph
           end-if
           move spaces to shell-command
           string "( cd " function trim(target-path)
               " && ls -1d gen-* ) > replic.gen 2>/dev/null"
               delimited by size into shell-command
           end-string
           call "SYSTEM" using shell-command
           move zero to return-code
           open input remote-list-file
           if remote-list-ok
               perform until remote-list-eof
                   read remote-list-file
                       at end
                           continue
                       not at end
                           if remote-list-line(1:4) = "gen-"
                               perform weigh-remote-generation
                           end-if
                   end-read
               end-perform
           end-if
           if remote-list-ok or remote-list-eof
                   or remote-list-status = "05"
               close remote-list-file
           end-if
           call "CBL_DELETE_FILE" using "replic.gen"
           move zero to return-code.

       weigh-remote-generation.
           move remote-list-line to remote-generation
           move "N" to remote-generation-known
           perform varying local-generation-index from 1 by 1
                   until local-generation-index
                       > local-generation-count
               if local-generation(local-generation-index)
                       = remote-generation
                   move "Y" to remote-generation-known
               end-if
           end-perform
           if remote-generation-known = "Y"
               exit paragraph
           end-if
           move "GEN" to hold-req-kind
           move remote-generation to hold-req-target
           move spaces to hold-req-date
           call "holdchk" using hold-request
           if hold-req-held
               add 1 to remote-held-count
               display "  kept on the replica "
                   function trim(remote-generation)
                   ": legal hold " hold-req-number " case "
                   function trim(hold-req-case)
               exit paragraph
           end-if
           move spaces to shell-command
           string "rm -rf " function trim(target-path) "/"
               function trim(remote-generation)
               delimited by size into shell-command
           end-string
           call "SYSTEM" using shell-command
           move zero to return-code
           add 1 to remote-retired-count
           display "  retired from the replica "
               function trim(remote-generation).

      * A generation still unreplicated past the age limit is no
      * longer a retry story - it is a one-disk archive again, and
      * somebody must hear about it.
