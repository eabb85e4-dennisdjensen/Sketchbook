      *          the directories go. When a bad rerun clobbers the
      *          leaderboard, the GENREST utility brings back one
      *          file or a whole night from any generation still on
      *          hand. A generation under legal hold (see LEGALHLD)
      *          is never retired and does not count toward the
      *          depth.
      * Tectonics: cobc -x genarch.cob paramrdr.cob holdchk.cob
      * Modifications:
      *   01 Sep 2026 - Each catalog line now carries the cksum of
      *                 the archived copy (taken from the copy in
      *                 first night), which is what GENREST VERIFY
      *                 and the ARCHDRILL restore drill prove a
      *                 generation against.
      *   15 Oct 2026 - Legal holds honored through HOLDCHK: a held
      *                 generation is left out of the depth count
      *                 and never retired, and tonight's generation
      *                 is not re-cut over the top of a hold.
      ******************************************************************
       identification division.
       program-id. genarch.
       01  cksum-command               pic X(160).
       01  cksum-token                 pic X(12).
       01  probe-checksum              pic 9(10).
       01  held-generation-table.
           05  held-generation-entry occurs 50 times.
               10  hge-generation      pic X(16).
               10  hge-number          pic 9(4).
               10  hge-case            pic X(20).
       01  held-generation-count       pic 9(4) comp value zero.
           copy holdreq.
      ******************************************************************
       procedure division.
       main-procedure.
           display "Cutting generation "
               function trim(generation-name)
      * A rerun of the archive step on the same night replaces the
      * night's generation rather than doubling its catalog lines -
      * unless a hold has been put on it since the first cut.
           move "GEN" to hold-req-kind
           move generation-name to hold-req-target
           move spaces to hold-req-date
           call "holdchk" using hold-request
           if hold-req-held
               display "Generation " function trim(generation-name)
                   " is under legal hold " hold-req-number " case "
                   function trim(hold-req-case) "; not re-cut"
                   upon syserr
               move 8 to return-code
               stop run
           end-if
           move generation-name to oldest-generation
           perform drop-retired-catalog-lines
           move spaces to archive-command
               call "SYSTEM" using retire-command
               perform drop-retired-catalog-lines
               perform load-generation-list
           end-perform
           perform varying generation-index from 1 by 1
                   until generation-index > held-generation-count
               display "  held "
                   function trim(hge-generation(generation-index))
                   ": legal hold " hge-number(generation-index)
                   " case " function trim(hge-case(generation-index))
           end-perform.

       load-generation-list.
           move zero to generation-count
           move zero to held-generation-count
           open input archive-catalog-file
           if archive-catalog-ok
               perform until archive-catalog-eof
               close archive-catalog-file
           end-if.

      * A held generation is set aside, once, on the held list
      * instead of the list retirement counts down.
       note-one-generation.
           move "N" to generation-found
           perform varying generation-scan from 1 by 1
                   until generation-scan > held-generation-count
               if hge-generation(generation-scan) = arch-generation
                   exit paragraph
               end-if
           end-perform
           move "GEN" to hold-req-kind
           move arch-generation to hold-req-target
           move spaces to hold-req-date
           call "holdchk" using hold-request
           if hold-req-held
               if held-generation-count < 50
                   add 1 to held-generation-count
                   move arch-generation
                       to hge-generation(held-generation-count)
                   move hold-req-number
                       to hge-number(held-generation-count)
                   move hold-req-case
                       to hge-case(held-generation-count)
               end-if
               exit paragraph
           end-if
           perform varying generation-scan from 1 by 1
                   until generation-scan > generation-count
               if generation-entry(generation-scan)
