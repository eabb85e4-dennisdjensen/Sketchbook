      *                 under euler012's own ledger name, so the
      *                 merge row pairs with that answer history
      *                 instead of reporting it unavailable.
      *   15 Oct 2026 - Chain-anchor lines in the ledger (left by a
      *                 trim, see CHAINSUM) are passed by; they are
      *                 no job's answer.
      ******************************************************************
       identification division.
       program-id. batchrpt.
                       at end
                           continue
                       not at end
                           if not ledger-chain-anchor
                               perform record-ledger-entry
                           end-if
                   end-read
               end-perform
               close ledger-file
