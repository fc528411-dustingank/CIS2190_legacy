      *> approval-io.cpy - the shared LoadApprovals,
      *> FindLatestApproval and FindApprovalEntry paragraphs (a
      *> program that proposes changes copies approval-maker-io.cpy
      *> for WriteMakerEntry as well); the working storage and the
      *> host program's obligations are in approval-fields.cpy, the
      *> record in approval-entry.cpy. An entry's state is 'P' while
      *> it waits, then 'R' from a rejection; a slot given up is 'X'.
           LoadApprovals.
               move zeros to approvalCount.
               move zeros to approvalHighId.
               move zeros to approvalsNotHeld.
               open input approvalFile.
               if approvalStatus = "00"
                   perform until approvalStatus = "10"
                       read approvalFile
                           at end
                               continue
                           not at end
                               perform KeepApproval
                       end-read
                   end-perform
                   close approvalFile
               end-if.

      *> a new proposal supersedes any decided entry for the same
      *> kind and key; a decision other than a rejection ends the
      *> entry there and then
           KeepApproval.
               if apEntryId is numeric
                   and apEntryId > approvalHighId
                   move apEntryId to approvalHighId
               end-if.
               if apRecordType = 'M'
                   perform ReleaseDecidedApprovals
                   perform AddApprovalEntry
               else
                   move apEntryId to findEntryId
                   perform FindApprovalEntry
                   if apFound = 'Y'
                       if apRecordType = 'R'
                           move 'R' to aeState(apIdx)
                           move apOperator to aeDecidedBy(apIdx)
                           move apDate to aeDecidedDate(apIdx)
                           move apNote to aeDecidedNote(apIdx)
                       else
                           move 'X' to aeState(apIdx)
                       end-if
                   end-if
               end-if.

           ReleaseDecidedApprovals.
               move 1 to apIdx.
               perform until apIdx > approvalCount
                   if aeState(apIdx) = 'R'
                       move aeMaker(apIdx) to shownApproval
                       if saKind = apKind and saKey = apKey
                           move 'X' to aeState(apIdx)
                       end-if
                   end-if
                   add 1 to apIdx
               end-perform.

           AddApprovalEntry.
               if approvalCount >= maxApprovals
                   perform CompactApprovals
               end-if.
               if approvalCount < maxApprovals
                   add 1 to approvalCount
                   move 'P' to aeState(approvalCount)
                   move approvalRecord to aeMaker(approvalCount)
                   move spaces to aeDecidedBy(approvalCount)
                   move zeros to aeDecidedDate(approvalCount)
                   move spaces to aeDecidedNote(approvalCount)
               else
                   add 1 to approvalsNotHeld
               end-if.

      *> the given-up slots squeezed out, the entries kept in the
      *> order they were proposed
           CompactApprovals.
               move zeros to apKeepIdx.
               move 1 to apIdx.
               perform until apIdx > approvalCount
                   if aeState(apIdx) not = 'X'
                       add 1 to apKeepIdx
                       if apKeepIdx < apIdx
                           move approvalEntry(apIdx)
                               to approvalEntry(apKeepIdx)
                       end-if
                   end-if
                   add 1 to apIdx
               end-perform.
               move apKeepIdx to approvalCount.

           FindApprovalEntry.
               move 'N' to apFound.
               move 1 to apIdx.
               perform until apIdx > approvalCount or apFound = 'Y'
                   move aeMaker(apIdx) to shownApproval
                   if saEntryId = findEntryId
                       and aeState(apIdx) not = 'X'
                       move 'Y' to apFound
                   else
                       add 1 to apIdx
                   end-if
               end-perform.

      *> the newest entry for a kind and key still held - searched
      *> from the end so the latest proposal is the one found
           FindLatestApproval.
               move 'N' to apFound.
               move approvalCount to apIdx.
               perform until apIdx < 1 or apFound = 'Y'
                   move aeMaker(apIdx) to shownApproval
                   if saKind = findKind and saKey = findKey
                       and aeState(apIdx) not = 'X'
                       move 'Y' to apFound
                   else
                       subtract 1 from apIdx
                   end-if
               end-perform.
