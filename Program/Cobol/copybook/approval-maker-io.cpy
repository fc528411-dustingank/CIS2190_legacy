      *> approval-maker-io.cpy - the shared WriteMakerEntry
      *> paragraph, copied beside approval-io.cpy by every program
      *> that proposes a change (see approval-fields.cpy). The entry
      *> number is taken from the file as it stands at the moment of
      *> writing, not from the copy loaded earlier, and approvals.lck
      *> is held from that reading to the write, so two makers
      *> proposing at once cannot share a number. The host's own
      *> lock name is put back in lockFileName afterwards.
           WriteMakerEntry.
               move approvalRecord to makerImage.
               move lockFileName to approvalHeldLock.
               move "approvals.lck" to lockFileName.
               perform AcquireApprovalLock.
               perform LoadApprovals.
               move makerImage to approvalRecord.
               add 1 to approvalHighId.
               move approvalHighId to makerEntryId.
               move 'M' to apRecordType.
               move makerEntryId to apEntryId.
               accept operatorId from environment "OPERATOR".
               move operatorId to apOperator.
               move runDate to apDate.
               move runHour to apTime(1:2).
               move runMinute to apTime(3:2).
               open extend approvalFile.
               if approvalStatus = "05" or approvalStatus = "35"
                   open output approvalFile
                   close approvalFile
                   open extend approvalFile
               end-if.
               write approvalRecord.
               close approvalFile.
               perform ReleaseSharedLock.
               move approvalHeldLock to lockFileName.
               perform ReleaseDecidedApprovals.
               perform AddApprovalEntry.

      *> another maker's numbering takes a moment, so a busy lock
      *> is waited on a second at a time
           AcquireApprovalLock.
               move zeros to approvalLockWaits.
               perform AcquireSharedLock.
               perform until lockBusy = 'N'
                   if approvalLockWaits < approvalLockMaxWaits
                       add 1 to approvalLockWaits
                       call "C$SLEEP" using approvalLockPause
                       perform AcquireSharedLock
                   else
                       display "approvals.lck held for "
                           approvalLockMaxWaits " seconds - taken "
                           "over as left from a crash"
                       move 'N' to lockBusy
                   end-if
               end-perform.
