      *> audit-chain-io.cpy - the shared ChainAuditRecord,
      *> FindLastAuditLink and ComputeAuditCheck paragraphs; the
      *> working storage and the host program's obligations are in
      *> audit-chain-fields.cpy. ChainAuditRecord is performed with
      *> the record filled in and audit.log already open for
      *> extend: it takes audit.lck, sets the record aside, reads the
      *> log through for the last link, reopens the log for extend
      *> and stamps the record with the next sequence number and its
      *> check value. The host writes and closes the log and then
      *> performs ReleaseAuditLock.
           ChainAuditRecord.
               move auditRecord to auditChainImage.
               close auditFile.
               perform AcquireAuditLock.
               perform FindLastAuditLink.
               open extend auditFile.
               move auditChainImage to auditRecord.
               compute auditSequence = chainLastSeq + 1.
               move chainLastCheck to clPriorCheck.
               move auditRecord(1:94) to clRecordBody.
               move auditSequence to clSequence.
               perform ComputeAuditCheck.
               move chainHash to auditCheck.

      *> the last chained record on the log - lines written before
      *> chaining began carry no sequence number and are passed over
           FindLastAuditLink.
               move chainCarrySeq to chainLastSeq.
               move chainCarryCheck to chainLastCheck.
               move 'N' to auditChainEof.
               open input auditFile.
               if auditStatus = "00"
                   perform until auditChainEof = 'Y'
                       read auditFile
                           at end
                               move 'Y' to auditChainEof
                           not at end
                               if auditSequence is numeric
                                   and auditCheck is numeric
                                   move auditSequence to chainLastSeq
                                   move auditCheck to chainLastCheck
                               end-if
                       end-read
                   end-perform
                   close auditFile
               end-if.

           AcquireAuditLock.
               move zeros to auditLockWaits.
               move 'Y' to auditLockBusy.
               perform until auditLockBusy = 'N'
                   call "CBL_CREATE_DIR" using auditLockName
                       returning auditLockStatus
                   if auditLockStatus = 0
                       move 'N' to auditLockBusy
                   else
                       if auditLockWaits < auditLockMaxWaits
                           add 1 to auditLockWaits
                           call "C$SLEEP" using auditLockPause
                       else
                           display "audit.lck held for "
                               auditLockMaxWaits " seconds - taken "
                               "over as left behind"
                           move 'N' to auditLockBusy
                       end-if
                   end-if
               end-perform.

           ReleaseAuditLock.
               call "CBL_DELETE_DIR" using auditLockName
                   returning auditLockStatus.

      *> a running remainder over every character of chainLinkText,
      *> so any character changed, and any record out of its place,
      *> gives a different answer
           ComputeAuditCheck.
               move 7 to chainHash.
               move 1 to chainPos.
               perform until chainPos > 113
                   move chainLinkText(chainPos:1) to chainChar
                   move zeros to chainCode
                   inspect chainCharSet tallying chainCode
                       for characters before initial chainChar
                   compute chainWork =
                       (chainHash * chainMultiplier) + chainCode + 1
                   divide chainWork by chainModulus
                       giving chainQuot remainder chainHash
                   add 1 to chainPos
               end-perform.
