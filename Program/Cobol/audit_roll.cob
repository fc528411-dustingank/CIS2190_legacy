
           working-storage section.
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 rollParamStatus pic X(2).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's

               *> dated copy first, fresh log second - and the fresh
               *> log's first record says where the old one went, so
               *> the trail never has an unexplained hole. The old
               *> log's last chain link is carried over first, so the
               *> fresh log's opening record chains on from it and
               *> AuditChainVerify can walk straight across the roll.
               *> audit.lck is held from the read for the last link
               *> until the fresh log's opening record is written, so
               *> nothing written in between is lost with the old
               *> log and nobody else can chain onto the empty log
               *> ahead of the carried link
               RollCurrentLog.
                   perform AcquireAuditLock.
                   perform FindLastAuditLink.
                   move chainLastSeq to chainCarrySeq.
                   move chainLastCheck to chainCarryCheck.
                   move spaces to rolledLogName.
                   string liveLogName delimited by space
                       '.' delimited by size
                       rolledLogName
                       returning copyStatus.
                   if copyStatus = 0
                       move spaces to auditInputsValue
                       string "log rolled to " delimited by size
                           rolledLogName delimited by space
                           into auditInputsValue
                       perform WriteOpeningRecord
                       perform ReleaseAuditLock
                       move rolledLogName to outRolledName
                       write reportLine from rolledLine
                   else
                       perform ReleaseAuditLock
                       write reportLine from nothingLine
                   end-if.

                   end-if.

               *> the fresh log's opening record - same shared layout
               *> as every other program's WriteAuditTrail, but
               *> written over the emptied log under the audit.lck
               *> RollCurrentLog already holds, and chained straight
               *> from the old log's last link rather than through
               *> ChainAuditRecord, which would take the lock again
               WriteOpeningRecord.
                   open output auditFile.
                   move "AuditLogRoll" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   compute auditSequence = chainCarrySeq + 1.
                   move chainCarryCheck to clPriorCheck.
                   move auditRecord(1:94) to clRecordBody.
                   move auditSequence to clSequence.
                   perform ComputeAuditCheck.
                   move chainHash to auditCheck.
                   write auditRecord.
                   close auditFile.

               copy "audit-chain-io".
