77 extScan pic S9(4) usage is COMPUTATIONAL.
77 controlStatus pic X(02).
77 auditStatus pic X(02).
copy "audit-chain-fields".
77 historyStatus pic X(02).
01 auditInputsValue pic X(50).
*> the signed-on operator, carried in from CalcMenu's sign-on through
01 groupArea.
    02 grpCode pic X(03)
        occurs maxGroups times.
*> each group's count/mean/std-dev/min/max, kept from the group
*> sections for the per-group records on the run history
01 groupHistoryArea.
    02 grpHistEntry occurs maxGroups times.
        03 grpHistN    pic S9(9) usage is COMPUTATIONAL.
        03 grpHistMean pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 grpHistStd  pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 grpHistMin  pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 grpHistMax  pic S9(14)V9(4) usage is COMPUTATIONAL-3.
01 groupWorkArea.
    02 gx pic S9(14)V9(4) usage is COMPUTATIONAL-3
        occurs maxArraySize times.
           write outputLine from groupMaxLine after advancing 1 line.
           write outputLine from groupQ1Line after advancing 1 line.
           write outputLine from groupQ3Line after advancing 1 line.
           move groupN to grpHistN(groupIdx).
           move groupMean to grpHistMean(groupIdx).
           move groupStd to grpHistStd(groupIdx).
           move groupMin to grpHistMin(groupIdx).
           move groupMax to grpHistMax(groupIdx).

       *> the geometric mean is only defined over strictly positive
       *> values - a zero or negative reading makes the running product
           move minValue to shMin.
           move maxValue to shMax.
           move exceptionCount to shExceptions.
           move spaces to shGroup.
           write statHistoryRecord.
           *> a multi-source run follows its total with one record
           *> per group, so statControl can chart each source system
           if groupCount > 1
               move 1 to groupIdx
               perform until groupIdx > groupCount
                   move runDate to shRunDate
                   move grpHistN(groupIdx) to shCount
                   move grpHistMean(groupIdx) to shMean
                   move grpHistStd(groupIdx) to shStd
                   move grpHistMin(groupIdx) to shMin
                   move grpHistMax(groupIdx) to shMax
                   move zero to shExceptions
                   move grpCode(groupIdx) to shGroup
                   write statHistoryRecord
                   compute groupIdx = groupIdx + 1
               end-perform
           end-if.
           close historyFile.

       WriteAuditTrail.
           move auditInputsValue to auditInputs.
           accept operatorId from environment "OPERATOR".
           move operatorId to auditOperator.
           perform ChainAuditRecord.
           write auditRecord.
           close auditFile.
           perform ReleaseAuditLock.

       *> leave a dated copy of this run's data/report/exceptions files
       *> next to the live ones for retention, named <original>.<runDate>;
                   returning archCopyStatus
           end-if.

       copy "audit-chain-io".
