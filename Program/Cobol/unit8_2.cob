copy "business-constants".

01 auditStatus pic X(2).
copy "audit-chain-fields".
01 auditInputsValue pic X(50).
77 operatorId pic X(8) value spaces.
01 runDate.
    move auditInputsValue to auditInputs.
    accept operatorId from environment "OPERATOR".
    move operatorId to auditOperator.
    perform ChainAuditRecord.
    write auditRecord.
    close auditFile.
    perform ReleaseAuditLock.

copy "audit-chain-io".
