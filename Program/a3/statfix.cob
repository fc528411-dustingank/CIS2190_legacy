77 exceptionsStatus pic X(02).
77 controlStatus    pic X(02).
77 auditStatus      pic X(02).
copy "audit-chain-fields".
01 auditInputsValue pic X(50).
*> the signed-on operator, carried in from CalcMenu's sign-on through
*> the OPERATOR environment value - spaces outside a signed-on session
           move auditInputsValue to auditInputs.
           accept operatorId from environment "OPERATOR".
           move operatorId to auditOperator.
           perform ChainAuditRecord.
           write auditRecord.
           close auditFile.
           perform ReleaseAuditLock.

       copy "audit-chain-io".
