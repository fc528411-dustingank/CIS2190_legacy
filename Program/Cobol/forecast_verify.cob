           01 dailyStatus pic X(2).
           01 verifyParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".

               GetVerifyParameters.
                   move zeros to summaryMonth.
                               and smMonth <= 12==
                       ==ERROR-MSG== by
                           =="Invalid month - enter yyyymm: "==.
