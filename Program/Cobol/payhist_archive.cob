           01 keepStatus pic X(2).
           01 archParamStatus pic X(2).
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

               *> pharchive.par, if present, supplies the year to
               *> archive; without it the operator is prompted
                               and archiveYear > 1900==
                       ==ERROR-MSG== by
                           =="Invalid year - enter yyyy: "==.
