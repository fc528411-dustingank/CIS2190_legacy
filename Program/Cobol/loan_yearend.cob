           01 rateTableStatus pic X(2).
           01 yearEndParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               02 outStmtLoanNum pic ZZZZ9.
           01 stmtPrincipalLine.
               02 filler pic X(22) value ' Original Principal:  '.
               02 outStmtPrincipal pic $$,$$$,$$9.99.
           01 stmtAprLine.
               02 filler pic X(22) value ' Annual Rate (APR):   '.
               02 outStmtApr pic Z9.999999.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
