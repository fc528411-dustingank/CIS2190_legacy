           *> name so the two files can never share a record area
           *> by accident
           01 testCustomer.
               02 tcIdNum pic 9(6).
               02 tcRest pic X(200).

           fd testLoanFile.
           01 testLoan.
               02 tlLoanNum pic 9(5).
               02 tlRest pic X(192).

           fd testPatFile.
           01 testPatient.
           01 testLoanStatus pic X(2).
           01 testPatStatus pic X(2).
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
