           01 oldCustStatus pic X(2).
           01 newCustStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
                   *> means no authority, zero means no limit
                   move spaces to custBankAccount.
                   move zeros to custCreditLimit.
                   *> and no active duty on record
                   move zeros to custDutyStart.
                   move zeros to custDutyEnd.
                   *> nor any mail come back undeliverable
                   move space to custMailReturned.
                   move zeros to custMailReturnDate.
                   *> nor a branch or officer assigned
                   move spaces to custBranch.
                   move spaces to custOfficer.
                   write Customer
                       invalid key
                           display "Unable to convert customer "
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
