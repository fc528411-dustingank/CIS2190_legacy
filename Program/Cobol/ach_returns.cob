           *> one reversal transaction per return, byte for byte the
           *> payment record PaymentPosting reads - point
           *> pmtbatch.par at this file and the posting run backs
           *> each failed draft out through its normal reversal path,
           *> marked as ACH money for the settlement reconciliation
           01 reversalTransaction.
               02 rtLoanNum  pic 9(5).
               02 rtPayDate  pic 9(8).
               02 rtAmount   pic 9(7)V99.
               02 rtTranType pic X(1).
               02 rtSource   pic X(1).

           fd returnsRegister.
           01 registerLine pic X(80).
           01 returnsStatus pic X(2).
           01 achRetParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
                       move arDate to rtPayDate
                       move arAmount to rtAmount
                       move 'R' to rtTranType
                       move 'A' to rtSource
                       write reversalTransaction
                       add 1 to returnCount
                       add arAmount to returnTotal
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
