
           01 rateSheetStatus pic X(2).
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

               RateToTime.
                   display "Interest Rate(0 - 100%): ".
                   end-if.
                   write rateSheetLine.
                   close rateSheetFile.

               copy "audit-chain-io".
