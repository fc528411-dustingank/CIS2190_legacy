           01 normalsStatus pic X(2).
           01 normalsParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               value zeros.
           77 thinCount pic 9(4) usage is COMPUTATIONAL
               value zeros.
           *> station-months left out because WeatherQC failed more
           *> than half their readings - the mean that is left is
           *> not the month's
           77 qcSkipCount pic 9(4) usage is COMPUTATIONAL
               value zeros.
           01 histMonthParts.
               02 hmYear pic 9(4).
               02 hmMonth pic 99.
                       at end
                           continue
                       not at end
                           if chReadings is not numeric
                               or chQcFailed is not numeric
                               move zeros to chReadings
                               move zeros to chQcFailed
                           end-if
                           if chQcFailed * 2 > chReadings
                               add 1 to qcSkipCount
                           else
                               perform FoldIntoSlot
                           end-if
                   end-read
               end-perform.
               close historyFile.
               display "Normals built: " builtCount
                   "  station-months with too little history: "
                   thinCount.
               display "History months left out for QC failures: "
                   qcSkipCount.
               if builtCount = 0
                   move WarningRunCode to return-code
               end-if.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
