               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select patientMaster assign to "PATMAST"
               organization is indexed
               access mode is dynamic
           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd patientMaster.
               copy "patient-record".


           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           01 patientMasterStatus pic X(2).
           01 payHistoryStatus pic X(2).
           01 xrefStatus pic X(2).
           01 doseHistStatus pic X(2).
           01 verifyParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> those checks are skipped and said so
           77 custAvailable pic X(1) value 'N'.
           77 loanAvailable pic X(1) value 'N'.
           77 loanHistAvailable pic X(1) value 'N'.
           77 patAvailable pic X(1) value 'N'.
           77 masterEof pic X(1).
           77 keyFound pic X(1).
               if masterStatus = "00"
                   move 'Y' to loanAvailable
               end-if.
               open input loanHistory.
               if loanHistStatus = "00"
                   move 'Y' to loanHistAvailable
               end-if.
               open input patientMaster.
               if patientMasterStatus = "00"
                   move 'Y' to patAvailable
               if loanAvailable = 'Y'
                   close loanMaster
               end-if.
               if loanHistAvailable = 'Y'
                   close loanHistory
               end-if.
               if patAvailable = 'Y'
                   close patientMaster
               end-if.
                           move 'N' to keyFound
                   end-read.

               *> a loan LoanArchive has moved to LOANHIST is still
               *> a loan - its history and parties are not orphans
               LookupLoan.
                   move 'Y' to keyFound.
                   read loanMaster
                       invalid key
                           move 'N' to keyFound
                   end-read.
                   if keyFound = 'N' and loanHistAvailable = 'Y'
                       move lmLoanNum to lhLoanNum
                       read loanHistory
                           invalid key
                               continue
                           not invalid key
                               move 'Y' to keyFound
                       end-read
                   end-if.

               LookupPatient.
                   move 'Y' to keyFound.
                           move 'ERROR   ' to outSeverity
                           move 'loancust.dat' to outFindFile
                           move spaces to outFindKey
                           move lxCustId to outFindKey(1:6)
                           move 'party not on CUSTMAST'
                               to outFindReason
                           write reportLine from findingDetail
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
