           select historyIn assign to dynamic historyInName
               organization is line sequential
               file status is historyInStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           fd historyIn.
               copy "pay-history".

           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 historyInStatus pic X(2).
           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               02 outSource pic X(14).
           77 sourceLabel pic X(14).

           *> where the loan itself is - LOANMAST, or LOANHIST once
           *> LoanArchive has moved it there
           77 loanFound pic X(1).
           01 loanHeader.
               02 filler pic X(5) value 'Loan '.
               02 outLoanNum pic 9(5).
               02 filler pic X(4) value ' on '.
               02 outLoanFile pic X(8).
               02 filler pic X(9) value '  status '.
               02 outLoanStatus pic X(1).
               02 filler pic X(11) value '  balance  '.
               02 outLoanBalance pic ZZZZZZ9.99-.
               02 filler pic X(2) value space.
               02 outLoanNote pic X(20).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
                   ==ERROR-MSG== by
                       =="Invalid year - enter yyyy: "==.

               perform ShowLoanOnFile.

               *> the archives first, oldest year forward, then the
               *> active file - chronological for the reader
               move fromYear to scanYear.
               perform WriteAuditTrail.
               stop run.

               *> the live master first, then the history master; a
               *> loan on neither still has its payments listed
               ShowLoanOnFile.
                   move 'N' to loanFound.
                   open input loanMaster.
                   if masterStatus = "00"
                       move inquiryLoanNum to lmLoanNum
                       read loanMaster
                           invalid key
                               continue
                           not invalid key
                               move 'Y' to loanFound
                               move "LOANMAST" to outLoanFile
                               move spaces to outLoanNote
                       end-read
                       close loanMaster
                   end-if.
                   if loanFound = 'N'
                       open input loanHistory
                       if loanHistStatus = "00"
                           move inquiryLoanNum to lhLoanNum
                           read loanHistory into loanMasterRecord
                               invalid key
                                   continue
                               not invalid key
                                   move 'Y' to loanFound
                                   move "LOANHIST" to outLoanFile
                                   move "(archived)" to outLoanNote
                           end-read
                           close loanHistory
                       end-if
                   end-if.
                   if loanFound = 'Y'
                       move lmLoanNum to outLoanNum
                       move lmStatus to outLoanStatus
                       move lmCurrentBalance to outLoanBalance
                       display loanHeader
                   else
                       display "Loan " inquiryLoanNum
                           " is on neither LOANMAST nor LOANHIST"
                   end-if.

               *> a missing archive year is simply a year with
               *> nothing archived - not an error
               ScanOneFile.
                   move phAmount to outAmount.
                   move phInterest to outInterest.
                   move phPrincipal to outPrincipal.
                   if phTranType = 'R' or phTranType = 'F'
                       move 'REVERSAL' to outTranType
                       if phTranType = 'F'
                           move 'REFUND  ' to outTranType
                       end-if
                       subtract phAmount from totalPaid
                   else
                       move 'PAYMENT ' to outTranType
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
