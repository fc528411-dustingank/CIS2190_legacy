           identification division.
           program-id. MasterConvert.

           environment division.

           input-output section.
           file-control.
           select oldLoanFile assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is oldLmLoanNum
               file status is oldLoanStatus.
           select newLoanFile assign to "LOANNEW"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is newLoanStatus.
           select oldCustFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is oldIdNum
               file status is oldCustStatus.
           select newCustFile assign to "CUSTNEW"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is newCustStatus.
           select oldXrefFile assign to "loancust.dat"
               organization is line sequential
               file status is oldXrefStatus.
           select newXrefFile assign to "loancust.new"
               organization is line sequential
               file status is newXrefStatus.
           select oldModFile assign to "loanmod.dat"
               organization is line sequential
               file status is oldModStatus.
           select newModFile assign to "loanmod.new"
               organization is line sequential
               file status is newModStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           *> the loan master as it was before the principal, the
           *> monthly payment and the customer id were widened - this
           *> utility is the only program that still needs to know
           *> that shape
           fd oldLoanFile.
           01 oldLoanRecord.
               02 oldLmLoanNum        pic 9(5).
               02 oldLmPrincipal      pic 9(5)V99.
               02 oldLmIRate          pic 9V9(8).
               02 oldLmTerm           pic 999.
               02 oldLmTier           pic 9.
               02 oldLmOrigDate       pic 9(8).
               02 oldLmFirstPayDate   pic 9(8).
               02 oldLmCurrentBalance pic S9(7)V99.
               02 oldLmMonthlyPayment pic 999V999.
               02 oldLmPaymentsPosted pic 9(3).
               02 oldLmStatus         pic X(1).
               02 oldLmCustId         pic 9(3).
               02 oldLmCurrency       pic X(3).
               02 oldLmPaidToDate     pic 9(9)V99.
               02 oldLmEscrowPayment  pic 9(5)V99.
               02 oldLmEscrowBalance  pic S9(7)V99.
               02 oldLmFeesDue        pic 9(5)V99.
               02 oldLmFeeAssessDate  pic 9(8).
               02 oldLmAccruedInt     pic S9(7)V99.
               02 oldLmAccruedThru    pic 9(8).

           fd newLoanFile.
               copy "loan-master".

           *> the customer record with the three-digit id
           fd oldCustFile.
           01 oldCustomer.
               02 oldIdNum    pic 9(3).
               02 oldCustRest pic X(168).
           01 filler redefines oldCustomer.
               02 filler             pic X(162).
               02 oldCustCreditLimit pic 9(7)V99.

           fd newCustFile.
               copy "customer-record".

           fd oldXrefFile.
           01 oldXrefRecord.
               02 oldLxLoanNum pic 9(5).
               02 oldLxCustId  pic 9(3).
               02 oldLxRole    pic X(1).

           fd newXrefFile.
               copy "loan-cust-xref".

           fd oldModFile.
           01 oldModRecord.
               02 oldMdLoanNum     pic 9(5).
               02 oldMdModDate     pic 9(8).
               02 oldMdOldRate     pic 9V9(8).
               02 oldMdNewRate     pic 9V9(8).
               02 oldMdOldTerm     pic 999.
               02 oldMdNewTerm     pic 999.
               02 oldMdOldPayment  pic 999V999.
               02 oldMdNewPayment  pic 999V999.
               02 oldMdCapitalized pic 9(7)V99.

           fd newModFile.
               copy "loan-mod".

           fd lockFile.
           01 lockRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 oldLoanStatus pic X(2).
           01 newLoanStatus pic X(2).
           01 oldCustStatus pic X(2).
           01 newCustStatus pic X(2).
           01 oldXrefStatus pic X(2).
           01 newXrefStatus pic X(2).
           01 oldModStatus pic X(2).
           01 newModStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.
           copy "lock-fields".
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           77 fileEof pic X(1).
           77 proofResult pic X(8) value 'MATCH'.

           *> the proof: every figure is taken once off the old file
           *> as it is read and once off the new file read back after
           *> it is closed, so a record dropped or a balance
           *> truncated on the way across shows up as a difference
           *> the operator cannot miss
           01 loanProof.
               02 oldLoanCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 newLoanCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 oldPrincipalTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 newPrincipalTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 oldBalanceTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 newBalanceTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 oldPaymentTotal pic S9(11)V999
                   usage is COMPUTATIONAL-3 value zeros.
               02 newPaymentTotal pic S9(11)V999
                   usage is COMPUTATIONAL-3 value zeros.
               02 oldEscrowTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 newEscrowTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 oldPaidTotal pic S9(13)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 newPaidTotal pic S9(13)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 oldLoanCustHash pic 9(11)
                   usage is COMPUTATIONAL-3 value zeros.
               02 newLoanCustHash pic 9(11)
                   usage is COMPUTATIONAL-3 value zeros.
           01 custProof.
               02 oldCustCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 newCustCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 oldCustIdHash pic 9(11)
                   usage is COMPUTATIONAL-3 value zeros.
               02 newCustIdHash pic 9(11)
                   usage is COMPUTATIONAL-3 value zeros.
               02 oldLimitTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
               02 newLimitTotal pic S9(11)V99
                   usage is COMPUTATIONAL-3 value zeros.
           01 xrefProof.
               02 oldXrefCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 newXrefCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 oldXrefIdHash pic 9(11)
                   usage is COMPUTATIONAL-3 value zeros.
               02 newXrefIdHash pic 9(11)
                   usage is COMPUTATIONAL-3 value zeros.
           01 modProof.
               02 oldModCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 newModCount pic 9(7) usage is COMPUTATIONAL
                   value zeros.
               02 oldModPayTotal pic S9(11)V999
                   usage is COMPUTATIONAL-3 value zeros.
               02 newModPayTotal pic S9(11)V999
                   usage is COMPUTATIONAL-3 value zeros.
           77 xrefAvailable pic X(1) value 'N'.
           77 modAvailable pic X(1) value 'N'.

           *> one line per proof figure on the console, old against
           *> new, with its own verdict
           01 proofLine.
               02 outProofName pic X(24).
               02 outProofOld pic -(12)9.999.
               02 filler pic X(2) value space.
               02 outProofNew pic -(12)9.999.
               02 filler pic X(2) value space.
               02 outProofFlag pic X(8).
           77 proofOld pic S9(13)V999 usage is COMPUTATIONAL-3.
           77 proofNew pic S9(13)V999 usage is COMPUTATIONAL-3.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           procedure division.
               *> one-time conversion of the loan and customer masters
               *> into the widened layouts - principal to 9(7)V99, the
               *> monthly payment to 9(5)V999, the customer id to six
               *> digits on LOANMAST, CUSTMAST, the loan-to-customer
               *> cross-reference and the modification history. As
               *> with CustomerConvert, an indexed file's records
               *> can't grow in place, so every old record is read and
               *> rewritten into a new file; the operator renames
               *> LOANNEW, CUSTNEW, loancust.new and loanmod.new over
               *> the originals once the proof below says MATCH
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "LOANMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "LOANMAST is in use by another program "
                       "(possibly the nightly stream) - try again "
                       "later; if nothing is really running, "
                       "remove LOANMAST.lck"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move "CUSTMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "CUSTMAST is in use by another program "
                       "(possibly the nightly stream) - try again "
                       "later; if nothing is really running, "
                       "remove CUSTMAST.lck"
                   move "LOANMAST.lck" to lockFileName
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               perform ConvertLoanMaster.
               perform ConvertCustomerMaster.
               perform ConvertXref.
               perform ConvertModHistory.

               perform ProveLoanMaster.
               perform ProveCustomerMaster.
               perform ProveXref.
               perform ProveModHistory.

               move "CUSTMAST.lck" to lockFileName.
               perform ReleaseSharedLock.
               move "LOANMAST.lck" to lockFileName.
               perform ReleaseSharedLock.

               display "Conversion proof: " proofResult.
               if proofResult = 'MATCH'
                   display "Review LOANNEW, CUSTNEW, loancust.new and "
                       "loanmod.new, then rename them over LOANMAST, "
                       "CUSTMAST, loancust.dat and loanmod.dat to "
                       "complete the conversion"
               else
                   display "Do NOT rename the new files - the old "
                       "masters are untouched; correct the cause "
                       "and rerun the conversion"
               end-if.
               string "widened masters - proof " delimited by size
                   proofResult delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.
               if proofResult not = 'MATCH'
                   move ErrorRunCode to return-code
               end-if.
               stop run.

               ConvertLoanMaster.
                   move 'Y' to fileEof.
                   open input oldLoanFile.
                   if oldLoanStatus = "00"
                       open output newLoanFile
                       if newLoanStatus = "00"
                           move 'N' to fileEof
                       else
                           display "LOANNEW could not be created - "
                               "conversion abandoned"
                           close oldLoanFile
                           move 'MISMATCH' to proofResult
                       end-if
                   else
                       display "LOANMAST could not be opened - "
                           "conversion abandoned"
                       move 'MISMATCH' to proofResult
                   end-if.
                   if fileEof = 'N'
                       perform CopyLoanRecords
                   end-if.

               CopyLoanRecords.
                   move zeros to oldLmLoanNum.
                   start oldLoanFile key >= oldLmLoanNum
                       invalid key
                           move 'Y' to fileEof
                   end-start.
                   perform until fileEof = 'Y'
                       read oldLoanFile next record
                           at end
                               move 'Y' to fileEof
                           not at end
                               perform ConvertOneLoan
                       end-read
                   end-perform.
                   close oldLoanFile.
                   close newLoanFile.

               ConvertOneLoan.
                   add 1 to oldLoanCount.
                   add oldLmPrincipal to oldPrincipalTotal.
                   add oldLmCurrentBalance to oldBalanceTotal.
                   add oldLmMonthlyPayment to oldPaymentTotal.
                   add oldLmEscrowBalance to oldEscrowTotal.
                   add oldLmPaidToDate to oldPaidTotal.
                   add oldLmCustId to oldLoanCustHash.
                   *> fields appended since the widening start blank,
                   *> which is what they mean on any older record
                   move spaces to loanMasterRecord.
                   move oldLmLoanNum to lmLoanNum.
                   move oldLmPrincipal to lmPrincipal.
                   move oldLmIRate to lmIRate.
                   move oldLmTerm to lmTerm.
                   move oldLmTier to lmTier.
                   move oldLmOrigDate to lmOrigDate.
                   move oldLmFirstPayDate to lmFirstPayDate.
                   move oldLmCurrentBalance to lmCurrentBalance.
                   move oldLmMonthlyPayment to lmMonthlyPayment.
                   move oldLmPaymentsPosted to lmPaymentsPosted.
                   move oldLmStatus to lmStatus.
                   move oldLmCustId to lmCustId.
                   move oldLmCurrency to lmCurrency.
                   move oldLmPaidToDate to lmPaidToDate.
                   move oldLmEscrowPayment to lmEscrowPayment.
                   move oldLmEscrowBalance to lmEscrowBalance.
                   move oldLmFeesDue to lmFeesDue.
                   move oldLmFeeAssessDate to lmFeeAssessDate.
                   move oldLmAccruedInt to lmAccruedInt.
                   move oldLmAccruedThru to lmAccruedThru.
                   move zeros to lmLineAmount.
                   move zeros to lmClosedDate.
                   move space to lmHoldCode.
                   move zeros to lmHoldDate.
                   move spaces to lmHoldReason.
                   move spaces to lmBranch.
                   move spaces to lmOfficer.
                   move space to lmDeferCode.
                   move zeros to lmDeferEnd.
                   move space to lmCapRule.
                   move space to lmRepayPlan.
                   write loanMasterRecord
                       invalid key
                           display "Unable to convert loan "
                               oldLmLoanNum
                   end-write.

               ConvertCustomerMaster.
                   move 'Y' to fileEof.
                   open input oldCustFile.
                   if oldCustStatus = "00"
                       open output newCustFile
                       if newCustStatus = "00"
                           move 'N' to fileEof
                       else
                           display "CUSTNEW could not be created - "
                               "conversion abandoned"
                           close oldCustFile
                           move 'MISMATCH' to proofResult
                       end-if
                   else
                       display "CUSTMAST could not be opened - "
                           "conversion abandoned"
                       move 'MISMATCH' to proofResult
                   end-if.
                   if fileEof = 'N'
                       perform CopyCustRecords
                   end-if.

               CopyCustRecords.
                   move zeros to oldIdNum.
                   start oldCustFile key >= oldIdNum
                       invalid key
                           move 'Y' to fileEof
                   end-start.
                   perform until fileEof = 'Y'
                       read oldCustFile next record
                           at end
                               move 'Y' to fileEof
                           not at end
                               perform ConvertOneCustomer
                       end-read
                   end-perform.
                   close oldCustFile.
                   close newCustFile.

               *> everything after the id is the same bytes in the
               *> same order, so the rest of the record carries
               *> across whole
               ConvertOneCustomer.
                   add 1 to oldCustCount.
                   add oldIdNum to oldCustIdHash.
                   if oldCustCreditLimit is numeric
                       add oldCustCreditLimit to oldLimitTotal
                   end-if.
                   move spaces to Customer.
                   move oldIdNum to IdNum.
                   move oldCustRest to Customer(7:168).
                   move zeros to custDutyStart.
                   move zeros to custDutyEnd.
                   move space to custMailReturned.
                   move zeros to custMailReturnDate.
                   move spaces to custBranch.
                   move spaces to custOfficer.
                   write Customer
                       invalid key
                           display "Unable to convert customer "
                               oldIdNum
                   end-write.

               ConvertXref.
                   *> no cross-reference on this machine is not an
                   *> error - there is simply nothing to widen
                   move 'Y' to fileEof.
                   open input oldXrefFile.
                   if oldXrefStatus = "00"
                       move 'Y' to xrefAvailable
                       open output newXrefFile
                       move 'N' to fileEof
                   end-if.
                   perform until fileEof = 'Y'
                       read oldXrefFile
                           at end
                               move 'Y' to fileEof
                           not at end
                               add 1 to oldXrefCount
                               if oldLxCustId is numeric
                                   add oldLxCustId to oldXrefIdHash
                               end-if
                               move oldLxLoanNum to lxLoanNum
                               move oldLxCustId to lxCustId
                               move oldLxRole to lxRole
                               write loanCustXrefRecord
                       end-read
                   end-perform.
                   if xrefAvailable = 'Y'
                       close oldXrefFile
                       close newXrefFile
                   end-if.

               ConvertModHistory.
                   move 'Y' to fileEof.
                   open input oldModFile.
                   if oldModStatus = "00"
                       move 'Y' to modAvailable
                       open output newModFile
                       move 'N' to fileEof
                   end-if.
                   perform until fileEof = 'Y'
                       read oldModFile
                           at end
                               move 'Y' to fileEof
                           not at end
                               add 1 to oldModCount
                               add oldMdOldPayment to oldModPayTotal
                               add oldMdNewPayment to oldModPayTotal
                               move oldMdLoanNum to mdLoanNum
                               move oldMdModDate to mdModDate
                               move oldMdOldRate to mdOldRate
                               move oldMdNewRate to mdNewRate
                               move oldMdOldTerm to mdOldTerm
                               move oldMdNewTerm to mdNewTerm
                               move oldMdOldPayment to mdOldPayment
                               move oldMdNewPayment to mdNewPayment
                               move oldMdCapitalized to mdCapitalized
                               write loanModRecord
                       end-read
                   end-perform.
                   if modAvailable = 'Y'
                       close oldModFile
                       close newModFile
                   end-if.

               *> the new files read back through the widened
               *> layouts, exactly as every program will read them
               *> once they are renamed into place
               ProveLoanMaster.
                   open input newLoanFile.
                   if newLoanStatus = "00"
                       move 'N' to fileEof
                       move zeros to lmLoanNum
                       start newLoanFile key >= lmLoanNum
                           invalid key
                               move 'Y' to fileEof
                       end-start
                       perform until fileEof = 'Y'
                           read newLoanFile next record
                               at end
                                   move 'Y' to fileEof
                               not at end
                                   add 1 to newLoanCount
                                   add lmPrincipal to newPrincipalTotal
                                   add lmCurrentBalance
                                       to newBalanceTotal
                                   add lmMonthlyPayment
                                       to newPaymentTotal
                                   add lmEscrowBalance to newEscrowTotal
                                   add lmPaidToDate to newPaidTotal
                                   add lmCustId to newLoanCustHash
                           end-read
                       end-perform
                       close newLoanFile
                   end-if.
                   display "LOANMAST -> LOANNEW".
                   move 'Loans' to outProofName.
                   move oldLoanCount to proofOld.
                   move newLoanCount to proofNew.
                   perform ShowProofLine.
                   move 'Principal total' to outProofName.
                   move oldPrincipalTotal to proofOld.
                   move newPrincipalTotal to proofNew.
                   perform ShowProofLine.
                   move 'Current balance total' to outProofName.
                   move oldBalanceTotal to proofOld.
                   move newBalanceTotal to proofNew.
                   perform ShowProofLine.
                   move 'Monthly payment total' to outProofName.
                   move oldPaymentTotal to proofOld.
                   move newPaymentTotal to proofNew.
                   perform ShowProofLine.
                   move 'Escrow balance total' to outProofName.
                   move oldEscrowTotal to proofOld.
                   move newEscrowTotal to proofNew.
                   perform ShowProofLine.
                   move 'Paid-to-date total' to outProofName.
                   move oldPaidTotal to proofOld.
                   move newPaidTotal to proofNew.
                   perform ShowProofLine.
                   move 'Customer id hash' to outProofName.
                   move oldLoanCustHash to proofOld.
                   move newLoanCustHash to proofNew.
                   perform ShowProofLine.

               ProveCustomerMaster.
                   open input newCustFile.
                   if newCustStatus = "00"
                       move 'N' to fileEof
                       move zeros to IdNum
                       start newCustFile key >= IdNum
                           invalid key
                               move 'Y' to fileEof
                       end-start
                       perform until fileEof = 'Y'
                           read newCustFile next record
                               at end
                                   move 'Y' to fileEof
                               not at end
                                   add 1 to newCustCount
                                   add IdNum to newCustIdHash
                                   if custCreditLimit is numeric
                                       add custCreditLimit
                                           to newLimitTotal
                                   end-if
                           end-read
                       end-perform
                       close newCustFile
                   end-if.
                   display "CUSTMAST -> CUSTNEW".
                   move 'Customers' to outProofName.
                   move oldCustCount to proofOld.
                   move newCustCount to proofNew.
                   perform ShowProofLine.
                   move 'Customer id hash' to outProofName.
                   move oldCustIdHash to proofOld.
                   move newCustIdHash to proofNew.
                   perform ShowProofLine.
                   move 'Credit limit total' to outProofName.
                   move oldLimitTotal to proofOld.
                   move newLimitTotal to proofNew.
                   perform ShowProofLine.

               ProveXref.
                   if xrefAvailable = 'Y'
                       open input newXrefFile
                       move 'N' to fileEof
                       perform until fileEof = 'Y'
                           read newXrefFile
                               at end
                                   move 'Y' to fileEof
                               not at end
                                   add 1 to newXrefCount
                                   if lxCustId is numeric
                                       add lxCustId to newXrefIdHash
                                   end-if
                           end-read
                       end-perform
                       close newXrefFile
                       display "loancust.dat -> loancust.new"
                       move 'Cross-references' to outProofName
                       move oldXrefCount to proofOld
                       move newXrefCount to proofNew
                       perform ShowProofLine
                       move 'Customer id hash' to outProofName
                       move oldXrefIdHash to proofOld
                       move newXrefIdHash to proofNew
                       perform ShowProofLine
                   end-if.

               ProveModHistory.
                   if modAvailable = 'Y'
                       open input newModFile
                       move 'N' to fileEof
                       perform until fileEof = 'Y'
                           read newModFile
                               at end
                                   move 'Y' to fileEof
                               not at end
                                   add 1 to newModCount
                                   add mdOldPayment to newModPayTotal
                                   add mdNewPayment to newModPayTotal
                           end-read
                       end-perform
                       close newModFile
                       display "loanmod.dat -> loanmod.new"
                       move 'Modifications' to outProofName
                       move oldModCount to proofOld
                       move newModCount to proofNew
                       perform ShowProofLine
                       move 'Payment total' to outProofName
                       move oldModPayTotal to proofOld
                       move newModPayTotal to proofNew
                       perform ShowProofLine
                   end-if.

               ShowProofLine.
                   move proofOld to outProofOld.
                   move proofNew to outProofNew.
                   if proofOld = proofNew
                       move 'MATCH' to outProofFlag
                   else
                       move 'MISMATCH' to outProofFlag
                       move 'MISMATCH' to proofResult
                   end-if.
                   display "  " proofLine.

               copy "lock-io".

               *> record the conversion on the shared audit trail -
               *> see copybook/audit-trail.cpy and the matching
               *> paragraph in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "MasterConvert" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
