               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select chargeOffFile assign to "chargeoff.dat"
               organization is line sequential
               file status is chargeOffStatus.
               file status is recoveryStatus.
           select chargeOffReport assign to dynamic reportFileName
               organization is line sequential.
           select approvalFile assign to "approvals.dat"
               organization is line sequential
               file status is approvalStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select chargeOffParamFile assign to "chargeoff.par"
               organization is line sequential
               file status is chargeOffParamStatus.
           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd chargeOffFile.
               copy "charge-off".

           fd chargeOffReport.
           01 reportLine pic X(90).

           fd approvalFile.
               copy "approval-entry".

           fd lockFile.
           01 lockRecord pic X(30).

           fd chargeOffParamFile.
           01 chargeOffParamRecord pic X(30).

           copy "return-codes".

           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           77 loanHistOpen pic X(1) value 'N'.
           01 chargeOffStatus pic X(2).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> a charge-off is proposed here and made by a second
           *> operator in ApprovalQueue - see
           *> copybook/approval-fields.cpy
           copy "approval-fields".
           77 chargeOffWanted pic X(1).
           77 awaitingChargeOffs pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 recoveryStatus pic X(2).
           01 chargeOffParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               02 filler pic X(12) value '  Net loss: '.
               02 outTotalNetLoss pic ZZZZZZZZ9.99-.
           01 newChargeOffLine.
               02 filler pic X(36) value
                   'Charge-offs sent for approval:      '.
               02 outNewChargeOffs pic ZZZZ9.
           01 awaitingChargeOffLine.
               02 filler pic X(36) value
                   'Charge-offs still awaiting approval:'.
               02 outAwaitingChargeOffs pic ZZZZ9.

           procedure division.
               *> moves the given-up loans off the performing books:
               *> netted per loan, and the portfolio report shows
               *> balance, recovered, and net loss per loan with
               *> totals - so a loan we've written off finally looks
               *> different from one paid in full. The loan itself
               *> is not touched here: each one the threshold catches
               *> goes onto approvals.dat for a second operator, and
               *> only ApprovalQueue moves it off the books, journals
               *> it and posts the loss; a loan already waiting is not
               *> proposed twice, and one a checker rejected comes
               *> back only once it has fallen further behind
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetChargeOffParameters.
               move "LOANMAST charge-off pass" to auditInputsValue.
               perform WriteAuditTrail.
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no charge-off run"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform LoadApprovals.
               *> a queue that did not fit the table would hide this
               *> run's own pending proposals, and every one of them
               *> would be proposed again
               if approvalsNotHeld > 0
                   display "approvals.dat has " approvalsNotHeld
                       " entries the table cannot hold - no "
                       "charge-off run; see the supervisor"
                   close loanMaster
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move zeros to lmLoanNum.
               start loanMaster key >= lmLoanNum
                   invalid key
               close loanMaster.
               perform ReleaseSharedLock.

               perform WritePortfolioReport.
               stop run.

               ConsiderChargeOff.
                   perform ComputePaymentsBehind.
                   if paymentsBehind >= minBehind
                       perform CheckChargeOffProposal
                       if chargeOffWanted = 'Y'
                           perform ProposeChargeOff
                       end-if
                   end-if.

               *> one proposal per loan at a time: a pending one is
               *> left for the checker, a rejected one stands until
               *> the loan is further behind than when it was turned
               *> down, and one found stale is simply proposed again
               CheckChargeOffProposal.
                   move 'Y' to chargeOffWanted.
                   move 'O' to findKind.
                   move spaces to findKey.
                   move lmLoanNum to findKey.
                   perform FindLatestApproval.
                   if apFound = 'Y'
                       evaluate aeState(apIdx)
                           when 'P'
                               move 'N' to chargeOffWanted
                               add 1 to awaitingChargeOffs
                           when 'R'
                               if paymentsBehind <= saCount
                                   move 'N' to chargeOffWanted
                               end-if
                       end-evaluate
                   end-if.

               *> the maker entry carries the loan as it stands and as
               *> it would stand charged off - the balance and
               *> payments behind are what the checker is shown
               ProposeChargeOff.
                   move spaces to approvalRecord.
                   move 'O' to apKind.
                   move 'C' to apAction.
                   move lmLoanNum to apKey.
                   move lmCurrentBalance to apAmount.
                   move paymentsBehind to apCount.
                   move "charge-off proposed" to apNote.
                   move loanMasterRecord to apBefore.
                   move 'O' to lmStatus.
                   move loanMasterRecord to apAfter.
                   move 'A' to lmStatus.
                   perform WriteMakerEntry.
                   add 1 to newChargeOffs.
                   display "Loan " lmLoanNum " proposed for "
                       "charge-off - approval entry " makerEntryId.

               copy "approval-io".

               copy "approval-maker-io".

               copy "aging-io".

                       close chargeOffFile
                   end-if.

               *> LOANHIST is open for the whole pass so a recovery
               *> on a loan LoanArchive has moved there is still
               *> found
               LoadRecoveries.
                   open input loanHistory.
                   if loanHistStatus = "00"
                       move 'Y' to loanHistOpen
                   end-if.
                   open input recoveryFile.
                   if recoveryStatus = "00"
                       perform until recoveryStatus = "10"
                       end-perform
                       close recoveryFile
                   end-if.
                   if loanHistOpen = 'Y'
                       close loanHistory
                   end-if.

               ApplyOneRecovery.
                   move 'N' to coFound.
                           add 1 to coIdx
                       end-if
                   end-perform.
                   if coFound = 'N'
                       perform FindArchivedChargeOff
                   end-if.
                   if coFound = 'N'
                       display "Recovery for loan " rvLoanNum
                           " - not on the charged-off file"
                   end-if.

               *> a loan charged off and then archived whose charge-
               *> off row did not make the book (the book full, or
               *> the row older than chargeoff.dat) joins it from
               *> LOANHIST, at the balance it was archived with
               FindArchivedChargeOff.
                   if loanHistOpen = 'Y'
                       and coCount < maxChargeOffs
                       move rvLoanNum to lhLoanNum
                       read loanHistory into loanMasterRecord
                           invalid key
                               continue
                           not invalid key
                               if lmStatus = 'O'
                                   move 'Y' to coFound
                                   add 1 to coCount
                                   move coCount to coIdx
                                   move lmLoanNum to chLoanNum(coIdx)
                                   move zeros to chDate(coIdx)
                                   move lmCurrentBalance
                                       to chBalance(coIdx)
                                   move zeros to chRecovered(coIdx)
                                   if rvAmount is numeric
                                       add rvAmount
                                           to chRecovered(coIdx)
                                   end-if
                               end-if
                       end-read
                   end-if.

               WritePortfolioReport.
                   write reportLine from reportSummary.
                   move newChargeOffs to outNewChargeOffs.
                   write reportLine from newChargeOffLine.
                   move awaitingChargeOffs to outAwaitingChargeOffs.
                   write reportLine from awaitingChargeOffLine.
                   close chargeOffReport.

               WriteOneChargedOffLoan.
                   end-if.


               *> record this run on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
