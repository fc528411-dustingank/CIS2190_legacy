               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select usuryTable assign to "usury.tab"
               organization is line sequential
               file status is usuryTableStatus.
           select rateCapFile assign to "ratecap.log"
               organization is line sequential
               file status is rateCapStatus.
           select postReport assign to dynamic postReportFileName
               organization is line sequential.
           select payHistory assign to "payhist.dat"
           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
           select closePeriodFile assign to "closeper.tab"
               organization is line sequential
               file status is closePeriodStatus.
           *> by loan, date, and amount, and backs it out; an
           *> old-format record without the byte reads as a payment,
           *> exactly what every record meant before the field
           *> existed. 'W' is a fee waiver - DisputeTracking's
           *> transaction for a fee dispute found in the borrower's
           *> favour, taking the amount back off the fees due; it
           *> moves no money, so it goes on the ledger and the
           *> master journal but not on the payment history.
           *> ptSource is the channel the money came in by
           *> (see pay-history.cpy's phSource) and rides through to
           *> the history record; blank is the payment file
           01 paymentRecord.
               02 ptLoanNum pic 9(5).
               02 ptPayDate pic 9(8).
               02 ptAmount  pic 9(7)V99.
               02 ptTranType pic X(1).
               02 ptSource  pic X(1).

           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd rateTable.
               copy "rate-table".

           fd custFile.
               copy "customer-record".

           fd usuryTable.
               copy "usury-ceiling".

           fd rateCapFile.
               copy "rate-cap-log".

           fd postReport.
           01 reportLine pic X(90).

           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd closePeriodFile.
               copy "close-period".


           01 paymentStatus pic X(2).
           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           77 loanHistOpen pic X(1) value 'N'.
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> dated before/after image journal - see
           01 payHistoryStatus pic X(2).
           01 postParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> months in a year
           77 monthlyRate pic 9V99999999.
           77 interestPart pic 9(7)V99 usage is COMPUTATIONAL-3.
           *> the servicemember rate cap - see copybook/duty-cap-io.cpy;
           *> the month's interest at the full rate is kept alongside
           *> the capped figure so the difference forgiven can be
           *> logged to ratecap.log
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           01 rateCapStatus pic X(2).
           copy "duty-cap-fields".
           *> the state usury ceiling, held to before the cap - see
           *> copybook/usury-cap-io.cpy
           copy "usury-table".
           77 fullMonthlyRate pic 9V99999999.
           77 fullInterestDue pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 principalPart pic S9(7)V99 usage is COMPUTATIONAL-3.
           *> the four sides of the allocation waterfall, plus the
           *> interest due for the month and the money not yet
           *> must prove its own debits equal its credits before it
           *> is allowed to exit clean
           01 journalStatus pic X(2).
           *> the chart of accounts every journal leg is checked
           *> against - see copybook/gl-account-io.cpy
           01 glAccountStatus pic X(2).
           copy "gl-account-table".
           77 journalDebits pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 journalCredits pic 9(11)V99 usage is COMPUTATIONAL-3
                   03 revLoanNum pic 9(5).
                   03 revPayDate pic 9(8).
                   03 revAmount pic 9(7)V99.
                   03 revSource pic X(1).
                   03 revOriginals pic 9(3) usage is COMPUTATIONAL.
                   03 revOffsets pic 9(3) usage is COMPUTATIONAL.
                   03 revInterest pic 9(7)V99
               value zeros.
           77 paidOffCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 waivedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> the reason for the transaction currently being
           *> rejected, staged here until RejectPayment files it
               02 filler pic X(3) value space.
               02 filler pic X(24) value 'REVERSED - balance now  '.
               02 outRevNewBalance pic ZZZZZZ9.99.
           01 waiverDetail.
               02 outWaiveLoanNum pic ZZZZ9.
               02 filler pic X(3) value space.
               02 outWaivePayDate pic 9999/99/99.
               02 filler pic X(2) value space.
               02 outWaiveAmount pic ZZZZZZ9.99.
               02 filler pic X(3) value space.
               02 filler pic X(25) value 'FEE WAIVED - fees due now'.
               02 outWaiveFeesDue pic ZZZZZZ9.99.
           01 waiverSummary.
               02 filler pic X(20) value 'Fee waivers posted: '.
               02 outWaivedCount pic ZZZZ9.
           01 reversalSummary.
               02 filler pic X(20) value 'Reversals applied:  '.
               02 outReversedCount pic ZZZZ9.
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadRateTable.
               perform LoadUsuryCeilings.
               perform LoadSuspense.
               *> every account this run can post to is checked
               *> against the chart before anything is touched, so
               *> an unusable account stops the run with the masters
               *> and the journal as they were
               perform LoadChartOfAccounts.
               perform CheckPostingAccounts.
               if refusedAccountCount > 0
                   display "*** " refusedAccountCount " GL account(s) "
                       "unusable - see glaccts.tab; nothing posted ***"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move "LOANMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   stop run
               end-if.
               perform OpenLoanMaster.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               perform OpenPayHistory.
               perform OpenJournal.
               open input paymentFile.
               write reportLine from reportSummary.
               move reversedCount to outReversedCount.
               write reportLine from reversalSummary.
               move waivedCount to outWaivedCount.
               write reportLine from waiverSummary.
               close paymentFile.
               close postReport.
               close payHistory.
               close loanMaster.
               if loanHistOpen = 'Y'
                   close loanHistory
               end-if.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               perform RewriteSuspense.
               perform WriteJournalTrailer.
               perform ReleaseSharedLock.
                       move ptLoanNum to lmLoanNum
                       read loanMaster
                           invalid key
                               perform CheckArchivedLoan
                               perform RejectPayment
                           not invalid key
                               move spaces to savedLoanImage
                   end-if
                   end-if.

               *> a loan LoanArchive has moved to LOANHIST is closed
               *> or charged off, and is rejected as it would have
               *> been on LOANMAST - money on a charged-off loan
               *> still belongs in the recoveries file
               CheckArchivedLoan.
                   move 'UNKNOWN LOAN' to rejectReason.
                   if loanHistOpen = 'Y'
                       move ptLoanNum to lhLoanNum
                       read loanHistory into loanMasterRecord
                           invalid key
                               continue
                           not invalid key
                               if lmStatus = 'O'
                                   move 'CHARGED OFF'
                                       to rejectReason
                               else
                                   move 'CLOSED ACCOUNT'
                                       to rejectReason
                               end-if
                       end-read
                   end-if.

               CheckClosedPeriod.
                   move 'N' to periodClosed.
                   move 1 to cloIdx.
                       move ptLoanNum to revLoanNum(reversalCount)
                       move ptPayDate to revPayDate(reversalCount)
                       move ptAmount to revAmount(reversalCount)
                       move ptSource to revSource(reversalCount)
                       move zeros to revOriginals(reversalCount)
                       move zeros to revOffsets(reversalCount)
                   else
                           move 'CHARGED OFF' to rejectReason
                           perform RejectPayment
                       when other
                           if ptTranType = 'W'
                               perform WaiveFee
                           else
                               perform ApplySuspenseRules
                           end-if
                   end-evaluate.

               *> a fee given back to the borrower comes off what is
               *> owed in fees - a waiver for more than is still due
               *> means the fee was already collected, and that is a
               *> refund for the desk, not a waiver
               WaiveFee.
                   if lmFeesDue is not numeric
                       move zeros to lmFeesDue
                   end-if.
                   if ptAmount = 0 or ptAmount > lmFeesDue
                       move 'FEE NOT DUE' to rejectReason
                       perform RejectPayment
                   else
                       subtract ptAmount from lmFeesDue
                       rewrite loanMasterRecord
                           invalid key
                               display "Unable to update loan "
                                   lmLoanNum " on the master"
                       end-rewrite
                       perform WriteMasterJournal
                       add 1 to waivedCount
                       *> the mirror of the late-fee assessment:
                       *> the fee income comes back out and the
                       *> receivable goes with it
                       move 'FEE-INC ' to glAccount
                       move ptAmount to glDebit
                       move zeros to glCredit
                       perform WriteJournalEntry
                       move 'FEES-REC' to glAccount
                       move zeros to glDebit
                       move ptAmount to glCredit
                       perform WriteJournalEntry
                       move ptLoanNum to outWaiveLoanNum
                       move spaces to outWaivePayDate(1:10)
                       move ptPayDate(1:4) to outWaivePayDate(1:4)
                       move '/' to outWaivePayDate(5:1)
                       move ptPayDate(5:2) to outWaivePayDate(6:2)
                       move '/' to outWaivePayDate(8:1)
                       move ptPayDate(7:2) to outWaivePayDate(9:2)
                       move ptAmount to outWaiveAmount
                       move lmFeesDue to outWaiveFeesDue
                       write reportLine from waiverDetail
                   end-if.

               *> a payment covering the full scheduled remittance
               *> posts straight through; a short one parks in the
               *> loan's suspense slot, and whole payments are
                   else
                       move lmMonthlyPayment to expectedRemit
                   end-if.
                   *> a revolving line has no scheduled remittance to
                   *> hold a short payment against - whatever comes in
                   *> posts, and the minimum-payment test is the
                   *> statement's business
                   if expectedRemit = 0
                       or ptAmount >= expectedRemit
                       or lmProduct = 'R'
                       move 'N' to postingFromSuspense
                       move ptAmount to postAmount
                       perform SplitPayment
                           move revLoanNum(revIdx) to ptLoanNum
                           move revPayDate(revIdx) to ptPayDate
                           move revAmount(revIdx) to ptAmount
                           perform CheckArchivedLoan
                           perform RejectPayment
                       not invalid key
                           move spaces to savedLoanImage
               *> a loan the bounced check had paid off is reopened
               RestoreMasterBalances.
                   add revPrincipal(revIdx) to lmCurrentBalance.
                   if (lmProduct = 'R'
                       or (lmProduct = 'S' and lmCapRule = 'N'))
                       and lmAccruedInt is numeric
                       add revInterest(revIdx) to lmAccruedInt
                   end-if.
                   if lmFeesDue is numeric
                       add revFees(revIdx) to lmFeesDue
                   end-if.
                   end-if.
                   if lmStatus = 'C' and lmCurrentBalance > 0
                       move 'A' to lmStatus
                       move zeros to lmClosedDate
                   end-if.
                   rewrite loanMasterRecord
                       invalid key
                   move 'R' to phTranType.
                   move revFees(revIdx) to phFees.
                   move spaces to phAllocOrder.
                   move revSource(revIdx) to phSource.
                   write payHistoryRecord.

               WriteReversalDetail.
                   *> origination date, not today's
                   move lmOrigDate to rateAsOfDate.
                   perform LookupRateAdder.
                   *> never more than the state usury ceiling, and
                   *> a borrower on active duty on the payment date
                   *> is charged no more than the servicemember cap
                   compute fullAnnualRate = lmIRate + rateAdder.
                   move ptPayDate to capAsOfDate.
                   perform HoldToUsuryCeiling.
                   perform ApplyRateCap.
                   compute fullMonthlyRate =
                       (fullAnnualRate / PercentBasis)
                           / MonthsPerYear.
                   compute monthlyRate =
                       (cappedAnnualRate / PercentBasis)
                           / MonthsPerYear.
                   move zeros to fullInterestDue.
                   *> a line's balance moves with every draw, so its
                   *> interest is what DailyAccrual has actually built
                   *> up day by day, not a month on today's balance -
                   *> and a student loan whose deferment interest was
                   *> left uncapitalised is billed the same way, so
                   *> that carried interest is paid off first and the
                   *> current period's accrual rides on top of it
                   if lmProduct = 'R'
                       or (lmProduct = 'S' and lmCapRule = 'N')
                       if lmAccruedInt is numeric
                           and lmAccruedInt > 0
                           move lmAccruedInt to interestDue
                       else
                           move zeros to interestDue
                       end-if
                   else
                       compute interestDue rounded =
                           lmCurrentBalance * monthlyRate
                       if rateCapped = 'Y'
                           compute fullInterestDue rounded =
                               lmCurrentBalance * fullMonthlyRate
                       end-if
                   end-if.
                   if lmFeesDue is not numeric
                       move zeros to lmFeesDue
                   end-if.
                       end-if
                       add escrowPart to lmEscrowBalance
                       subtract feesPart from lmFeesDue
                       *> the interest a line payment covers comes off
                       *> the accrued figure, which keeps running (as
                       *> does an uncapitalised student loan's)
                       if lmProduct = 'R'
                           or (lmProduct = 'S' and lmCapRule = 'N')
                           subtract interestPart from lmAccruedInt
                       end-if
                       *> scheduled payments are counted as covered
                       *> only when the money actually covers them -
                       *> every principal-and-interest dollar posted
                           add 1 to lmPaymentsPosted
                       end-if
                       move spaces to outPaidOff
                       *> a line paid down to nothing stays open for
                       *> the next draw
                       if lmCurrentBalance = 0
                           and lmProduct not = 'R'
                           move 'C' to lmStatus
                           move ptPayDate to lmClosedDate
                           add 1 to paidOffCount
                           move 'PAID OFF' to outPaidOff
                       end-if
                       perform WriteMasterJournal
                       move 'Y' to splitPosted
                       add 1 to postedCount
                       if fullInterestDue > interestDue
                           perform WriteRateCapLog
                       end-if
                       perform WritePayHistory
                       perform WriteJournalSplit
                       perform WritePostDetail
                       move ptAmount to rejAmount(rejectedCount)
                   end-if.

               *> a line's interest is charged - and its cap logged -
               *> as DailyAccrual builds it, never here
               WriteRateCapLog.
                   open extend rateCapFile.
                   if rateCapStatus = "05" or rateCapStatus = "35"
                       open output rateCapFile
                       close rateCapFile
                       open extend rateCapFile
                   end-if.
                   move runDate to rcRunDate.
                   move "PaymentPosting" to rcProgram.
                   move lmLoanNum to rcLoanNum.
                   move lmCustId to rcCustId.
                   move ptPayDate to rcAsOfDate.
                   move fullAnnualRate to rcFullRate.
                   move cappedAnnualRate to rcCappedRate.
                   move fullInterestDue to rcFullInterest.
                   move interestDue to rcCapInterest.
                   compute rcForgiven = fullInterestDue - interestDue.
                   write rateCapRecord.
                   close rateCapFile.

               WritePayHistory.
                   move ptLoanNum to phLoanNum.
                   move ptPayDate to phPayDate.
                   move space to phTranType.
                   move feesPart to phFees.
                   move thisAllocOrder to phAllocOrder.
                   move ptSource to phSource.
                   write payHistoryRecord.

               WritePostDetail.
                       close loanMaster
                       open i-o loanMaster
                   end-if.
                   open input loanHistory.
                   if loanHistStatus = "00"
                       move 'Y' to loanHistOpen
                   end-if.

               *> the suspense section of the report: what came in,
               *> what was released, and per loan the money still
                       move ErrorRunCode to return-code
                   end-if.

               *> the accounts this program's journal legs post to
               CheckPostingAccounts.
                   move 'CASH    ' to glAccount.
                   perform ValidateGlAccount.
                   move 'LOAN-PRN' to glAccount.
                   perform ValidateGlAccount.
                   move 'INT-INC ' to glAccount.
                   perform ValidateGlAccount.
                   move 'ESCROW  ' to glAccount.
                   perform ValidateGlAccount.
                   move 'SUSPENSE' to glAccount.
                   perform ValidateGlAccount.
                   move 'FEES-REC' to glAccount.
                   perform ValidateGlAccount.
                   move 'FEE-INC ' to glAccount.
                   perform ValidateGlAccount.

               copy "gl-account-io".

               OpenPayHistory.
                   open extend payHistory.
                   if payHistoryStatus = "05"

               copy "rate-table-io".

               copy "duty-cap-io".

               copy "usury-cap-io".

               copy "usury-io".

               copy "usury-region".

               copy "lock-io".

               *> one before/after image per master change onto the
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
