           identification division.
           program-id. RefinanceAnalysis.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select analysisFile assign to "refinance.rpt"
               organization is line sequential
               file status is analysisStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd rateTable.
               copy "rate-table".

           fd analysisFile.
           01 analysisLine pic X(80).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           copy "business-constants".

           01 masterStatus pic X(2).
           01 rateTableStatus pic X(2).
           01 analysisStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           77 refiLoanNum pic 9(5).
           77 tRate pic 9.
           copy "rate-tier-table".

           *> the proposal as keyed: the new rate either priced off
           *> loanrate.tab (a base rate plus today's adder for the
           *> tier) or keyed all-in, the new term in months, the
           *> closing costs paid to refinance, and the annual rate
           *> future dollars are discounted at for the present-value
           *> comparison
           77 rateSource pic X(1).
           77 newBaseRate pic 9V9(8).
           77 newTier pic 9.
           77 newAnnualRate pic 99V9(4).
           77 newTerm pic 999.
           77 closingCosts pic 9(7)V99.
           77 discountRate pic 99V9(4).

           *> the loan as it stands and the two schedules run side
           *> by side a month at a time from today's balance
           77 currentAnnualRate pic 99V9(8).
           77 currentMonthly pic 9V9(10).
           77 newMonthly pic 9V9(10).
           77 discountMonthly pic 9V9(10).
           77 remainingTerm pic S999 usage is COMPUTATIONAL.
           77 currentPayment pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 newPayment pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 monthlySaving pic S9(7)V99 usage is COMPUTATIONAL-3.
           77 currentBal pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 newBal pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 monthInterest pic S9(7)V99 usage is COMPUTATIONAL-3.
           77 monthPayment pic S9(7)V99 usage is COMPUTATIONAL-3.
           77 discountFactor pic 9V9(12) usage is COMPUTATIONAL-3.
           77 currentInterest pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 newInterest pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 currentPvInterest pic S9(9)V99
               usage is COMPUTATIONAL-3.
           77 newPvInterest pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 currentPvCost pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 newPvCost pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 cumulativeSaving pic S9(9)V99
               usage is COMPUTATIONAL-3.
           77 breakEvenMonth pic 999 value zeros.
           77 monthNum pic 999 usage is COMPUTATIONAL.
           77 lastMonth pic 999 usage is COMPUTATIONAL.
           77 outTermShow pic ZZ9.
           *> the amortized payment helper's inputs and answer
           77 amortBalance pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 amortRate pic 9V9(10).
           77 amortTerm pic 999.
           77 amortPayment pic 9(7)V99 usage is COMPUTATIONAL-3.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runDateNumber redefines runDate pic 9(8).
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 breakLine.
               02 filler pic X(66) value all '-'.
           01 analysisTitle.
               02 filler pic X(32) value
                   '   REFINANCE ANALYSIS   as of '.
               02 outRunDate pic 9999/99/99.
           01 analysisLoanLine.
               02 filler pic X(26) value ' Loan Number:'.
               02 outLoanNum pic ZZZZ9.
           01 analysisBalanceLine.
               02 filler pic X(26) value ' Balance Refinanced:'.
               02 outBalance pic $$$,$$$,$$9.99.
           01 analysisHeads.
               02 filler pic X(26) value space.
               02 filler pic X(40) value
                   '    Keep current      Refinance'.
           01 analysisRateLine.
               02 filler pic X(26) value ' Annual Rate (%):'.
               02 outCurrentRate pic Z(8)9.9999.
               02 filler pic X(2) value space.
               02 outNewRate pic Z(8)9.9999.
           01 analysisTermLine.
               02 filler pic X(26) value ' Payments Left / Term:'.
               02 outCurrentTerm pic Z(10)999.
               02 filler pic X(2) value space.
               02 outNewTerm pic Z(10)999.
           01 analysisPaymentLine.
               02 filler pic X(26) value ' Monthly Payment:'.
               02 outCurrentPayment pic $$$,$$$,$$9.99.
               02 filler pic X(2) value space.
               02 outNewPayment pic $$$,$$$,$$9.99.
           01 analysisInterestLine.
               02 filler pic X(26) value ' Total Interest:'.
               02 outCurrentInterest pic $$$,$$$,$$9.99.
               02 filler pic X(2) value space.
               02 outNewInterest pic $$$,$$$,$$9.99.
           01 analysisPvInterestLine.
               02 filler pic X(26) value ' Interest, Present Value:'.
               02 outCurrentPvInterest pic $$$,$$$,$$9.99.
               02 filler pic X(2) value space.
               02 outNewPvInterest pic $$$,$$$,$$9.99.
           01 analysisPvCostLine.
               02 filler pic X(26) value ' Cost incl. Closing, PV:'.
               02 outCurrentPvCost pic $$$,$$$,$$9.99.
               02 filler pic X(2) value space.
               02 outNewPvCost pic $$$,$$$,$$9.99.
           01 analysisCostsLine.
               02 filler pic X(26) value ' Closing Costs:'.
               02 outClosingCosts pic $$$,$$$,$$9.99.
           01 analysisSavingLine.
               02 filler pic X(26) value ' Monthly Saving:'.
               02 outMonthlySaving pic $$$,$$$,$$9.99-.
           01 analysisBreakEvenLine.
               02 filler pic X(26) value ' Break-even Month:'.
               02 outBreakEven pic ZZ9.
               02 filler pic X(32) value
                   ' (savings repay closing costs)'.
           01 analysisNoBreakEvenLine.
               02 filler pic X(26) value ' Break-even Month:'.
               02 filler pic X(40) value
                   'never - the savings do not repay costs'.
           01 analysisDiscountLine.
               02 filler pic X(26) value ' Discounted at (%/yr):'.
               02 outDiscountRate pic Z9.9999.
           01 analysisPreparedLine.
               02 filler pic X(26) value ' Prepared:'.
               02 outPreparedDate pic 9999/99/99.
               02 filler pic X(1) value space.
               02 outPreparedTime pic 99B99B99.

           procedure division.
               *> answers the borrower's "is refinancing worth it?"
               *> against the loan as it actually stands on the
               *> master: today's balance and the payments left at
               *> the loan's own rate, set beside a proposed rate,
               *> term and closing costs - the new payment, the
               *> monthly saving, the month the savings have paid the
               *> closing costs back, and the interest each way in
               *> today's dollars. Each analysis is printed as a
               *> dated document for the borrower and logged to the
               *> audit trail
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform LoadRateTable.

               display "Loan number: " with no advancing.
               accept refiLoanNum.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
               copy "reprompt" replacing
                   ==FIELD== by ==refiLoanNum==
                   ==VALID-COND== by
                       ==refiLoanNum is numeric
                           and refiLoanNum > 0==
                   ==ERROR-MSG== by
                       =="Invalid loan number - must be > 0: "==.

               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST is not on file - "
                       "no analysis possible"
                   stop run
               end-if.
               move refiLoanNum to lmLoanNum.
               read loanMaster
                   invalid key
                       display "Loan " refiLoanNum
                           " is not on the master file"
                       close loanMaster
                       stop run
               end-read.
               close loanMaster.
               if lmStatus not = 'A'
                   display "Loan " refiLoanNum
                       " is not active - nothing to refinance"
                   stop run
               end-if.
               if lmProduct = 'R'
                   display "Loan " refiLoanNum " is a revolving "
                       "line - it has no term to refinance"
                   stop run
               end-if.
               if lmCurrentBalance not > 0
                   display "Loan " refiLoanNum
                       " has no balance to refinance"
                   stop run
               end-if.

               perform DescribeCurrentLoan.
               perform PromptProposal.
               perform CompareSchedules.
               perform WriteAnalysisDocument.

               display "New payment " outNewPayment
                   "  monthly saving " outMonthlySaving.
               if breakEvenMonth > 0
                   display "Break-even in month " outBreakEven
               else
                   display "The savings never repay the closing "
                       "costs"
               end-if.
               display "Analysis written to refinance.rpt".

               move spaces to auditInputsValue.
               string "loan " delimited by size
                   refiLoanNum delimited by size
                   " refi " delimited by size
                   outNewRate delimited by size
                   "% " delimited by size
                   newTerm delimited by size
                   " mo" delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.
               stop run.

               *> the loan's own all-in rate (at the adder in force
               *> when it was written, as every schedule prices it)
               *> and the payments still to run
               DescribeCurrentLoan.
                   move lmTier to tRate.
                   move lmOrigDate to rateAsOfDate.
                   perform LookupRateAdder.
                   compute currentAnnualRate = lmIRate + rateAdder.
                   compute currentMonthly =
                       (currentAnnualRate / PercentBasis)
                           / MonthsPerYear.
                   compute remainingTerm = lmTerm - lmPaymentsPosted.
                   if remainingTerm < 1
                       move 1 to remainingTerm
                   end-if.
                   *> today's balance amortized over the payments
                   *> left, so both sides of the comparison pay off
                   *> the same dollars exactly
                   move lmCurrentBalance to amortBalance.
                   move currentMonthly to amortRate.
                   move remainingTerm to amortTerm.
                   perform ComputeAmortPayment.
                   move amortPayment to currentPayment.
                   move lmCurrentBalance to outBalance.
                   move currentAnnualRate to outCurrentRate.
                   move remainingTerm to outTermShow.
                   display "Balance " outBalance "  rate "
                       outCurrentRate "%  payments left "
                       outTermShow.

               PromptProposal.
                   display "New rate - (T)ier from loanrate.tab or "
                       "(K)eyed all-in: " with no advancing.
                   accept rateSource.
                   inspect rateSource converting "tk" to "TK".
                   copy "reprompt" replacing
                       ==FIELD== by ==rateSource==
                       ==VALID-COND== by
                           ==rateSource = 'T' or rateSource = 'K'
                               or rateSource = 't'
                               or rateSource = 'k'==
                       ==ERROR-MSG== by
                           =="Enter T or K: "==.
                   inspect rateSource converting "tk" to "TK".
                   if rateSource = 'T'
                       perform PromptTierRate
                   else
                       perform PromptKeyedRate
                   end-if.
                   display "New term in months: " with no advancing.
                   accept newTerm.
                   copy "reprompt" replacing
                       ==FIELD== by ==newTerm==
                       ==VALID-COND== by
                           ==newTerm is numeric and newTerm > 0==
                       ==ERROR-MSG== by
                           =="Invalid term - must be > 0: "==.
                   display "Closing costs (9999999.99): "
                       with no advancing.
                   accept closingCosts.
                   copy "reprompt" replacing
                       ==FIELD== by ==closingCosts==
                       ==VALID-COND== by
                           ==closingCosts is numeric==
                       ==ERROR-MSG== by
                           =="Invalid amount - re-enter: "==.
                   display "Discount rate for present value (%/yr, "
                       "0 for the new rate): " with no advancing.
                   accept discountRate.
                   copy "reprompt" replacing
                       ==FIELD== by ==discountRate==
                       ==VALID-COND== by
                           ==discountRate is numeric==
                       ==ERROR-MSG== by
                           =="Invalid rate - re-enter: "==.
                   if discountRate = 0
                       move newAnnualRate to discountRate
                   end-if.
                   compute newMonthly =
                       (newAnnualRate / PercentBasis) / MonthsPerYear.
                   compute discountMonthly =
                       (discountRate / PercentBasis) / MonthsPerYear.

               PromptKeyedRate.
                   display "All-in annual rate (%, 99.9999): "
                       with no advancing.
                   accept newAnnualRate.
                   perform until newAnnualRate is numeric
                       and newAnnualRate > 0
                       display "Invalid rate - must be > 0: "
                       accept newAnnualRate
                   end-perform.

               *> the same pricing a new loan gets on the batch: a
               *> base rate plus the tier's adder in force today
               PromptTierRate.
                   display "Base rate (9.99999999, 0 keeps the "
                       "loan's own): " with no advancing.
                   accept newBaseRate.
                   copy "reprompt" replacing
                       ==FIELD== by ==newBaseRate==
                       ==VALID-COND== by
                           ==newBaseRate is numeric==
                       ==ERROR-MSG== by
                           =="Invalid rate - re-enter: "==.
                   if newBaseRate = 0
                       move lmIRate to newBaseRate
                   end-if.
                   display "Tier (0 keeps the loan's " lmTier "): "
                       with no advancing.
                   accept newTier.
                   if newTier is not numeric or newTier = 0
                       move lmTier to newTier
                   end-if.
                   move newTier to tRate.
                   move runDateNumber to rateAsOfDate.
                   perform LookupRateAdder.
                   perform until rateFound = 'Y'
                       display "Tier " tRate " is not in force on "
                           "loanrate.tab - re-enter: "
                           with no advancing
                       accept newTier
                       move newTier to tRate
                       perform LookupRateAdder
                   end-perform.
                   compute newAnnualRate = newBaseRate + rateAdder.

               *> both schedules a month at a time from today's
               *> balance: the interest each way, that interest
               *> discounted back to today, and the running saving
               *> against the closing costs - the first month it
               *> covers them is the break-even
               CompareSchedules.
                   move lmCurrentBalance to amortBalance.
                   move newMonthly to amortRate.
                   move newTerm to amortTerm.
                   perform ComputeAmortPayment.
                   move amortPayment to newPayment.
                   compute monthlySaving = currentPayment - newPayment.
                   move lmCurrentBalance to currentBal.
                   move lmCurrentBalance to newBal.
                   move zeros to currentInterest newInterest.
                   move zeros to currentPvInterest newPvInterest.
                   move zeros to currentPvCost.
                   move closingCosts to newPvCost.
                   move zeros to cumulativeSaving.
                   move zeros to breakEvenMonth.
                   move 1 to discountFactor.
                   move remainingTerm to lastMonth.
                   if newTerm > lastMonth
                       move newTerm to lastMonth
                   end-if.
                   move 1 to monthNum.
                   perform until monthNum > lastMonth
                       compute discountFactor rounded =
                           discountFactor / (1 + discountMonthly)
                       perform RunCurrentMonth
                       perform RunNewMonth
                       if breakEvenMonth = 0
                           and cumulativeSaving >= closingCosts
                           move monthNum to breakEvenMonth
                       end-if
                       add 1 to monthNum
                   end-perform.

               RunCurrentMonth.
                   if monthNum <= remainingTerm and currentBal > 0
                       compute monthInterest rounded =
                           currentBal * currentMonthly
                       compute monthPayment =
                           currentPayment
                       if monthNum = remainingTerm
                           or monthPayment > currentBal + monthInterest
                           compute monthPayment =
                               currentBal + monthInterest
                       end-if
                       compute currentBal =
                           currentBal + monthInterest - monthPayment
                       add monthInterest to currentInterest
                       compute currentPvInterest rounded =
                           currentPvInterest
                               + (monthInterest * discountFactor)
                       compute currentPvCost rounded =
                           currentPvCost
                               + (monthPayment * discountFactor)
                       add monthPayment to cumulativeSaving
                   end-if.

               RunNewMonth.
                   if monthNum <= newTerm and newBal > 0
                       compute monthInterest rounded =
                           newBal * newMonthly
                       compute monthPayment = newPayment
                       if monthNum = newTerm
                           or monthPayment > newBal + monthInterest
                           compute monthPayment =
                               newBal + monthInterest
                       end-if
                       compute newBal =
                           newBal + monthInterest - monthPayment
                       add monthInterest to newInterest
                       compute newPvInterest rounded =
                           newPvInterest
                               + (monthInterest * discountFactor)
                       compute newPvCost rounded =
                           newPvCost
                               + (monthPayment * discountFactor)
                       subtract monthPayment from cumulativeSaving
                   end-if.

               *> the level payment that retires amortBalance over
               *> amortTerm months at amortRate a month - the same
               *> formula LoanRepayment and the master load use
               ComputeAmortPayment.
                   if amortRate > 0
                       compute amortPayment rounded =
                           (amortRate /
                               (1.0 - (1 + amortRate) ** -amortTerm))
                               * amortBalance
                   else
                       compute amortPayment rounded =
                           amortBalance / amortTerm
                   end-if.

               WriteAnalysisDocument.
                   open extend analysisFile.
                   if analysisStatus = "05" or analysisStatus = "35"
                       open output analysisFile
                       close analysisFile
                       open extend analysisFile
                   end-if.
                   write analysisLine from breakLine.
                   move runDateNumber to outRunDate.
                   write analysisLine from analysisTitle.
                   move lmLoanNum to outLoanNum.
                   write analysisLine from analysisLoanLine.
                   move lmCurrentBalance to outBalance.
                   write analysisLine from analysisBalanceLine.
                   write analysisLine from analysisHeads.
                   move currentAnnualRate to outCurrentRate.
                   move newAnnualRate to outNewRate.
                   write analysisLine from analysisRateLine.
                   move remainingTerm to outCurrentTerm.
                   move newTerm to outNewTerm.
                   write analysisLine from analysisTermLine.
                   move currentPayment to outCurrentPayment.
                   move newPayment to outNewPayment.
                   write analysisLine from analysisPaymentLine.
                   move currentInterest to outCurrentInterest.
                   move newInterest to outNewInterest.
                   write analysisLine from analysisInterestLine.
                   move currentPvInterest to outCurrentPvInterest.
                   move newPvInterest to outNewPvInterest.
                   write analysisLine from analysisPvInterestLine.
                   move currentPvCost to outCurrentPvCost.
                   move newPvCost to outNewPvCost.
                   write analysisLine from analysisPvCostLine.
                   move closingCosts to outClosingCosts.
                   write analysisLine from analysisCostsLine.
                   move monthlySaving to outMonthlySaving.
                   write analysisLine from analysisSavingLine.
                   if breakEvenMonth > 0
                       move breakEvenMonth to outBreakEven
                       write analysisLine from analysisBreakEvenLine
                   else
                       write analysisLine
                           from analysisNoBreakEvenLine
                   end-if.
                   move discountRate to outDiscountRate.
                   write analysisLine from analysisDiscountLine.
                   move runDateNumber to outPreparedDate.
                   move spaces to outPreparedTime(1:8).
                   move runHour to outPreparedTime(1:2).
                   move runMinute to outPreparedTime(4:2).
                   move runSecond to outPreparedTime(7:2).
                   write analysisLine from analysisPreparedLine.
                   write analysisLine from breakLine.
                   close analysisFile.

               copy "rate-table-io".

               *> record this analysis on the shared audit trail -
               *> see copybook/audit-trail.cpy and the matching
               *> paragraph in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "RefinanceAnalysis" to auditProgram.
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
