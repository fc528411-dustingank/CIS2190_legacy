           select payHistory assign to "payhist.dat"
               organization is line sequential
               file status is payHistoryStatus.
           select participationFile assign to "particip.tab"
               organization is line sequential
               file status is participationStatus.
           select dashReport assign to dynamic reportFileName
               organization is line sequential.
           select dashHistory assign to "dashhist.dat"
           fd payHistory.
               copy "pay-history".

           fd participationFile.
               copy "participation".

           fd dashReport.
           01 reportLine pic X(90).


           01 masterStatus pic X(2).
           01 payHistoryStatus pic X(2).
           01 participationStatus pic X(2).
           01 dashHistStatus pic X(2).
           01 dashParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           77 payoffCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> the shares of loans sold to investors - see
           *> copybook/participation-io.cpy - so the active book can
           *> be shown as ours apart from the gross
           copy "participation-table".
           77 participatedCount pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 loanRetained pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 retainedBalance pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 soldBalance pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.

           *> loans with a posted payment in the run month, so a
           *> closed loan paid this month counts as this period's
           *> payoff - maxPaidLoans is a fixed, documented limit in
           procedure division.
               *> the one-page answer to "how's the book?": loan
               *> counts and balances rolled up by tier, currency,
               *> and status, the active book gross and net of the
               *> shares sold to investors, the balance-weighted
               *> average rate,
               *> the delinquency percentage off the shared aging
               *> arithmetic, this month's new originations and
               *> payoffs, and a trend section against the prior
               move "LOANMAST roll-up pass" to auditInputsValue.
               perform WriteAuditTrail.
               perform LoadMonthPayments.
               perform LoadParticipations.
               perform ReadPriorRun.

               open input loanMaster.
                       end-if
                       add 1 to tlCount(tierIdx)
                       add lmCurrentBalance to tlBalance(tierIdx)
                       perform RollUpRetainedShare
                       perform RollUpCurrency
                       compute rateWeightSum =
                           rateWeightSum
                       end-if
                   end-if.

               *> our part of the loan once the investors' shares
               *> are taken out
               RollUpRetainedShare.
                   move lmLoanNum to partLoanNum.
                   perform FindSoldPercent.
                   compute loanRetained rounded =
                       lmCurrentBalance * retainedPercent / 100.
                   add loanRetained to retainedBalance.
                   if soldPercent > 0
                       add 1 to participatedCount
                       compute soldBalance = soldBalance
                           + lmCurrentBalance - loanRetained
                   end-if.

               RollUpCurrency.
                   move 'N' to curFound.
                   move 1 to curIdx.

               copy "aging-io".

               copy "participation-io".

               CheckPaidThisMonth.
                   move 'N' to pdFound.
                   move 1 to pdIdx.
                                   if pdYear = runYear
                                       and pdMonth = runMonth
                                       and phTranType not = 'R'
                                       and phTranType not = 'F'
                                       perform StorePaidLoan
                                   end-if
                           end-read
                   write reportLine from rollDetail.
                   write reportLine from breakLine.

                   move ' Gross vs Retained (active)'
                       to outSectionLabel.
                   write reportLine from sectionHeading.
                   move ' Gross book ' to outRollLabel.
                   move activeCount to outRollCount.
                   move activeBalance to outRollBalance.
                   write reportLine from rollDetail.
                   move ' Sold       ' to outRollLabel.
                   move participatedCount to outRollCount.
                   move soldBalance to outRollBalance.
                   write reportLine from rollDetail.
                   move ' Retained   ' to outRollLabel.
                   move activeCount to outRollCount.
                   move retainedBalance to outRollBalance.
                   write reportLine from rollDetail.
                   write reportLine from breakLine.

                   move ' By Tier (active)' to outSectionLabel.
                   write reportLine from sectionHeading.
                   move 1 to tierIdx.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
