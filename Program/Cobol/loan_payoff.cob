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
           select warehouseFile assign to "pmtware.dat"
               organization is line sequential
               file status is warehouseStatus.
           select quoteFile assign to "loanquote.rpt"
               organization is line sequential
               file status is quoteStatus.
           fd rateTable.
               copy "rate-table".

           fd custFile.
               copy "customer-record".

           fd usuryTable.
               copy "usury-ceiling".

           fd warehouseFile.
               copy "scheduled-payment".

           fd quoteFile.
           01 quoteLine pic X(80).

           01 masterStatus pic X(2).
           01 rateTableStatus pic X(2).
           01 quoteStatus pic X(2).
           01 warehouseStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           77 tRate pic 9.
           copy "rate-tier-table".

           *> the quote charges what the loan would actually be
           *> charged on the payoff date - held to the borrower's
           *> state usury ceiling (copybook/usury-cap-io.cpy) and
           *> capped while they are on active duty
           *> (copybook/duty-cap-io.cpy)
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           copy "duty-cap-fields".
           copy "usury-table".

           *> accrued interest runs from the last payment-due
           *> anniversary (the origination day of month) to the payoff
           *> date, at the loan's monthly rate spread over the same
           77 daysAccrued pic S9(3) usage is COMPUTATIONAL.
           77 accruedInterest pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 payoffAmount pic 9(7)V99 usage is COMPUTATIONAL-3.
           *> payments the borrower has already scheduled on the
           *> warehouse and not yet released to posting - shown on
           *> the quote, not taken off it, since any of them may
           *> still be changed or cancelled
           77 pendingAmount pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 pendingCount pic 9(3) usage is COMPUTATIONAL
               value zeros.

           01 runDate.
               02 runYear  pic 9(4).
           01 quoteTotalLine.
               02 filler pic X(22) value ' Payoff Amount:       '.
               02 outPayoff pic $$$$,$$9.99.
           01 quotePendingLine.
               02 filler pic X(22) value ' Scheduled, pending:  '.
               02 outPending pic $$$$,$$9.99.
               02 filler pic X(2) value '  '.
               02 filler pic X(1) value '('.
               02 outPendingCount pic ZZ9.
               02 filler pic X(11) value ' scheduled)'.
           01 quotePreparedLine.
               02 filler pic X(22) value ' Prepared:            '.
               02 outPreparedDate pic 9999/99/99.
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform LoadRateTable.
               perform LoadUsuryCeilings.

               display "Loan number: " with no advancing.
               accept quoteLoanNum.
                   stop run
               end-if.

               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               perform ComputePayoff.
               perform FindPendingPayments.
               perform WriteQuoteDocument.
               close loanMaster.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.

               display "Payoff amount for loan " quoteLoanNum
                   " is " outPayoff.
               if pendingCount > 0
                   display "Scheduled payments pending on the loan: "
                       outPending
               end-if.
               display "Quote written to loanquote.rpt".

               string "loan " delimited by size
                   *> origination date, not today's
                   move lmOrigDate to rateAsOfDate.
                   perform LookupRateAdder.
                   compute fullAnnualRate = lmIRate + rateAdder.
                   move payoffDate to capAsOfDate.
                   perform HoldToUsuryCeiling.
                   perform ApplyRateCap.
                   compute monthlyRate =
                       (cappedAnnualRate / PercentBasis)
                           / MonthsPerYear.
                   if lmAccruedThru is numeric
                       and lmAccruedThru > 0
                   write quoteLine from quoteAccruedLine.
                   move payoffAmount to outPayoff.
                   write quoteLine from quoteTotalLine.
                   if pendingCount > 0
                       move pendingAmount to outPending
                       move pendingCount to outPendingCount
                       write quoteLine from quotePendingLine
                   end-if.
                   move spaces to outPreparedDate(1:10).
                   move spaces to outPreparedTime(1:8).
                   move runYear to outPreparedDate(1:4).
                   write quoteLine from breakLine.
                   close quoteFile.

               *> the loan's pending entries on the payment
               *> warehouse (see copybook/scheduled-payment.cpy) - no
               *> warehouse file just means nothing is scheduled
               FindPendingPayments.
                   open input warehouseFile.
                   if warehouseStatus = "00"
                       perform until warehouseStatus = "10"
                           read warehouseFile
                               at end
                                   continue
                               not at end
                                   if wpLoanNum = quoteLoanNum
                                       and wpStatus = 'P'
                                       and wpAmount is numeric
                                       add wpAmount to pendingAmount
                                       add 1 to pendingCount
                                   end-if
                           end-read
                       end-perform
                       close warehouseFile
                   end-if.

               copy "rate-table-io".

               copy "duty-cap-io".

               copy "usury-cap-io".

               copy "usury-io".

               copy "usury-region".

               *> record this quote on the shared audit trail - see
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
