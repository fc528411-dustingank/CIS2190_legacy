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
           select noticeReport assign to dynamic noticeFileName
               organization is line sequential.
           select lockFile assign to dynamic lockFileName
           fd rateTable.
               copy "rate-table".

           fd custFile.
               copy "customer-record".

           fd usuryTable.
               copy "usury-ceiling".

           fd noticeReport.
           01 noticeLine pic X(80).

           77 savedLoanImage pic X(200).
           01 recastParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           77 tRate pic 9.
           copy "rate-tier-table".

           *> the rate replayed and recast at is the rate charged
           *> on the recast date - held to the borrower's state
           *> usury ceiling (copybook/usury-cap-io.cpy) and capped
           *> while they are on active duty
           *> (copybook/duty-cap-io.cpy)
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           copy "duty-cap-fields".
           copy "usury-table".

           *> the same monthly-rate and amortization arithmetic
           *> LoanRepayment's ComputeAndWriteMonths uses - the
           *> scheduled balance is replayed month by month so the
           77 schedPrincipal pic 9(7)V999 usage is COMPUTATIONAL-3.
           77 qualifyBalance pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 remainingTerm pic S9(5) usage is COMPUTATIONAL.
           77 oldPayment pic 9(5)V999.
           77 newPayment pic 9(5)V999.

           01 runDate.
               02 runYear  pic 9(4).
               02 outActualBalance pic $$$$,$$9.99.
           01 noticeBlock4.
               02 filler pic X(22) value ' Old Monthly Payment: '.
               02 outOldPayment pic $$$,$$9.999.
           01 noticeBlock5.
               02 filler pic X(22) value ' New Monthly Payment: '.
               02 outNewPayment pic $$$,$$9.999.
           01 noticeBlock6.
               02 filler pic X(22) value ' Effective Date:      '.
               02 outEffDate pic 9999/99/99.
               move "LOANMAST recast pass" to auditInputsValue.
               perform WriteAuditTrail.
               perform LoadRateTable.
               perform LoadUsuryCeilings.

               move "LOANMAST.lck" to lockFileName.
               perform AcquireSharedLock.
                   perform ReleaseSharedLock
                   stop run
               end-if.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               open output noticeReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
                           move 'Y' to masterEof
                       not at end
                           if lmStatus = 'A'
                               and lmProduct not = 'R'
                               and lmPaymentsPosted > 0
                               and lmPaymentsPosted < lmTerm
                               perform ConsiderRecast
               write noticeLine from summaryLine.
               close noticeReport.
               close loanMaster.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               perform ReleaseSharedLock.
               stop run.

                   *> origination date, not today's
                   move lmOrigDate to rateAsOfDate.
                   perform LookupRateAdder.
                   compute fullAnnualRate = lmIRate + rateAdder.
                   move runDate to capAsOfDate.
                   perform HoldToUsuryCeiling.
                   perform ApplyRateCap.
                   compute iRate =
                       (cappedAnnualRate / PercentBasis)
                           / MonthsPerYear.
                   move lmPrincipal to schedBalance.
                   move 1 to monthNum.

               copy "rate-table-io".

               copy "duty-cap-io".

               copy "usury-cap-io".

               copy "usury-io".

               copy "usury-region".

               copy "lock-io".

               *> recast.par, if present, supplies the notice file
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
