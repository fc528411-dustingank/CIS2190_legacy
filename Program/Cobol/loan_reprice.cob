           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select usuryTable assign to "usury.tab"
               organization is line sequential
               file status is usuryTableStatus.
           select usuryCapLog assign to "usurycap.log"
               organization is line sequential
               file status is usuryCapStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select noticeReport assign to dynamic noticeFileName
               organization is line sequential.
           select lockFile assign to dynamic lockFileName
           fd rateTable.
               copy "rate-table".

           fd usuryTable.
               copy "usury-ceiling".

           fd usuryCapLog.
               copy "usury-cap-log".

           fd custFile.
               copy "customer-record".

           fd noticeReport.
           01 noticeLine pic X(80).

           77 savedLoanImage pic X(200).
           01 repriceParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           77 tRate pic 9.
           copy "rate-tier-table".

           *> the servicemember rate cap - see copybook/duty-cap-io.cpy
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           copy "duty-cap-fields".

           *> the state usury ceiling - see copybook/usury-io.cpy
           copy "usury-table".
           01 usuryCapStatus pic X(2).
           77 usuryCapped pic X(1).
           77 unheldRate pic 99V9(8).
           77 usuryCapCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           01 iRate pic 99V99999999.
           01 aprRate pic 99V99999999.
           77 remainingTerm pic S9(5) usage is COMPUTATIONAL.
           77 oldPayment pic 9(5)V999.
           77 newPayment pic 9(5)V999.

           01 runDate.
               02 runYear  pic 9(4).
               02 filler pic X(22) value ' New Annual Rate:     '.
               02 outNewApr pic Z9.999999.
               02 filler pic X(1) value '%'.
           01 noticeCapLine.
               02 filler pic X(50) value
           '   (servicemember rate cap - active military duty)'.
           01 noticeBlock3.
               02 filler pic X(22) value ' Old Monthly Payment: '.
               02 outOldPayment pic $$$,$$9.999.
           01 noticeBlock4.
               02 filler pic X(22) value ' New Monthly Payment: '.
               02 outNewPayment pic $$$,$$9.999.
           01 noticeBlock5.
               02 filler pic X(22) value ' Effective Date:      '.
               02 outEffDate pic 9999/99/99.
           01 noticeUsuryLine.
               02 filler pic X(42) value
           '   (held to the state usury ceiling for '.
               02 outUsuryRegion pic X(2).
               02 filler pic X(1) value ')'.
           01 summaryLine.
               02 filler pic X(22) value ' Loans repriced:      '.
               02 outRepricedCount pic ZZZZ9.
           01 usurySummaryLine.
               02 filler pic X(36) value
           ' Loans held to the usury ceiling:   '.
               02 outUsuryCount pic ZZZZ9.

           procedure division.
               *> reprices every open floating-rate loan (tier 2) on
               move "floating-tier reprice" to auditInputsValue.
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
                           *> closed and charged-off loans are done
                           *> being priced, and a revolving line has
                           *> no amortized payment to re-figure
                           if lmTier = 2 and lmStatus not = 'C'
                               and lmStatus not = 'O'
                               and lmProduct not = 'R'
                               perform RepriceOneLoan
                           end-if
                   end-read

               move repricedCount to outRepricedCount.
               write noticeLine from summaryLine.
               if usuryCapCount > 0
                   move usuryCapCount to outUsuryCount
                   write noticeLine from usurySummaryLine
               end-if.
               close noticeReport.
               close loanMaster.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               perform ReleaseSharedLock.
               stop run.

                   *> the loan onto the newly effective tier
                   move runDate to rateAsOfDate.
                   perform LookupRateAdder.
                   *> the repriced rate is still capped while the
                   *> borrower is on active duty - the payment is
                   *> figured at the rate actually charged
                   compute fullAnnualRate = lmIRate + rateAdder.
                   perform CapAtUsuryCeiling.
                   move runDate to capAsOfDate.
                   perform ApplyRateCap.
                   move cappedAnnualRate to aprRate.
                   compute iRate =
                       (cappedAnnualRate / PercentBasis)
                           / MonthsPerYear.
                   compute remainingTerm =
                       lmTerm - lmPaymentsPosted.
                       end-rewrite
                       perform WriteMasterJournal
                       add 1 to repricedCount
                       if usuryCapped = 'Y'
                           add 1 to usuryCapCount
                           perform WriteUsuryCapLog
                       end-if
                       perform WriteNotice
                   end-if.

                   move newPayment to outNewPayment.
                   write noticeLine from noticeBlock1.
                   write noticeLine from noticeBlock2.
                   if rateCapped = 'Y'
                       write noticeLine from noticeCapLine
                   end-if.
                   if usuryCapped = 'Y'
                       move usuryRegion to outUsuryRegion
                       write noticeLine from noticeUsuryLine
                   end-if.
                   write noticeLine from noticeBlock3.
                   write noticeLine from noticeBlock4.
                   write noticeLine from noticeBlock5.
                   write noticeLine from breakLine.

               *> a new adder that would carry the loan past its
               *> state's ceiling holds it at the ceiling instead:
               *> the payment is figured at the ceiling, the same
               *> hold every program that charges interest applies
               *> (copybook/usury-cap-io.cpy), and the nominal rate
               *> is left as booked. A repriced loan held there is
               *> logged to usurycap.log and noted on the notice
               CapAtUsuryCeiling.
                   move 'N' to usuryCapped.
                   if ceilingCount > 0
                       perform LookupLoanRegion
                       if usuryRegion not = spaces
                           move lmProduct to usuryProduct
                           move runDate to usuryAsOfDate
                           perform LookupUsuryCeiling
                           if usuryFound = 'Y'
                               and fullAnnualRate > usuryCeiling
                               perform HoldAtUsuryCeiling
                           end-if
                       end-if
                   end-if.

               HoldAtUsuryCeiling.
                   move fullAnnualRate to unheldRate.
                   move usuryCeiling to fullAnnualRate.
                   move 'Y' to usuryCapped.

               WriteUsuryCapLog.
                   open extend usuryCapLog.
                   if usuryCapStatus = "05" or usuryCapStatus = "35"
                       open output usuryCapLog
                       close usuryCapLog
                       open extend usuryCapLog
                   end-if.
                   move runDate to ulRunDate.
                   move "FloatingReprice" to ulProgram.
                   move lmLoanNum to ulLoanNum.
                   move lmCustId to ulCustId.
                   move usuryRegion to ulRegion.
                   move usuryProduct to ulProduct.
                   move unheldRate to ulFullRate.
                   move usuryCeiling to ulCeiling.
                   move lmIRate to ulNominal.
                   move rateAdder to ulAdder.
                   write usuryCapRecord.
                   close usuryCapLog.

               copy "usury-io".

               copy "usury-region".

               copy "rate-table-io".

               copy "duty-cap-io".

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
