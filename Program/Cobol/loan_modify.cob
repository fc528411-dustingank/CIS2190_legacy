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
           select approvalFile assign to "approvals.dat"
               organization is line sequential
               file status is approvalStatus.
           select compareReport assign to "loanmod.rpt"
               organization is line sequential
               file status is compareStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           fd rateTable.
               copy "rate-table".

           fd usuryTable.
               copy "usury-ceiling".

           fd usuryCapLog.
               copy "usury-cap-log".

           fd custFile.
               copy "customer-record".

           fd approvalFile.
               copy "approval-entry".

           fd compareReport.
           01 compareLine pic X(80).
           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           copy "business-constants".

           01 masterStatus pic X(2).
           01 rateTableStatus pic X(2).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> the restructure is proposed here and made by a
           *> second operator in ApprovalQueue - see
           *> copybook/approval-fields.cpy
           copy "approval-fields".
           77 savedLoanImage pic X(200).
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 compareStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces

           77 tRate pic 9.
           copy "rate-tier-table".

           *> the state usury ceiling - see copybook/usury-io.cpy
           copy "usury-table".
           01 usuryCapStatus pic X(2).
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           77 usuryCapped pic X(1) value 'N'.
           77 fullAnnualRate pic 99V9(8).
           77 unheldRate pic 99V9(8).
           copy "aging-fields".

           *> the restructure arithmetic - the overdue amount the
           77 iRate pic 99V99999999.
           77 oldRate pic 9V9(8).
           77 oldTerm pic 999.
           77 oldPayment pic 9(5)V999.
           77 oldBalance pic S9(7)V99 usage is COMPUTATIONAL-3.
           77 newPayment pic 9(5)V999.
           77 remainingTerm pic S9(5) usage is COMPUTATIONAL.

           01 runDate.
           01 compareLoanLine.
               02 filler pic X(22) value ' Loan Number:         '.
               02 outLoanNum pic ZZZZ9.
           01 comparePendingLine.
               02 filler pic X(40) value
           ' PROPOSED - awaiting approval, entry    '.
               02 outEntryId pic 9(6).
           01 compareHeads.
               02 filler pic X(40) value
           '                    Before        After'.
               02 outNewTerm pic ZZ999.
           01 comparePayLine.
               02 filler pic X(17) value ' Monthly Payment '.
               02 outOldPayment pic ZZZZZ9.999.
               02 filler pic X(3) value space.
               02 outNewPayment pic ZZZZZ9.999.
           01 compareBalLine.
               02 filler pic X(17) value ' Balance         '.
               02 outOldBalance pic ZZZZZZ9.99.
           01 compareCapLine.
               02 filler pic X(26) value ' Arrears capitalized:     '.
               02 outCapitalized pic $$$$,$$9.99.
           01 compareUsuryLine.
               02 filler pic X(31) value
           ' Held to the usury ceiling for '.
               02 outUsuryRegion pic X(2).
               02 filler pic X(2) value ': '.
               02 outUsuryCeiling pic Z9.9999.
           01 compareUsuryKeyed.
               02 filler pic X(31) value
           '   rate it would have charged  '.
               02 outUnheldRate pic Z9.999999.

           procedure division.
               *> restructures an existing loan in place instead of
               *> the rest of the shop uses, a before/after
               *> comparison printed, and a modification history
               *> record kept so later statements and payoff quotes
               *> stay truthful. The loan is not rewritten here: the
               *> restructured loan goes onto approvals.dat with the
               *> loan as it stands, and ApprovalQueue makes the
               *> change, journals it and keeps the history record
               *> once a second operator approves it
               accept runDate from date yyyymmdd.
               accept runTime from time.
               *> restructuring changes loan pricing - the same
               *> maintenance-role gate the rate table has
               perform CheckOperatorRole.
                   stop run
               end-if.
               perform LoadRateTable.
               perform LoadUsuryCeilings.

               display "Loan number: " with no advancing.
               accept modLoanNum.
                       "remove LOANMAST.lck"
                   stop run
               end-if.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no modification possible"
                   perform ReleaseSharedLock
                   stop run
               end-if.
               *> a revolving line has no term or payment schedule to
               *> restructure - its line amount is changed through
               *> the loan batch instead
               if lmProduct = 'R'
                   display "Loan " modLoanNum
                       " is a revolving line - no modification"
                   close loanMaster
                   perform ReleaseSharedLock
                   stop run
               end-if.
               *> one restructure waits for approval at a time - a
               *> second proposal on top would be priced from terms
               *> the first may be about to change
               perform LoadApprovals.
               if approvalsNotHeld > 0
                   display "approvals.dat has " approvalsNotHeld
                       " entries the table cannot hold - no "
                       "modification possible; see the supervisor"
                   close loanMaster
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move 'M' to findKind.
               move spaces to findKey.
               move lmLoanNum to findKey.
               perform FindLatestApproval.
               if apFound = 'Y'
                   if aeState(apIdx) = 'P'
                       display "Loan " modLoanNum " already has a "
                           "modification awaiting approval - entry "
                           saEntryId
                       close loanMaster
                       perform ReleaseSharedLock
                       stop run
                   end-if
               end-if.
               move spaces to savedLoanImage.
               move loanMasterRecord to savedLoanImage.

                   with no advancing.
               accept capitalizeChoice.

               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               perform ApplyModification.
               perform ProposeModification.
               perform WriteComparison.
               close loanMaster.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               perform ReleaseSharedLock.

               display "Loan " modLoanNum " modification sent for "
                   "approval - entry " makerEntryId
                   ", new payment would be " lmMonthlyPayment.
               display "Comparison written to loanmod.rpt".

               string "proposed modification loan " delimited by size
                   modLoanNum delimited by size
                   " entry " delimited by size
                   makerEntryId delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.
               stop run.
                   move lmTier to tRate.
                   move runDate to rateAsOfDate.
                   perform LookupRateAdder.
                   compute fullAnnualRate = lmIRate + rateAdder.
                   perform CapAtUsuryCeiling.
                   compute iRate =
                       (fullAnnualRate / PercentBasis)
                           / MonthsPerYear.
                   compute newPayment =
                       (iRate / (1.0 - (1 + iRate)
                   compute lmTerm =
                       lmPaymentsPosted + remainingTerm.

               *> the maker entry carries the loan before and after
               *> the restructure and the arrears capitalized - all
               *> the checker needs to see it and the history record
               *> needs to be written once it is approved
               ProposeModification.
                   move spaces to approvalRecord.
                   move 'M' to apKind.
                   move 'C' to apAction.
                   move lmLoanNum to apKey.
                   move arrearsAmount to apAmount.
                   move "restructure proposed" to apNote.
                   move savedLoanImage to apBefore.
                   move loanMasterRecord to apAfter.
                   perform WriteMakerEntry.

               copy "approval-io".

               copy "approval-maker-io".

               copy "aging-io".

                   write compareLine from compareTitle.
                   move lmLoanNum to outLoanNum.
                   write compareLine from compareLoanLine.
                   move makerEntryId to outEntryId.
                   write compareLine from comparePendingLine.
                   write compareLine from compareHeads.
                   move oldRate to outOldRate.
                   move lmIRate to outNewRate.
                       move arrearsAmount to outCapitalized
                       write compareLine from compareCapLine
                   end-if.
                   if usuryCapped = 'Y'
                       move usuryRegion to outUsuryRegion
                       move usuryCeiling to outUsuryCeiling
                       write compareLine from compareUsuryLine
                       move unheldRate to outUnheldRate
                       write compareLine from compareUsuryKeyed
                   end-if.
                   write compareLine from breakLine.
                   close compareReport.

               *> the new rate plus today's adder may not carry the
               *> loan past its state's ceiling: the payment is
               *> figured at the ceiling, the same hold every program
               *> that charges interest applies (see
               *> copybook/usury-cap-io.cpy) - the keyed rate stays
               *> on the master as booked. The operator is told, and
               *> the loan is logged to usurycap.log beside
               *> FloatingReprice's holds
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
                   display "Rate " unheldRate " is over the "
                       usuryRegion " usury ceiling " usuryCeiling
                       " - charged at the ceiling".
                   open extend usuryCapLog.
                   if usuryCapStatus = "05" or usuryCapStatus = "35"
                       open output usuryCapLog
                       close usuryCapLog
                       open extend usuryCapLog
                   end-if.
                   move runDate to ulRunDate.
                   move "LoanModification" to ulProgram.
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

                       close operatorFile
                   end-if.

               *> record this modification on the shared audit trail
               *> - see copybook/audit-trail.cpy and the matching
               *> paragraph in stateNew and LoanRepayment
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
