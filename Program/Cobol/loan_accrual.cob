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
           select payHistory assign to "payhist.dat"
               organization is line sequential
               file status is payHistoryStatus.
           fd rateTable.
               copy "rate-table".

           fd custFile.
               copy "customer-record".

           fd usuryTable.
               copy "usury-ceiling".

           fd rateCapFile.
               copy "rate-cap-log".

           fd payHistory.
               copy "pay-history".

           01 payHistoryStatus pic X(2).
           01 accrualParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> - each month is 30 days whatever the calendar says
           77 daysToAccrue pic S9(5) usage is COMPUTATIONAL.
           77 dayInterest pic 9(7)V99 usage is COMPUTATIONAL-3.
           *> the servicemember rate cap - see copybook/duty-cap-io.cpy;
           *> a capped line's interest at the full rate is kept
           *> alongside so the difference forgiven can be logged to
           *> ratecap.log
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           01 rateCapStatus pic X(2).
           copy "duty-cap-fields".
           *> the state usury ceiling, held to before the cap - see
           *> copybook/usury-cap-io.cpy
           copy "usury-table".
           77 fullMonthlyRate pic 9V99999999.
           77 fullDayInterest pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 cappedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 accrualFrom pic 9(8).
           77 accruedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 accruedTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           *> a student loan reaching the end of its deferment or
           *> grace: the interest capitalised and the repayment
           *> plan's payment
           77 repayRate pic 9V99999999.
           77 capitalisedAmount pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 repaymentCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           *> a student loan's deferment running out: the grace end
           *> StudentGraceMonths calendar months on, and the first
           *> payment the month after that
           01 graceEndParts.
               02 graceYear  pic 9(4).
               02 graceMonth pic 99.
               02 graceDay   pic 99.
           77 graceMonthCount pic 9(4) usage is COMPUTATIONAL.
           77 graceMonthIndex pic 9(4) usage is COMPUTATIONAL.
           77 graceYearsAdded pic 9(4) usage is COMPUTATIONAL.
           77 graceCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 fromDateParts.
               02 fromYear  pic 9(4).
               02 fromMonth pic 99.
               02 outAccruedCount pic ZZZZ9.
               02 filler pic X(20) value '  Interest accrued: '.
               02 outAccruedSum pic ZZZZZZZ9.99.
           01 repaymentDetail.
               02 filler pic X(6) value ' Loan '.
               02 outRepayLoanNum pic ZZZZ9.
               02 filler pic X(30) value
           ' enters repayment: capitalised'.
               02 outCapitalised pic ZZZZZZ9.99.
               02 filler pic X(10) value '  payment '.
               02 outRepayPayment pic ZZZZ9.99.
           01 graceDetail.
               02 filler pic X(6) value ' Loan '.
               02 outGraceLoanNum pic ZZZZ9.
               02 filler pic X(30) value
           ' deferment ended: in grace to '.
               02 outGraceEnd pic 9999/99/99.
           01 graceSummary.
               02 filler pic X(40) value
           'Student loans entering grace:           '.
               02 outGraceCount pic ZZZZ9.
           01 repaymentSummary.
               02 filler pic X(40) value
           'Student loans entering repayment:       '.
               02 outRepaymentCount pic ZZZZ9.
           01 cappedSummary.
               02 filler pic X(40) value
           'Accrued at the servicemember rate cap:  '.
               02 outCappedCount pic ZZZZ9.

           procedure division.
               *> the nightly accrual step the payoff quotes have
               move "LOANMAST accrual pass" to auditInputsValue.
               perform WriteAuditTrail.
               perform LoadRateTable.
               perform LoadUsuryCeilings.
               perform LoadLastPayments.

               move "LOANMAST.lck" to lockFileName.
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               open output accrualReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
                       not at end
                           if lmStatus = 'A'
                               perform AccrueOneLoan
                               if lmProduct = 'S'
                                   and lmDeferCode not = spaces
                                   and lmDeferEnd <= runDate
                                   perform EndDefermentOrGrace
                               end-if
                           end-if
                   end-read
               end-perform.
               move accruedCount to outAccruedCount.
               move accruedTotal to outAccruedSum.
               write reportLine from reportSummary.
               if cappedCount > 0
                   move cappedCount to outCappedCount
                   write reportLine from cappedSummary
               end-if.
               if graceCount > 0
                   move graceCount to outGraceCount
                   write reportLine from graceSummary
               end-if.
               if repaymentCount > 0
                   move repaymentCount to outRepaymentCount
                   write reportLine from repaymentSummary
               end-if.
               close accrualReport.
               close loanMaster.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               perform ReleaseSharedLock.
               stop run.

                   if lmAccruedInt is not numeric
                       move zeros to lmAccruedInt
                   end-if.
                   *> a revolving line is the exception: its
                   *> payments take their interest straight off the
                   *> accrued figure (a partial payment leaves the
                   *> rest owing), so a line simply keeps accruing
                   *> from wherever it last stood - and so does a
                   *> student loan in deferment or grace, whose
                   *> interest builds up unbilled until repayment,
                   *> or one in repayment whose deferment interest
                   *> was not capitalised: that carried interest is
                   *> still owing, and its payments take interest off
                   *> the accrued figure the way a line's do, so only
                   *> what they actually paid comes off it
                   if lpFound = 'Y'
                       and lpPayDate(lpIdx) >= lmAccruedThru
                       and lmProduct not = 'R'
                       and not (lmProduct = 'S' and lmCapRule = 'N')
                       and lmDeferCode = spaces
                       *> a payment landed since the last accrual -
                       *> its interest portion settled what had
                       *> accrued, so the clock restarts there
                       *> origination date, not today's
                       move lmOrigDate to rateAsOfDate
                       perform LookupRateAdder
                       *> held to the state usury ceiling, and
                       *> capped while the borrower is on active
                       *> duty on the run date
                       compute fullAnnualRate = lmIRate + rateAdder
                       move runDate to capAsOfDate
                       perform HoldToUsuryCeiling
                       perform ApplyRateCap
                       compute monthlyRate =
                           (cappedAnnualRate / PercentBasis)
                               / MonthsPerYear
                       compute dayInterest rounded =
                           lmCurrentBalance * monthlyRate
                               * daysToAccrue / 30
                       if rateCapped = 'Y'
                           add 1 to cappedCount
                           perform ComputeForgivenAccrual
                       end-if
                       add dayInterest to lmAccruedInt
                       move runDate to lmAccruedThru
                       rewrite loanMasterRecord
                       end-if
                   end-if.

               *> a deferment that has run out goes into grace; only
               *> the end of the grace starts repayment
               EndDefermentOrGrace.
                   evaluate lmDeferCode
                       when 'D'
                           perform StartStudentGrace
                       when 'G'
                           perform StartStudentRepayment
                   end-evaluate.

               *> the loan stays unbilled and accruing for
               *> StudentGraceMonths more months from the day the
               *> deferment ended (a day past the 28th is held to the
               *> 28th, as LoanMaster sets a first payment), and its
               *> first payment cannot fall due until the month after
               *> the grace ends
               StartStudentGrace.
                   move spaces to savedLoanImage.
                   move loanMasterRecord to savedLoanImage.
                   move lmDeferEnd to graceEndParts.
                   compute graceMonthCount =
                       graceMonth + StudentGraceMonths - 1.
                   divide graceMonthCount by 12
                       giving graceYearsAdded
                       remainder graceMonthIndex.
                   add graceYearsAdded to graceYear.
                   compute graceMonth = graceMonthIndex + 1.
                   if graceDay > 28
                       move 28 to graceDay
                   end-if.
                   move 'G' to lmDeferCode.
                   move graceEndParts to lmDeferEnd.
                   if lmFirstPayDate <= lmDeferEnd
                       if graceMonth = 12
                           move 1 to graceMonth
                           add 1 to graceYear
                       else
                           add 1 to graceMonth
                       end-if
                       move graceEndParts to lmFirstPayDate
                   end-if.
                   rewrite loanMasterRecord
                       invalid key
                           display "Unable to update loan "
                               lmLoanNum " on the master"
                   end-rewrite.
                   perform WriteMasterJournal.
                   add 1 to graceCount.
                   move lmLoanNum to outGraceLoanNum.
                   move spaces to outGraceEnd(1:10).
                   move lmDeferEnd(1:4) to outGraceEnd(1:4).
                   move '/' to outGraceEnd(5:1).
                   move lmDeferEnd(5:2) to outGraceEnd(6:2).
                   move '/' to outGraceEnd(8:1).
                   move lmDeferEnd(7:2) to outGraceEnd(9:2).
                   write reportLine from graceDetail.

               *> the grace has run out: the unbilled interest goes
               *> onto the balance if the loan's rule says so, a
               *> standard plan's payment is amortized afresh over
               *> the term from the new balance at the rate the loan
               *> is charged, held to the state usury ceiling (an
               *> income-driven payment stays as booked), and the
               *> loan is in repayment from here on
               StartStudentRepayment.
                   move spaces to savedLoanImage.
                   move loanMasterRecord to savedLoanImage.
                   move zeros to capitalisedAmount.
                   if lmCapRule = 'C' and lmAccruedInt > 0
                       move lmAccruedInt to capitalisedAmount
                       add lmAccruedInt to lmCurrentBalance
                       move zeros to lmAccruedInt
                   end-if.
                   if lmRepayPlan not = 'I' and lmTerm > 0
                       move lmTier to tRate
                       move lmOrigDate to rateAsOfDate
                       perform LookupRateAdder
                       compute fullAnnualRate = lmIRate + rateAdder
                       move runDate to capAsOfDate
                       perform HoldToUsuryCeiling
                       compute repayRate =
                           (fullAnnualRate / PercentBasis)
                               / MonthsPerYear
                       if repayRate > 0
                           compute lmMonthlyPayment rounded =
                               (repayRate /
                                   (1.0 - (1 + repayRate) ** -lmTerm))
                                   * lmCurrentBalance
                       else
                           compute lmMonthlyPayment rounded =
                               lmCurrentBalance / lmTerm
                       end-if
                   end-if.
                   move space to lmDeferCode.
                   rewrite loanMasterRecord
                       invalid key
                           display "Unable to update loan "
                               lmLoanNum " on the master"
                   end-rewrite.
                   perform WriteMasterJournal.
                   add 1 to repaymentCount.
                   move lmLoanNum to outRepayLoanNum.
                   move capitalisedAmount to outCapitalised.
                   move lmMonthlyPayment to outRepayPayment.
                   write reportLine from repaymentDetail.

               *> only a line's accrual is charged interest - an
               *> installment loan's is charged (and its cap logged)
               *> in PaymentPosting's split, so logging it here too
               *> would count the same dollars twice
               ComputeForgivenAccrual.
                   if lmProduct = 'R'
                       compute fullMonthlyRate =
                           (fullAnnualRate / PercentBasis)
                               / MonthsPerYear
                       compute fullDayInterest rounded =
                           lmCurrentBalance * fullMonthlyRate
                               * daysToAccrue / 30
                       if fullDayInterest > dayInterest
                           perform WriteRateCapLog
                       end-if
                   end-if.

               WriteRateCapLog.
                   open extend rateCapFile.
                   if rateCapStatus = "05" or rateCapStatus = "35"
                       open output rateCapFile
                       close rateCapFile
                       open extend rateCapFile
                   end-if.
                   move runDate to rcRunDate.
                   move "DailyAccrual" to rcProgram.
                   move lmLoanNum to rcLoanNum.
                   move lmCustId to rcCustId.
                   move runDate to rcAsOfDate.
                   move fullAnnualRate to rcFullRate.
                   move cappedAnnualRate to rcCappedRate.
                   move fullDayInterest to rcFullInterest.
                   move dayInterest to rcCapInterest.
                   compute rcForgiven = fullDayInterest - dayInterest.
                   write rateCapRecord.
                   close rateCapFile.

               *> 30/360 days from accrualFrom to the run date - the
               *> same every-month-is-30-days convention the payoff
               *> arithmetic has always used
                                   continue
                               not at end
                                   if phTranType not = 'R'
                                       and phTranType not = 'F'
                                       perform StoreLastPayment
                                   end-if
                           end-read

               copy "rate-table-io".

               copy "duty-cap-io".

               copy "usury-cap-io".

               copy "usury-io".

               copy "usury-region".

               copy "lock-io".

               *> accrual.par, if present, supplies the accrual-
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
