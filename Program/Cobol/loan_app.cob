           identification division.
           program-id. LoanApplication.

           environment division.

           input-output section.
           file-control.
           select appFile assign to "LOANAPP"
               organization is indexed
               access mode is dynamic
               record key is apAppNum
               file status is appStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select editFile assign to dynamic editFileName
               organization is line sequential
               file status is editStatus.
           select letterTrigFile assign to dynamic triggerFileName
               organization is line sequential
               file status is triggerStatus.
           select decisionReport assign to dynamic reportFileName
               organization is line sequential.
           select appParamFile assign to "loanapp.par"
               organization is line sequential
               file status is appParamStatus.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd appFile.
               copy "loan-application".

           fd custFile.
               copy "customer-record".

           fd loanMaster.
               copy "loan-master".

           fd rateTable.
               copy "rate-table".

           *> an approved application goes out byte for byte as the
           *> loan batch record, appended to LoanEdit's raw input so
           *> it is edited exactly like a keyed loan
           fd editFile.
               copy "loan-batch".

           fd letterTrigFile.
               copy "letter-trigger".

           fd decisionReport.
           01 reportLine pic X(80).

           fd appParamFile.
           01 appParamRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           copy "business-constants".
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 appStatus pic X(2).
           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 rateTableStatus pic X(2).
           01 editStatus pic X(2).
           01 triggerStatus pic X(2).
           01 appParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).

           *> loanapp.par, if present, supplies the LoanEdit raw
           *> input the approvals are appended to, the letter trigger
           *> file the adverse-action notices are appended to, and
           *> the decision report name, one per line
           01 editFileName pic X(30) value "loanedit.dat".
           01 triggerFileName pic X(30) value "lettertrig.dat".
           01 reportFileName pic X(30) value "loanapp.rpt".

           77 tRate pic 9.
           copy "rate-tier-table".

           77 menuChoice pic X(1).
           77 custFileAvailable pic X(1) value 'N'.
           77 appEof pic X(1).
           77 masterEof pic X(1).
           77 highAppNum pic 9(6) value zeros.
           77 workAppNum pic 9(6).
           77 workCustId pic 9(6).
           77 workAmount pic 9(7)V99.
           77 workIRate pic 9V9(8).
           77 workTerm pic 999.
           77 workTier pic 9.
           77 workIncome pic 9(7)V99.
           77 workOtherDebt pic 9(7)V99.
           77 workCurrency pic X(3).
           77 workProduct pic X(1).
           01 workFirstPayDate.
               02 wfYear  pic 9(4).
               02 wfMonth pic 99.
               02 wfDay   pic 99.
           77 workConfirm pic X(1).

           *> the underwriting arithmetic - the payment the new loan
           *> would carry, priced with the same tier adder and
           *> amortization formula LoanRepayment and the master load
           *> use, and the debt-to-income it would leave the
           *> applicant at
           01 iRate pic 99V99999999.
           77 proposedPayment pic 9(5)V999.
           77 totalDebt pic 9(9)V999 usage is COMPUTATIONAL-3.
           77 dtiRatio pic 999V99.
           77 newExposure pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 nextLoanNum pic 9(5) value zeros.

           *> each applicant's standing position on the loan master -
           *> balance owed and monthly payments due across the active
           *> loans - found by searching on the customer id; an
           *> application approved this pass adds to it, so two
           *> applications from one customer are underwritten
           *> together, not each as if it were the only one
           01 maxExposures constant as 5000.
           77 exposureCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 exposureIdx pic 9(5) usage is COMPUTATIONAL.
           77 exposureSearchIdx pic 9(5) usage is COMPUTATIONAL.
           01 custExposureArea.
               02 exposureEntry occurs maxExposures times.
                   03 exCustId pic 9(6).
                   03 exBalance pic S9(9)V99
                       usage is COMPUTATIONAL-3.
                   03 exPayments pic 9(7)V999
                       usage is COMPUTATIONAL-3.

           77 pendingCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 approvedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 declinedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 countOut pic ZZZZ9.

           *> decline reasons, as the report and the adverse-action
           *> notice put them
           77 reasonText pic X(20).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reportTitle.
               02 filler pic X(45) value
           ' Loan Application Decisions        Run of    '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(78) value all '-'.
           01 reportHeading.
               02 filler pic X(36) value
           ' App #   Cust  Requested   Payment'.
               02 filler pic X(42) value
           '   DTI% Decision  Loan Reason'.
           01 reportDetail.
               02 outAppNum pic ZZZZZ9.
               02 filler pic X(1) value space.
               02 outCustId pic ZZZZZ9.
               02 filler pic X(1) value space.
               02 outAmount pic ZZZZZZ9.99.
               02 filler pic X(1) value space.
               02 outPayment pic ZZZZ9.999.
               02 filler pic X(1) value space.
               02 outDti pic ZZ9.99.
               02 filler pic X(1) value space.
               02 outDecision pic X(8).
               02 filler pic X(1) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(1) value space.
               02 outReason pic X(20).
           01 reportSummary.
               02 filler pic X(20) value ' Pending reviewed:  '.
               02 outPendingCount pic ZZZZ9.
               02 filler pic X(13) value '   Approved: '.
               02 outApprovedCount pic ZZZZ9.
               02 filler pic X(13) value '   Declined: '.
               02 outDeclinedCount pic ZZZZ9.

           procedure division.
               *> the front of the loan pipeline: an application is
               *> taken and kept on LOANAPP whatever becomes of it,
               *> instead of a loan existing only once someone keys
               *> it into the batch. The underwriting pass decides
               *> every pending application against the applicant's
               *> CUSTMAST record and standing LOANMAST exposure -
               *> debt-to-income and the aggregate credit limit - and
               *> approvals go out as ready-to-edit records for
               *> LoanEdit, declines as adverse-action letter triggers
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckOperatorRole.
               if roleAllowed = 'N'
                   display "This program needs the maintenance "
                       "role - see the supervisor"
                   stop run
               end-if.
               perform GetAppParameters.
               perform LoadRateTable.
               perform OpenApplicationFile.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Loan Applications - (E)nter, (W)ithdraw, "
                       "(I)nquiry, (U)nderwrite pending, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'E'
                       when 'e'
                           perform EnterApplication
                       when 'W'
                       when 'w'
                           perform WithdrawApplication
                       when 'I'
                       when 'i'
                           perform InquireApplication
                       when 'U'
                       when 'u'
                           perform UnderwritePending
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose E, "
                               "W, I, U or Q"
                   end-evaluate
               end-perform.
               close appFile.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               stop run.

               *> same open-or-create pattern as the other masters;
               *> the highest application number on file is noted so
               *> a new application is numbered after it
               OpenApplicationFile.
                   open i-o appFile.
                   if appStatus = "35"
                       open output appFile
                       close appFile
                       open i-o appFile
                   end-if.
                   move 'N' to appEof.
                   move zeros to apAppNum.
                   start appFile key >= apAppNum
                       invalid key
                           move 'Y' to appEof
                   end-start.
                   perform until appEof = 'Y'
                       read appFile next record
                           at end
                               move 'Y' to appEof
                           not at end
                               move apAppNum to highAppNum
                       end-read
                   end-perform.

               EnterApplication.
                   perform PromptApplicationFields.
                   add 1 to highAppNum.
                   move highAppNum to apAppNum.
                   move workCustId to apCustId.
                   move runDate to apAppDate.
                   move workAmount to apAmount.
                   move workIRate to apIRate.
                   move workTerm to apTerm.
                   move workTier to apTier.
                   move workFirstPayDate to apFirstPayDate.
                   move workCurrency to apCurrency.
                   move workProduct to apProduct.
                   move workIncome to apMonthlyIncome.
                   move workOtherDebt to apOtherDebt.
                   move 'P' to apStatus.
                   move zeros to apDecisionDate.
                   move spaces to apReasonCode.
                   move zeros to apDtiRatio.
                   move zeros to apLoanNum.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to apEnteredBy.
                   write loanAppRecord
                       invalid key
                           display "Application " apAppNum
                               " is already on file"
                       not invalid key
                           display "Application " apAppNum
                               " entered - pending"
                           string "entered application "
                               delimited by size
                               apAppNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-write.

               *> only a pending application can be withdrawn - once
               *> decided, the decision is the record
               WithdrawApplication.
                   perform PromptAppNum.
                   read appFile
                       invalid key
                           display "Application " workAppNum
                               " is not on file"
                       not invalid key
                           if apStatus = 'P'
                               perform WithdrawFoundApplication
                           else
                               display "Application " workAppNum
                                   " is already decided ("
                                   apStatus ") - not withdrawn"
                           end-if
                   end-read.

               WithdrawFoundApplication.
                   display "Withdraw application " apAppNum
                       " for customer " apCustId "? (Y/N): "
                       with no advancing.
                   accept workConfirm.
                   if workConfirm = 'Y' or workConfirm = 'y'
                       move 'W' to apStatus
                       move runDate to apDecisionDate
                       rewrite loanAppRecord
                           invalid key
                               display "Unable to update application "
                                   apAppNum
                           not invalid key
                               display "Application withdrawn"
                               string "withdrew application "
                                   delimited by size
                                   apAppNum delimited by size
                                   into auditInputsValue
                               perform WriteAuditTrail
                       end-rewrite
                   end-if.

               InquireApplication.
                   perform PromptAppNum.
                   read appFile
                       invalid key
                           display "Application " workAppNum
                               " is not on file"
                       not invalid key
                           display "Application " apAppNum
                               " customer " apCustId
                               " taken " apAppDate
                           display "Amount " apAmount
                               " rate " apIRate " term " apTerm
                               " tier " apTier
                           display "Monthly income " apMonthlyIncome
                               " other debt " apOtherDebt
                           evaluate apStatus
                               when 'P'
                                   display "Status: pending"
                               when 'A'
                                   display "Status: approved "
                                       apDecisionDate " as loan "
                                       apLoanNum " (DTI " apDtiRatio
                                       "%)"
                               when 'D'
                                   perform DescribeReason
                                   display "Status: declined "
                                       apDecisionDate " - "
                                       reasonText
                               when 'W'
                                   display "Status: withdrawn "
                                       apDecisionDate
                           end-evaluate
                   end-read.

               PromptAppNum.
                   display "Application number: " with no advancing.
                   accept workAppNum.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==workAppNum==
                       ==VALID-COND== by
                           ==workAppNum is numeric
                               and workAppNum > 0==
                       ==ERROR-MSG== by
                           =="Invalid number - enter 1-999999: "==.
                   move workAppNum to apAppNum.

               *> the applicant must already be a customer - the
               *> desk adds them through CustomerMaint first, so the
               *> underwriting has a CUSTMAST record to check against
               PromptApplicationFields.
                   display "Customer id (1-999999): " with no advancing.
                   accept workCustId.
                   perform CheckApplicantOnFile.
                   perform until workCustId is numeric
                       and workCustId > 0
                       and custStatus = "00"
                       display "Customer not on file - add them "
                           "through customer maintenance first. "
                           "Customer id: " with no advancing
                       accept workCustId
                       perform CheckApplicantOnFile
                   end-perform.
                   display "Applicant: " custName.

                   display "Amount requested: " with no advancing.
                   accept workAmount.
                   copy "reprompt" replacing
                       ==FIELD== by ==workAmount==
                       ==VALID-COND== by
                           ==workAmount is numeric
                               and workAmount > 0==
                       ==ERROR-MSG== by
                           =="Invalid amount - must be > 0: "==.

                   display "Nominal interest rate (%): "
                       with no advancing.
                   accept workIRate.
                   copy "reprompt" replacing
                       ==FIELD== by ==workIRate==
                       ==VALID-COND== by
                           ==workIRate is numeric
                               and workIRate > 0==
                       ==ERROR-MSG== by
                           =="Invalid rate - must be > 0: "==.

                   display "Term in months (1-360): "
                       with no advancing.
                   accept workTerm.
                   copy "reprompt" replacing
                       ==FIELD== by ==workTerm==
                       ==VALID-COND== by
                           ==workTerm is numeric
                               and workTerm > 0
                               and workTerm <= 360==
                       ==ERROR-MSG== by
                           =="Invalid term - enter 1-360: "==.

                   display "Rate tier code: " with no advancing.
                   accept workTier.
                   copy "reprompt" replacing
                       ==FIELD== by ==workTier==
                       ==VALID-COND== by ==workTier is numeric==
                       ==ERROR-MSG== by
                           =="Invalid tier - enter one digit: "==.

                   display "First payment date (yyyymmdd, 0 for "
                       "one month out): " with no advancing.
                   accept workFirstPayDate.
                   if workFirstPayDate is not numeric
                       or workFirstPayDate = zeros
                       or wfMonth < 1 or wfMonth > 12
                       or wfDay < 1 or wfDay > 31
                       perform DefaultFirstPayDate
                   end-if.

                   display "Currency code (blank for USD): "
                       with no advancing.
                   accept workCurrency.

                   display "Product - (U)nsecured, (V)ehicle, "
                       "(P)roperty, (D)eposit-secured: "
                       with no advancing.
                   accept workProduct.
                   copy "reprompt" replacing
                       ==FIELD== by ==workProduct==
                       ==VALID-COND== by
                           ==workProduct = 'U' or workProduct = 'V'
                               or workProduct = 'P'
                               or workProduct = 'D'==
                       ==ERROR-MSG== by
                           =="Invalid product - enter U, V, P or D: "==.

                   display "Gross monthly income: " with no advancing.
                   accept workIncome.
                   if workIncome is not numeric
                       move zeros to workIncome
                   end-if.
                   display "Monthly payments on debts held elsewhere: "
                       with no advancing.
                   accept workOtherDebt.
                   if workOtherDebt is not numeric
                       move zeros to workOtherDebt
                   end-if.

               CheckApplicantOnFile.
                   move "23" to custStatus.
                   if custFileAvailable = 'Y'
                       and workCustId is numeric
                       move workCustId to IdNum
                       read custFile
                           invalid key
                               continue
                       end-read
                   end-if.

               *> the same default the schedule has always used for a
               *> loan with no first payment date: one month after
               *> the run date
               DefaultFirstPayDate.
                   move runYear to wfYear.
                   move runMonth to wfMonth.
                   move runDay to wfDay.
                   add 1 to wfMonth.
                   if wfMonth > 12
                       move 1 to wfMonth
                       add 1 to wfYear
                   end-if.

               *> every pending application decided in one pass, in
               *> application-number order
               UnderwritePending.
                   perform LoadApplicantExposure.
                   move zeros to pendingCount, approvedCount,
                       declinedCount.
                   open extend editFile.
                   if editStatus = "05" or editStatus = "35"
                       open output editFile
                       close editFile
                       open extend editFile
                   end-if.
                   open extend letterTrigFile.
                   if triggerStatus = "05" or triggerStatus = "35"
                       open output letterTrigFile
                       close letterTrigFile
                       open extend letterTrigFile
                   end-if.
                   open output decisionReport.
                   move runDate to outRunDate.
                   write reportLine from reportTitle.
                   write reportLine from breakLine.
                   write reportLine from reportHeading.
                   write reportLine from breakLine.

                   move 'N' to appEof.
                   move zeros to apAppNum.
                   start appFile key >= apAppNum
                       invalid key
                           move 'Y' to appEof
                   end-start.
                   perform until appEof = 'Y'
                       read appFile next record
                           at end
                               move 'Y' to appEof
                           not at end
                               if apStatus = 'P'
                                   perform DecideApplication
                               end-if
                       end-read
                   end-perform.

                   move pendingCount to outPendingCount.
                   move approvedCount to outApprovedCount.
                   move declinedCount to outDeclinedCount.
                   write reportLine from breakLine.
                   write reportLine from reportSummary.
                   close editFile.
                   close letterTrigFile.
                   close decisionReport.
                   display "Applications decided - approved "
                       outApprovedCount " declined "
                       outDeclinedCount " - see " reportFileName.
                   if approvedCount > 0
                       display "Approved loans appended to "
                           editFileName " for LoanEdit"
                   end-if.
                   if declinedCount > 0
                       display "Adverse-action triggers appended to "
                           triggerFileName " for LetterEngine"
                   end-if.
                   move pendingCount to countOut.
                   string "underwrote " delimited by size
                       countOut delimited by size
                       " pending applications" delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.

               *> each check sets the reason and drops out; an
               *> application that survives them all is approved
               DecideApplication.
                   add 1 to pendingCount.
                   move spaces to apReasonCode.
                   move zeros to proposedPayment.
                   move zeros to dtiRatio.

                   if custFileAvailable = 'Y'
                       move apCustId to IdNum
                       read custFile
                           invalid key
                               move 'NC' to apReasonCode
                       end-read
                   else
                       move 'NC' to apReasonCode
                   end-if.

                   if apReasonCode = spaces
                       if custActive = 'I'
                           move 'IA' to apReasonCode
                       end-if
                   end-if.

                   if apReasonCode = spaces
                       move apTier to tRate
                       move runDate to rateAsOfDate
                       perform LookupRateAdder
                       if rateFound = 'N'
                           move 'RT' to apReasonCode
                       end-if
                   end-if.

                   if apReasonCode = spaces
                       if apMonthlyIncome is not numeric
                           or apMonthlyIncome = 0
                           move 'NI' to apReasonCode
                       end-if
                   end-if.

                   move apCustId to workCustId.
                   perform FindApplicantExposure.

                   if apReasonCode = spaces
                       move apIRate to iRate
                       add rateAdder to iRate
                       divide PercentBasis into iRate
                       divide MonthsPerYear into iRate
                       compute proposedPayment =
                           (iRate / (1.0 - (1 + iRate) ** -apTerm))
                               * apAmount
                       move proposedPayment to totalDebt
                       if apOtherDebt is numeric
                           add apOtherDebt to totalDebt
                       end-if
                       if exposureIdx > 0
                           add exPayments(exposureIdx) to totalDebt
                       end-if
                       compute dtiRatio rounded =
                           totalDebt / apMonthlyIncome * PercentBasis
                           on size error
                               move 999.99 to dtiRatio
                       end-compute
                       if dtiRatio > MaxDebtToIncome
                           move 'DT' to apReasonCode
                       end-if
                   end-if.

                   if apReasonCode = spaces
                       if custCreditLimit is numeric
                           and custCreditLimit > 0
                           move apAmount to newExposure
                           if exposureIdx > 0
                               add exBalance(exposureIdx)
                                   to newExposure
                           end-if
                           if newExposure > custCreditLimit
                               move 'CL' to apReasonCode
                           end-if
                       end-if
                   end-if.

                   if apReasonCode = spaces
                       if nextLoanNum = 0
                           move 'LN' to apReasonCode
                       end-if
                   end-if.

                   move dtiRatio to apDtiRatio.
                   move runDate to apDecisionDate.
                   if apReasonCode = spaces
                       perform ApproveApplication
                   else
                       perform DeclineApplication
                   end-if.
                   rewrite loanAppRecord
                       invalid key
                           display "Unable to update application "
                               apAppNum
                   end-rewrite.
                   perform WriteDecisionLine.

               ApproveApplication.
                   move 'A' to apStatus.
                   move nextLoanNum to apLoanNum.
                   if nextLoanNum < 99999
                       add 1 to nextLoanNum
                   else
                       move zeros to nextLoanNum
                   end-if.
                   move apAmount to blLoanP.
                   move apIRate to blIRate.
                   move apTerm to blTerm.
                   move apTier to blTRate.
                   move apLoanNum to blLoanNum.
                   move apFirstPayDate to blFirstPayDate.
                   move apCustId to blCustId.
                   move apCurrency to blCurrency.
                   move apProduct to blProduct.
                   *> booked to the customer's branch and officer -
                   *> LoanEdit fills them in
                   move spaces to blBranch.
                   move spaces to blOfficer.
                   move space to blDeferCode.
                   move zeros to blDeferEnd.
                   move space to blCapRule.
                   move space to blRepayPlan.
                   write loanBatchRecord.
                   add 1 to approvedCount.
                   if apProduct = 'V' or apProduct = 'P'
                       or apProduct = 'D'
                       display "Application " apAppNum
                           " approved as loan " apLoanNum
                           " - register its collateral before "
                           "LoanEdit runs"
                   end-if.
                   if exposureIdx > 0
                       add apAmount to exBalance(exposureIdx)
                       add proposedPayment to exPayments(exposureIdx)
                   end-if.

               *> the adverse-action notice rides out through
               *> LetterEngine's 'ADV' template, addressed to the
               *> applicant and quoting the application and reason
               DeclineApplication.
                   move 'D' to apStatus.
                   move zeros to apLoanNum.
                   perform DescribeReason.
                   move zeros to trLoanNum.
                   move 'ADV' to trLetter.
                   move apCustId to trCustId.
                   move apAppNum to trRefNum.
                   move reasonText to trReason.
                   write triggerRecord.
                   add 1 to declinedCount.

               DescribeReason.
                   evaluate apReasonCode
                       when 'NC'
                           move 'not a customer' to reasonText
                       when 'IA'
                           move 'customer inactive' to reasonText
                       when 'RT'
                           move 'tier not offered' to reasonText
                       when 'NI'
                           move 'no income stated' to reasonText
                       when 'DT'
                           move 'debt to income' to reasonText
                       when 'CL'
                           move 'over credit limit' to reasonText
                       when 'LN'
                           move 'no loan number free' to reasonText
                       when other
                           move spaces to reasonText
                   end-evaluate.

               WriteDecisionLine.
                   move apAppNum to outAppNum.
                   move apCustId to outCustId.
                   move apAmount to outAmount.
                   move proposedPayment to outPayment.
                   move apDtiRatio to outDti.
                   move zeros to outLoanNum.
                   move spaces to outReason.
                   if apStatus = 'A'
                       move 'APPROVED' to outDecision
                       move apLoanNum to outLoanNum
                   else
                       move 'DECLINED' to outDecision
                       move reasonText to outReason
                   end-if.
                   write reportLine from reportDetail.

               *> the loan master walked once per pass: every active
               *> loan's balance and payment land in its customer's
               *> entry, and the highest loan number in use sets the
               *> number the first approval gets - the numbers
               *> already handed to approvals still waiting on the
               *> edit and master load are skipped too
               LoadApplicantExposure.
                   move zeros to exposureCount.
                   move zeros to nextLoanNum.
                   open input loanMaster.
                   if masterStatus = "00"
                       move 'N' to masterEof
                       move zeros to lmLoanNum
                       start loanMaster key >= lmLoanNum
                           invalid key
                               move 'Y' to masterEof
                       end-start
                       perform until masterEof = 'Y'
                           read loanMaster next record
                               at end
                                   move 'Y' to masterEof
                               not at end
                                   perform LoadOneExposure
                           end-read
                       end-perform
                       close loanMaster
                   end-if.
                   move 'N' to appEof.
                   move zeros to apAppNum.
                   start appFile key >= apAppNum
                       invalid key
                           move 'Y' to appEof
                   end-start.
                   perform until appEof = 'Y'
                       read appFile next record
                           at end
                               move 'Y' to appEof
                           not at end
                               if apStatus = 'A'
                                   and apLoanNum > nextLoanNum
                                   move apLoanNum to nextLoanNum
                               end-if
                       end-read
                   end-perform.
                   if nextLoanNum < 99999
                       add 1 to nextLoanNum
                   else
                       move zeros to nextLoanNum
                   end-if.

               LoadOneExposure.
                   if lmLoanNum > nextLoanNum
                       move lmLoanNum to nextLoanNum
                   end-if.
                   if lmStatus = 'A' and lmCustId > 0
                       move lmCustId to workCustId
                       perform FindApplicantExposure
                       if exposureIdx > 0
                           add lmCurrentBalance
                               to exBalance(exposureIdx)
                           add lmMonthlyPayment
                               to exPayments(exposureIdx)
                           if lmEscrowPayment is numeric
                               add lmEscrowPayment
                                   to exPayments(exposureIdx)
                           end-if
                       end-if
                   end-if.

               *> the exposure entry for workCustId, added at zero the
               *> first time the customer is seen; a full table leaves
               *> exposureIdx at zero and the customer is underwritten
               *> on the application alone
               FindApplicantExposure.
                   move zeros to exposureIdx.
                   move 1 to exposureSearchIdx.
                   perform until exposureSearchIdx > exposureCount
                       or exposureIdx > 0
                       if exCustId(exposureSearchIdx) = workCustId
                           move exposureSearchIdx to exposureIdx
                       end-if
                       add 1 to exposureSearchIdx
                   end-perform.
                   if exposureIdx = 0
                       and exposureCount < maxExposures
                       add 1 to exposureCount
                       move exposureCount to exposureIdx
                       move workCustId to exCustId(exposureIdx)
                       move zeros to exBalance(exposureIdx)
                       move zeros to exPayments(exposureIdx)
                   end-if.

               copy "rate-table-io".

               *> loanapp.par, if present, supplies the LoanEdit raw
               *> input, letter trigger, and decision report names one
               *> per line - the same operator-repointing convention
               *> used for loanbatch.par
               GetAppParameters.
                   open input appParamFile.
                   if appParamStatus = "00"
                       read appParamFile into appParamRecord
                           at end
                               continue
                           not at end
                               move appParamRecord to editFileName
                       end-read
                       read appParamFile into appParamRecord
                           at end
                               continue
                           not at end
                               move appParamRecord to triggerFileName
                       end-read
                       read appParamFile into appParamRecord
                           at end
                               continue
                           not at end
                               move appParamRecord to reportFileName
                       end-read
                       close appParamFile
                   end-if.

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
               *> operator.tab needs the maintenance role or
               *> better; with no operator file at all (a
               *> development machine) the check is waived, the
               *> same waiver the sign-on itself makes
               CheckOperatorRole.
                   move 'Y' to roleAllowed.
                   open input operatorFile.
                   if operatorStatus = "00"
                       move 'N' to roleAllowed
                       accept operatorId from environment "OPERATOR"
                       move 'N' to operatorEof
                       perform until operatorEof = 'Y'
                           read operatorFile into operatorRecord
                               at end
                                   move 'Y' to operatorEof
                               not at end
                                   if opId = operatorId
                                       and opActive = 'A'
                                       and (opRole = 'M'
                                           or opRole = 'S')
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> record each change on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "LoanApplication" to auditProgram.
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
