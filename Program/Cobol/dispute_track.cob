           identification division.
           program-id. DisputeTracking.

           environment division.

           input-output section.
           file-control.
           select disputeFile assign to "disputes.dat"
               organization is line sequential
               file status is disputeStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select waiverFile assign to dynamic waiverFileName
               organization is line sequential
               file status is waiverStatus.
           select overdueReport assign to "disputes.rpt"
               organization is line sequential.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd disputeFile.
               copy "dispute-record".

           fd loanMaster.
               copy "loan-master".

           fd waiverFile.
           *> one fee-waiver transaction per fee dispute resolved in
           *> the borrower's favour, byte for byte the payment
           *> record PaymentPosting reads - point pmtbatch.par at
           *> the day's feewaiv file and the posting run takes the
           *> fee back off the loan through its normal path, with
           *> the closed-period check, master journal and ledger
           *> legs every other transaction gets
           01 waiverTransaction.
               02 wtLoanNum  pic 9(5).
               02 wtPayDate  pic 9(8).
               02 wtAmount   pic 9(7)V99.
               02 wtTranType pic X(1).
               02 wtSource   pic X(1).

           fd overdueReport.
           01 reportLine pic X(100).

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 disputeStatus pic X(2).
           01 masterStatus pic X(2).
           77 masterAvailable pic X(1) value 'N'.
           01 waiverStatus pic X(2).
           01 waiverFileName pic X(16).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the whole dispute file held in one table for the
           *> session and rewritten on the way out - maxDisputes is
           *> a fixed, documented limit in the shop's usual style
           01 maxDisputes constant as 3000.
           77 disputeCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 dIdx pic S9(5) usage is COMPUTATIONAL.
           77 dFound pic X(1).
           77 lastDisputeId pic 9(6) value zeros.
           77 changesMade pic X(1) value 'N'.
           01 disputeArea.
               02 disputeEntry occurs maxDisputes times pic X(133).

           *> the response is owed 30 days from receipt
           01 responseDays constant as 30.
           01 monthDaysTable.
               02 filler pic X(24) value '312831303130313130313031'.
           01 filler redefines monthDaysTable.
               02 monthDays pic 99 occurs 12 times.
           77 leapRemainder pic 9(4) usage is COMPUTATIONAL.
           77 leapQuotient pic 9(4) usage is COMPUTATIONAL.
           77 leapYearFlag pic X(1).
           77 dayCount pic 9(5) usage is COMPUTATIONAL.
           77 monthLength pic 99.
           01 stepDate.
               02 stepYear  pic 9(4).
               02 stepMonth pic 99.
               02 stepDay   pic 99.

           77 menuChoice pic X(1).
           77 confirmChoice pic X(1).
           77 workDisputeId pic 9(6).
           77 workLoanNum pic 9(5).
           77 workCategory pic X(1).
           77 workOperator pic X(8).
           77 workDescription pic X(40).
           77 workResolution pic X(1).
           77 workResolveText pic X(40).
           77 workFeeAmount pic 9(5)V99.
           01 workReceived.
               02 wrYear  pic 9(4).
               02 wrMonth pic 99.
               02 wrDay   pic 99.
           77 dateValid pic X(1).
           77 loanValid pic X(1).
           77 shownCount pic 9(5) usage is COMPUTATIONAL.
           77 overdueCount pic 9(5) usage is COMPUTATIONAL.
           77 outFeeShow pic ZZZZ9.99.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 disputeShowLine.
               02 filler pic X(1) value space.
               02 outShowId pic 9(6).
               02 filler pic X(6) value '  Loan'.
               02 outShowLoan pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outShowCategory pic X(14).
               02 filler pic X(6) value ' rcvd '.
               02 outShowReceived pic 9999/99/99.
               02 filler pic X(5) value ' due '.
               02 outShowDue pic 9999/99/99.
               02 filler pic X(1) value space.
               02 outShowOperator pic X(8).
               02 filler pic X(1) value space.
               02 outShowStatus pic X(12).

           01 reportTitle.
               02 filler pic X(41) value
           ' Overdue Disputes                 Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(96) value all '-'.
           01 colHeads.
               02 filler pic X(50) value
           ' Dispute Loan #  Category        Received    Due  '.
               02 filler pic X(46) value
           '  Days late   Operator  Description'.
           01 reportDetail.
               02 filler pic X(1) value space.
               02 outDisputeId pic 9(6).
               02 filler pic X(2) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(3) value space.
               02 outCategory pic X(14).
               02 filler pic X(2) value space.
               02 outReceived pic 9999/99/99.
               02 filler pic X(2) value space.
               02 outDueDate pic 9999/99/99.
               02 filler pic X(2) value space.
               02 outDaysLate pic ZZZZ9.
               02 filler pic X(3) value space.
               02 outOperator pic X(8).
               02 filler pic X(2) value space.
               02 outDescription pic X(20).
           01 noOverdueLine.
               02 filler pic X(30) value '  (no overdue disputes)'.
           01 reportSummary.
               02 filler pic X(20) value ' Overdue disputes:  '.
               02 outOverdueCount pic ZZZZ9.

           procedure division.
               *> the record of every borrower dispute or complaint -
               *> a balance, a payment's application, what the
               *> bureaus are being told, or a fee - from the day it
               *> arrives to its resolution: who owns it, when the
               *> answer is owed, and how it came out. Open bureau
               *> disputes are carried to the bureaus by
               *> BureauExtract; a fee dispute found in the
               *> borrower's favour hands the fee to the next
               *> posting run to take back off the loan
               accept runDate from date yyyymmdd.
               accept runTime from time.
               accept operatorId from environment "OPERATOR".
               if operatorId = spaces
                   display "Disputes are assigned to and resolved "
                       "by the signed-on operator - sign on "
                       "through the menu first"
                   stop run
               end-if.
               perform CheckOperatorRole.
               move spaces to waiverFileName.
               string "feewaiv." delimited by size
                   runDate delimited by size
                   into waiverFileName.
               move "disputes.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "disputes.dat is in use by another "
                       "program - try again later; if nothing is "
                       "really running, remove disputes.lck"
                   stop run
               end-if.
               perform LoadDisputes.
               *> without the loan master a loan number cannot be
               *> checked, and is taken as keyed
               open input loanMaster.
               if masterStatus = "00"
                   move 'Y' to masterAvailable
               end-if.

               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Disputes - (L)og, (R)esolve, (I)nquiry, "
                       "(O)verdue report, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform LogDispute
                       when 'R'
                       when 'r'
                           perform ResolveDispute
                       when 'I'
                       when 'i'
                           perform InquireLoanDisputes
                       when 'O'
                       when 'o'
                           perform WriteOverdueReport
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, "
                               "R, I, O or Q"
                   end-evaluate
               end-perform.
               if changesMade = 'Y'
                   perform RewriteDisputes
               end-if.
               if masterAvailable = 'Y'
                   close loanMaster
               end-if.
               perform ReleaseSharedLock.
               stop run.

               LogDispute.
                   perform PromptLoanNum.
                   perform PromptReceived.
                   display "Category - (B)alance, (P)ayment, "
                       "bureau (S)tatus, (F)ee: " with no advancing.
                   accept workCategory.
                   inspect workCategory converting "bpsf" to "BPSF".
                   perform until workCategory = 'B'
                       or workCategory = 'P'
                       or workCategory = 'S'
                       or workCategory = 'F'
                       display "Invalid category - enter B, P, S "
                           "or F: " with no advancing
                       accept workCategory
                       inspect workCategory
                           converting "bpsf" to "BPSF"
                   end-perform.
                   move zeros to workFeeAmount.
                   if workCategory = 'F'
                       perform PromptFeeAmount
                   end-if.
                   display "What is disputed: " with no advancing.
                   accept workDescription.
                   perform until workDescription not = spaces
                       display "A description is required: "
                           with no advancing
                       accept workDescription
                   end-perform.
                   display "Assign to operator (blank for "
                       operatorId "): " with no advancing.
                   accept workOperator.
                   if workOperator = spaces
                       move operatorId to workOperator
                   end-if.
                   perform StoreNewDispute.

               StoreNewDispute.
                   if disputeCount >= maxDisputes
                       display "Dispute table is full - the dispute "
                           "was not logged"
                   else
                       add 1 to lastDisputeId
                       move spaces to disputeRecord
                       move lastDisputeId to dsDisputeId
                       move workLoanNum to dsLoanNum
                       move workReceived to dsReceived
                       move workCategory to dsCategory
                       move workOperator to dsOperator
                       move workReceived to stepDate
                       move responseDays to dayCount
                       perform AdvanceStepDate
                       move stepDate to dsDueDate
                       move 'O' to dsStatus
                       move space to dsResolution
                       move zeros to dsResolvedDate
                       move workFeeAmount to dsFeeAmount
                       move workDescription to dsDescription
                       add 1 to disputeCount
                       move disputeRecord to disputeEntry(disputeCount)
                       move 'Y' to changesMade
                       display "Dispute " dsDisputeId " logged - "
                           "response due " dsDueDate
                       move spaces to auditInputsValue
                       string "dispute " delimited by size
                           dsDisputeId delimited by size
                           " logged on loan " delimited by size
                           dsLoanNum delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                   end-if.

               ResolveDispute.
                   perform PromptDisputeId.
                   if dFound = 'Y'
                       move disputeEntry(dIdx) to disputeRecord
                       perform ShowDispute
                       if dsStatus not = 'O'
                           display "Dispute " dsDisputeId
                               " is already resolved"
                       else
                           perform ResolveOpenDispute
                       end-if
                   end-if.

               ResolveOpenDispute.
                   display "Resolution - (B)orrower's favour, "
                       "(U)pheld, (W)ithdrawn: " with no advancing.
                   accept workResolution.
                   inspect workResolution converting "buw" to "BUW".
                   perform until workResolution = 'B'
                       or workResolution = 'U'
                       or workResolution = 'W'
                       display "Invalid resolution - enter B, U or "
                           "W: " with no advancing
                       accept workResolution
                       inspect workResolution
                           converting "buw" to "BUW"
                   end-perform.
                   display "Resolution note: " with no advancing.
                   accept workResolveText.
                   perform until workResolveText not = spaces
                       display "A resolution note is required: "
                           with no advancing
                       accept workResolveText
                   end-perform.
                   move 'R' to dsStatus.
                   move workResolution to dsResolution.
                   move runDate to dsResolvedDate.
                   move workResolveText to dsResolveText.
                   move disputeRecord to disputeEntry(dIdx).
                   move 'Y' to changesMade.
                   display "Dispute " dsDisputeId " resolved".
                   move spaces to auditInputsValue.
                   string "dispute " delimited by size
                       dsDisputeId delimited by size
                       " resolved " delimited by size
                       dsResolution delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   if dsCategory = 'F' and dsResolution = 'B'
                       and dsFeeAmount > 0
                       perform OfferFeeReversal
                   end-if.

               *> taking money off a loan is a maintenance-role
               *> decision; anyone else resolves the dispute and
               *> leaves the fee to a maintenance operator's waiver
               OfferFeeReversal.
                   if roleAllowed = 'N'
                       display "Reversing the fee needs the "
                           "maintenance role - refer it to the "
                           "supervisor"
                   else
                       move dsFeeAmount to outFeeShow
                       display "Reverse the fee of " outFeeShow
                           " on loan " dsLoanNum " (Y/N): "
                           with no advancing
                       accept confirmChoice
                       if confirmChoice = 'Y' or confirmChoice = 'y'
                           perform WriteFeeWaiver
                       else
                           display "Fee left on the loan"
                       end-if
                   end-if.

               WriteFeeWaiver.
                   open extend waiverFile.
                   if waiverStatus = "05" or waiverStatus = "35"
                       open output waiverFile
                       close waiverFile
                       open extend waiverFile
                   end-if.
                   move dsLoanNum to wtLoanNum.
                   move runDate to wtPayDate.
                   move dsFeeAmount to wtAmount.
                   move 'W' to wtTranType.
                   move space to wtSource.
                   write waiverTransaction.
                   close waiverFile.
                   display "Fee waiver written to " waiverFileName
                       " for the next posting run".
                   move spaces to auditInputsValue.
                   string "fee waiver loan " delimited by size
                       dsLoanNum delimited by size
                       " dispute " delimited by size
                       dsDisputeId delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.

               InquireLoanDisputes.
                   perform PromptLoanNum.
                   move zeros to shownCount.
                   move 1 to dIdx.
                   perform until dIdx > disputeCount
                       move disputeEntry(dIdx) to disputeRecord
                       if dsLoanNum = workLoanNum
                           perform ShowDispute
                           add 1 to shownCount
                       end-if
                       add 1 to dIdx
                   end-perform.
                   if shownCount = 0
                       display "No disputes on loan " workLoanNum
                   end-if.

               ShowDispute.
                   move dsDisputeId to outShowId.
                   move dsLoanNum to outShowLoan.
                   perform DescribeCategory.
                   move outCategory to outShowCategory.
                   move spaces to outShowReceived(1:10).
                   move dsReceived(1:4) to outShowReceived(1:4).
                   move '/' to outShowReceived(5:1).
                   move dsReceived(5:2) to outShowReceived(6:2).
                   move '/' to outShowReceived(8:1).
                   move dsReceived(7:2) to outShowReceived(9:2).
                   move spaces to outShowDue(1:10).
                   move dsDueDate(1:4) to outShowDue(1:4).
                   move '/' to outShowDue(5:1).
                   move dsDueDate(5:2) to outShowDue(6:2).
                   move '/' to outShowDue(8:1).
                   move dsDueDate(7:2) to outShowDue(9:2).
                   move dsOperator to outShowOperator.
                   evaluate true
                       when dsStatus = 'O' and dsDueDate < runDate
                           move 'OPEN-OVERDUE' to outShowStatus
                       when dsStatus = 'O'
                           move 'OPEN' to outShowStatus
                       when dsResolution = 'B'
                           move 'BORROWER' to outShowStatus
                       when dsResolution = 'U'
                           move 'UPHELD' to outShowStatus
                       when other
                           move 'WITHDRAWN' to outShowStatus
                   end-evaluate.
                   display disputeShowLine.
                   display "   " dsDescription.
                   if dsStatus = 'R'
                       display "   resolved " dsResolvedDate " - "
                           dsResolveText
                   end-if.

               DescribeCategory.
                   evaluate dsCategory
                       when 'B'
                           move 'Balance' to outCategory
                       when 'P'
                           move 'Payment' to outCategory
                       when 'S'
                           move 'Bureau status' to outCategory
                       when 'F'
                           move 'Fee' to outCategory
                       when other
                           move dsCategory to outCategory
                   end-evaluate.

               *> every open dispute whose response date has passed,
               *> with how many days late the answer now is
               WriteOverdueReport.
                   open output overdueReport.
                   move spaces to outRunDate(1:10).
                   move runYear to outRunDate(1:4).
                   move '/' to outRunDate(5:1).
                   move runMonth to outRunDate(6:2).
                   move '/' to outRunDate(8:1).
                   move runDay to outRunDate(9:2).
                   write reportLine from reportTitle.
                   write reportLine from breakLine.
                   write reportLine from colHeads.
                   move zeros to overdueCount.
                   move 1 to dIdx.
                   perform until dIdx > disputeCount
                       move disputeEntry(dIdx) to disputeRecord
                       if dsStatus = 'O' and dsDueDate < runDate
                           perform WriteOverdueLine
                       end-if
                       add 1 to dIdx
                   end-perform.
                   if overdueCount = 0
                       write reportLine from noOverdueLine
                   end-if.
                   write reportLine from breakLine.
                   move overdueCount to outOverdueCount.
                   write reportLine from reportSummary.
                   close overdueReport.
                   display "Overdue disputes: " outOverdueCount
                       " - report written to disputes.rpt".

               WriteOverdueLine.
                   add 1 to overdueCount.
                   move dsDisputeId to outDisputeId.
                   move dsLoanNum to outLoanNum.
                   perform DescribeCategory.
                   move spaces to outReceived(1:10).
                   move dsReceived(1:4) to outReceived(1:4).
                   move '/' to outReceived(5:1).
                   move dsReceived(5:2) to outReceived(6:2).
                   move '/' to outReceived(8:1).
                   move dsReceived(7:2) to outReceived(9:2).
                   move spaces to outDueDate(1:10).
                   move dsDueDate(1:4) to outDueDate(1:4).
                   move '/' to outDueDate(5:1).
                   move dsDueDate(5:2) to outDueDate(6:2).
                   move '/' to outDueDate(8:1).
                   move dsDueDate(7:2) to outDueDate(9:2).
                   *> counted a day at a time from the due date up
                   *> to today
                   move dsDueDate to stepDate.
                   move zeros to dayCount.
                   perform until stepDate >= runDate
                       or dayCount >= 99999
                       perform AdvanceOneDay
                       add 1 to dayCount
                   end-perform.
                   move dayCount to outDaysLate.
                   move dsOperator to outOperator.
                   move dsDescription to outDescription.
                   write reportLine from reportDetail.

               *> stepDate moved dayCount calendar days forward
               AdvanceStepDate.
                   perform until dayCount = 0
                       perform AdvanceOneDay
                       subtract 1 from dayCount
                   end-perform.

               AdvanceOneDay.
                   move monthDays(stepMonth) to monthLength.
                   if stepMonth = 2
                       perform CheckLeapYear
                       if leapYearFlag = 'Y'
                           move 29 to monthLength
                       end-if
                   end-if.
                   if stepDay < monthLength
                       add 1 to stepDay
                   else
                       move 1 to stepDay
                       if stepMonth = 12
                           move 1 to stepMonth
                           add 1 to stepYear
                       else
                           add 1 to stepMonth
                       end-if
                   end-if.

               CheckLeapYear.
                   move 'N' to leapYearFlag.
                   divide stepYear by 4 giving leapQuotient
                       remainder leapRemainder.
                   if leapRemainder = 0
                       move 'Y' to leapYearFlag
                       divide stepYear by 100 giving leapQuotient
                           remainder leapRemainder
                       if leapRemainder = 0
                           move 'N' to leapYearFlag
                           divide stepYear by 400
                               giving leapQuotient
                               remainder leapRemainder
                           if leapRemainder = 0
                               move 'Y' to leapYearFlag
                           end-if
                       end-if
                   end-if.

               PromptLoanNum.
                   display "Loan number: " with no advancing.
                   accept workLoanNum.
                   perform ValidateLoan.
                   perform until loanValid = 'Y'
                       display "Loan not on file - re-enter: "
                           with no advancing
                       accept workLoanNum
                       perform ValidateLoan
                   end-perform.

               ValidateLoan.
                   move 'Y' to loanValid.
                   if workLoanNum is not numeric or workLoanNum = 0
                       move 'N' to loanValid
                   else
                       if masterAvailable = 'Y'
                           move workLoanNum to lmLoanNum
                           read loanMaster
                               invalid key
                                   move 'N' to loanValid
                           end-read
                       end-if
                   end-if.

               *> the date the dispute reached us - blank for today
               PromptReceived.
                   display "Date received (yyyymmdd, blank for "
                       "today): " with no advancing.
                   accept workReceived.
                   if workReceived = spaces
                       move runDate to workReceived
                   end-if.
                   perform ValidateReceived.
                   perform until dateValid = 'Y'
                       display "Invalid date - enter a real date "
                           "no later than today (yyyymmdd): "
                           with no advancing
                       accept workReceived
                       perform ValidateReceived
                   end-perform.

               ValidateReceived.
                   move 'Y' to dateValid.
                   if workReceived is not numeric
                       move 'N' to dateValid
                   else
                       if wrYear < 1900
                           or wrMonth < 1 or wrMonth > 12
                           or wrDay < 1 or wrDay > 31
                           or workReceived > runDate
                           move 'N' to dateValid
                       end-if
                   end-if.

               PromptFeeAmount.
                   display "Fee disputed (99999.99): "
                       with no advancing.
                   accept workFeeAmount.
                   perform until workFeeAmount is numeric
                       and workFeeAmount > 0
                       display "Enter the fee amount: "
                           with no advancing
                       accept workFeeAmount
                   end-perform.

               PromptDisputeId.
                   display "Dispute number: " with no advancing.
                   accept workDisputeId.
                   move 'N' to dFound.
                   if workDisputeId is numeric
                       move 1 to dIdx
                       perform until dIdx > disputeCount
                           or dFound = 'Y'
                           if disputeEntry(dIdx)(1:6) = workDisputeId
                               move 'Y' to dFound
                           else
                               add 1 to dIdx
                           end-if
                       end-perform
                   end-if.
                   if dFound = 'N'
                       display "Dispute " workDisputeId
                           " is not on file"
                   end-if.

               *> a missing dispute file just means none has been
               *> logged yet - the first one creates it
               LoadDisputes.
                   open input disputeFile.
                   if disputeStatus = "00"
                       perform until disputeStatus = "10"
                           read disputeFile
                               at end
                                   continue
                               not at end
                                   if disputeCount < maxDisputes
                                       and dsDisputeId is numeric
                                       add 1 to disputeCount
                                       move disputeRecord
                                         to disputeEntry(disputeCount)
                                       if dsDisputeId > lastDisputeId
                                           move dsDisputeId
                                               to lastDisputeId
                                       end-if
                                   end-if
                           end-read
                       end-perform
                       close disputeFile
                   end-if.

               *> the whole file is rewritten from the table -
               *> resolved disputes stay on it as the record of how
               *> they came out
               RewriteDisputes.
                   open output disputeFile.
                   move 1 to dIdx.
                   perform until dIdx > disputeCount
                       move disputeEntry(dIdx) to disputeRecord
                       write disputeRecord
                       add 1 to dIdx
                   end-perform.
                   close disputeFile.

               copy "lock-io".

               *> the signed-on operator's row on operator.tab,
               *> checked for the maintenance role or better that
               *> reversing a fee needs; with no operator file at all
               *> (a development machine) the check is waived, the
               *> same waiver the sign-on itself makes
               CheckOperatorRole.
                   move 'Y' to roleAllowed.
                   open input operatorFile.
                   if operatorStatus = "00"
                       move 'N' to roleAllowed
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
                   move "DisputeTracking" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
