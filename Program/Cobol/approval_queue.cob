           identification division.
           program-id. ApprovalQueue.

           environment division.

           input-output section.
           file-control.
           select approvalFile assign to "approvals.dat"
               organization is line sequential
               file status is approvalStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select chargeOffFile assign to "chargeoff.dat"
               organization is line sequential
               file status is chargeOffStatus.
           select modHistory assign to "loanmod.dat"
               organization is line sequential
               file status is modHistoryStatus.
           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd approvalFile.
               copy "approval-entry".

           fd loanMaster.
               copy "loan-master".

           fd custFile.
               copy "customer-record".

           fd rateTable.
               copy "rate-table".

           fd chargeOffFile.
               copy "charge-off".

           fd modHistory.
               copy "loan-mod".

           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd lockFile.
           01 lockRecord pic X(30).

           fd imageJournal.
               copy "image-journal".

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           copy "business-constants".

           01 masterStatus pic X(2).
           01 custStatus pic X(2).
           01 rateTableStatus pic X(2).
           01 chargeOffStatus pic X(2).
           01 modHistoryStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckSupervisorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 journalFileName pic X(8).
           77 journalAction pic X(1).
           77 savedImage pic X(250).
           77 changedImage pic X(250).
           77 loanMasterOpen pic X(1) value 'N'.
           *> the general-ledger legs of an approved charge-off -
           *> see copybook/gl-journal.cpy and gl-account-io.cpy
           01 journalStatus pic X(2).
           01 glAccountStatus pic X(2).
           copy "gl-account-table".
           77 journalOpen pic X(1) value 'N'.
           77 journalDebits pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 journalCredits pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the approval file as it stands - see
           *> copybook/approval-fields.cpy
           copy "approval-fields".

           *> a bank account change is shown by its last four only,
           *> as everywhere a person reads one - see
           *> copybook/mask-io.cpy
           copy "mask-fields".

           *> the rate tier table, rewritten whole when a tier row
           *> is approved - see copybook/rate-table-io.cpy
           77 tRate pic 9.
           copy "rate-tier-table".
           77 entryIdx pic 99.
           77 entryFound pic X(1).
           77 overlapFound pic X(1).
           01 workEffFrom pic 9(8).
           01 workEffTo pic 9(8).

           77 menuChoice pic X(1).
           77 decisionChoice pic X(1).
           77 workEntryId pic 9(6).
           77 workNote pic X(30).
           77 pendingCount pic S9(5) usage is COMPUTATIONAL.
           *> what came of trying to make an approved change: 'Y'
           *> made, 'S' the master has moved on since the entry was
           *> proposed (staleReason says how), 'B' the master is
           *> busy and the entry is left waiting
           77 applyResult pic X(1).
           77 staleReason pic X(30).

           *> the loan terms when the change was proposed, as
           *> proposed, and as they stand now
           01 beforeTerms.
               02 btStatus   pic X(1).
               02 btRate     pic 9V9(8).
               02 btTerm     pic 999.
               02 btPayment  pic 9(5)V999.
               02 btBalance  pic S9(7)V99.
               02 btPosted   pic 9(3).
               02 btPaidToDate pic 9(9)V99.
           01 afterTerms.
               02 atStatus   pic X(1).
               02 atRate     pic 9V9(8).
               02 atTerm     pic 999.
               02 atPayment  pic 9(5)V999.
               02 atBalance  pic S9(7)V99.
               02 atPosted   pic 9(3).
               02 atPaidToDate pic 9(9)V99.
           01 currentTerms.
               02 ctStatus   pic X(1).
               02 ctRate     pic 9V9(8).
               02 ctTerm     pic 999.
               02 ctPayment  pic 9(5)V999.
               02 ctBalance  pic S9(7)V99.
               02 ctPosted   pic 9(3).
               02 ctPaidToDate pic 9(9)V99.
           01 beforeTier.
               02 bfCode    pic 9.
               02 bfAdder   pic 9V9999.
               02 bfEffFrom pic 9(8).
               02 bfEffTo   pic 9(8).
           01 afterTier.
               02 afCode    pic 9.
               02 afAdder   pic 9V9999.
               02 afEffFrom pic 9(8).
               02 afEffTo   pic 9(8).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 approvalShowLine.
               02 filler pic X(1) value space.
               02 outShowEntry pic Z(5)9.
               02 filler pic X(1) value space.
               02 outShowKind pic X(14).
               02 filler pic X(1) value space.
               02 outShowKey pic X(10).
               02 filler pic X(4) value ' by '.
               02 outShowMaker pic X(8).
               02 filler pic X(1) value space.
               02 outShowDate pic 9999/99/99.
               02 filler pic X(1) value space.
               02 outShowState pic X(8).
           01 loanCompareHeads.
               02 filler pic X(40) value
           '                    Before        After'.
           01 loanRateLine.
               02 filler pic X(17) value ' Nominal Rate    '.
               02 outBeforeRate pic 9.999999.
               02 filler pic X(5) value space.
               02 outAfterRate pic 9.999999.
           01 loanTermLine.
               02 filler pic X(17) value ' Term (months)   '.
               02 outBeforeTerm pic ZZ999.
               02 filler pic X(8) value space.
               02 outAfterTerm pic ZZ999.
           01 loanPayLine.
               02 filler pic X(17) value ' Monthly Payment '.
               02 outBeforePayment pic ZZZZZ9.999.
               02 filler pic X(3) value space.
               02 outAfterPayment pic ZZZZZ9.999.
           01 loanBalLine.
               02 filler pic X(17) value ' Balance         '.
               02 outBeforeBalance pic ZZZZZZ9.99-.
               02 filler pic X(2) value space.
               02 outAfterBalance pic ZZZZZZ9.99-.
           01 amountLine.
               02 outAmountLabel pic X(26).
               02 outAmount pic $$$$,$$9.99.
           01 tierShowLine.
               02 outTierLabel pic X(8).
               02 filler pic X(6) value ' tier '.
               02 outTierCode pic 9.
               02 filler pic X(9) value '  adder '.
               02 outTierAdder pic 9.9999.
               02 filler pic X(7) value '  from '.
               02 outTierFrom pic 9(8).
               02 filler pic X(5) value '  to '.
               02 outTierTo pic 9(8).

           procedure division.
               *> the checker's side of dual control: a charge-off,
               *> a loan restructure, a rate tier row or a customer's
               *> bank account proposed by one operator waits on
               *> approvals.dat until a second operator with the
               *> supervisor role reviews the before and after values
               *> here. An approved change is made to the master
               *> only if the master still stands as it did when the
               *> change was proposed - otherwise the entry is marked
               *> stale and has to be proposed again - and is then
               *> journaled exactly as the proposing program used to;
               *> a rejection needs a reason. Nobody may decide a
               *> change they proposed themselves, so a checker who
               *> is not signed on cannot decide anything at all
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckSupervisorRole.
               if roleAllowed = 'N'
                   display "This program needs the supervisor "
                       "role - see the supervisor"
                   stop run
               end-if.
               if operatorId = spaces
                   display "Approvals need a signed-on operator - "
                       "sign on through the menu first"
                   stop run
               end-if.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
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
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Approval Queue - (L)ist pending, "
                       "(R)eview an entry, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListPendingApprovals
                       when 'R'
                       when 'r'
                           perform ReviewApproval
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, "
                               "R or Q"
                   end-evaluate
               end-perform.
               if journalOpen = 'Y'
                   perform WriteJournalTrailer
               end-if.
               stop run.

               *> the file is re-read every time, so proposals made
               *> since the last listing show up
               ListPendingApprovals.
                   perform LoadApprovals.
                   perform CheckApprovalsHeld.
                   move zeros to pendingCount.
                   move 1 to apIdx.
                   perform until apIdx > approvalCount
                       if aeState(apIdx) = 'P'
                           add 1 to pendingCount
                           perform ShowApproval
                       end-if
                       add 1 to apIdx
                   end-perform.
                   if pendingCount = 0
                       display "   (no changes awaiting approval)"
                   end-if.

               ReviewApproval.
                   perform LoadApprovals.
                   perform CheckApprovalsHeld.
                   display "Entry number (from the list): "
                       with no advancing.
                   accept workEntryId.
                   move 'N' to apFound.
                   if workEntryId is numeric and workEntryId > 0
                       move workEntryId to findEntryId
                       perform FindApprovalEntry
                   end-if.
                   if apFound = 'N'
                       display "There is no entry with that number "
                           "still open - list them first"
                   else
                       perform ShowApproval
                       if aeState(apIdx) not = 'P'
                           display "That entry has already been "
                               "decided"
                       else
                           if saOperator = operatorId
                               display "You proposed this change - "
                                   "another operator must approve "
                                   "or reject it"
                           else
                               perform ShowApprovalDetail
                               perform PromptDecision
                           end-if
                       end-if
                   end-if.

               ShowApproval.
                   move aeMaker(apIdx) to shownApproval.
                   move saEntryId to outShowEntry.
                   evaluate saKind
                       when 'O'
                           move 'charge-off' to outShowKind
                       when 'M'
                           move 'modification' to outShowKind
                       when 'T'
                           move 'rate tier row' to outShowKind
                       when 'B'
                           move 'bank account' to outShowKind
                       when other
                           move 'unknown' to outShowKind
                   end-evaluate.
                   move saKey to outShowKey.
                   move saOperator to outShowMaker.
                   move saDate to outShowDate.
                   evaluate aeState(apIdx)
                       when 'A'
                           move 'APPROVED' to outShowState
                       when 'R'
                           move 'REJECTED' to outShowState
                       when 'S'
                           move 'STALE' to outShowState
                       when other
                           move 'PENDING' to outShowState
                   end-evaluate.
                   display approvalShowLine.
                   if aeState(apIdx) not = 'P'
                       display "      decided by " aeDecidedBy(apIdx)
                           " on " aeDecidedDate(apIdx) " "
                           aeDecidedNote(apIdx)
                   end-if.

               *> the before and after values the checker is asked
               *> to approve, laid out for each kind of change
               ShowApprovalDetail.
                   display "      " saNote.
                   evaluate saKind
                       when 'O'
                           perform ShowChargeOffDetail
                       when 'M'
                           perform ShowModificationDetail
                       when 'T'
                           perform ShowTierDetail
                       when 'B'
                           display "      customer " saKey
                           move saBefore(1:17) to maskAccountIn
                           perform MaskBankAccount
                           display "      account before: "
                               maskedAccount
                           move saAfter(1:17) to maskAccountIn
                           perform MaskBankAccount
                           display "      account after:  "
                               maskedAccount
                   end-evaluate.

               ShowChargeOffDetail.
                   move saBefore to loanMasterRecord.
                   display "      loan " lmLoanNum " customer "
                       lmCustId " status " lmStatus " to O".
                   move ' Balance to charge off:   ' to outAmountLabel.
                   move saAmount to outAmount.
                   display amountLine.
                   display "      payments behind when proposed: "
                       saCount.

               ShowModificationDetail.
                   perform DecodeLoanImages.
                   display loanCompareHeads.
                   move btRate to outBeforeRate.
                   move atRate to outAfterRate.
                   display loanRateLine.
                   move btTerm to outBeforeTerm.
                   move atTerm to outAfterTerm.
                   display loanTermLine.
                   move btPayment to outBeforePayment.
                   move atPayment to outAfterPayment.
                   display loanPayLine.
                   move btBalance to outBeforeBalance.
                   move atBalance to outAfterBalance.
                   display loanBalLine.
                   if saAmount > 0
                       move ' Arrears capitalized:     '
                           to outAmountLabel
                       move saAmount to outAmount
                       display amountLine
                   end-if.

               ShowTierDetail.
                   perform DecodeTierImages.
                   if saAction not = 'A'
                       move 'before' to outTierLabel
                       move bfCode to outTierCode
                       move bfAdder to outTierAdder
                       move bfEffFrom to outTierFrom
                       move bfEffTo to outTierTo
                       display tierShowLine
                   end-if.
                   if saAction = 'D'
                       display "      after:   (row deleted)"
                   else
                       move 'after' to outTierLabel
                       move afCode to outTierCode
                       move afAdder to outTierAdder
                       move afEffFrom to outTierFrom
                       move afEffTo to outTierTo
                       display tierShowLine
                   end-if.

               *> the loan images on the entry broken out through the
               *> master's own record layout - the live record is
               *> put back afterward
               DecodeLoanImages.
                   move loanMasterRecord to savedImage.
                   move saBefore to loanMasterRecord.
                   move lmStatus to btStatus.
                   move lmIRate to btRate.
                   move lmTerm to btTerm.
                   move lmMonthlyPayment to btPayment.
                   move lmCurrentBalance to btBalance.
                   move lmPaymentsPosted to btPosted.
                   move lmPaidToDate to btPaidToDate.
                   move saAfter to loanMasterRecord.
                   move lmStatus to atStatus.
                   move lmIRate to atRate.
                   move lmTerm to atTerm.
                   move lmMonthlyPayment to atPayment.
                   move lmCurrentBalance to atBalance.
                   move lmPaymentsPosted to atPosted.
                   move lmPaidToDate to atPaidToDate.
                   move savedImage to loanMasterRecord.

               DecodeTierImages.
                   move zeros to beforeTier.
                   move zeros to afterTier.
                   if saAction not = 'A'
                       move saBefore to rateTableRecord
                       move rtCode to bfCode
                       move rtAdder to bfAdder
                       move rtEffFrom to bfEffFrom
                       move rtEffTo to bfEffTo
                   end-if.
                   if saAction not = 'D'
                       move saAfter to rateTableRecord
                       move rtCode to afCode
                       move rtAdder to afAdder
                       move rtEffFrom to afEffFrom
                       move rtEffTo to afEffTo
                   end-if.

               PromptDecision.
                   display "(A)pprove, (R)eject, (S)kip: "
                       with no advancing.
                   accept decisionChoice.
                   inspect decisionChoice converting "ars" to "ARS".
                   perform until decisionChoice = 'A'
                       or decisionChoice = 'R'
                       or decisionChoice = 'S'
                       display "Enter A, R or S: " with no advancing
                       accept decisionChoice
                       inspect decisionChoice
                           converting "ars" to "ARS"
                   end-perform.
                   evaluate decisionChoice
                       when 'A'
                           perform ApproveEntry
                       when 'R'
                           display "Reason: " with no advancing
                           accept workNote
                           perform until workNote not = spaces
                               display "The reason is required: "
                                   with no advancing
                               accept workNote
                           end-perform
                           perform WriteDecision
                   end-evaluate.

               *> the change is made first and the decision written
               *> after, so an entry is never marked approved for a
               *> change that did not go through
               ApproveEntry.
                   accept runDate from date yyyymmdd.
                   accept runTime from time.
                   move spaces to staleReason.
                   evaluate saKind
                       when 'O'
                           perform ApplyChargeOff
                       when 'M'
                           perform ApplyModification
                       when 'T'
                           perform ApplyTierChange
                       when 'B'
                           perform ApplyBankAccount
                       when other
                           move 'S' to applyResult
                           move "unknown kind of change"
                               to staleReason
                   end-evaluate.
                   evaluate applyResult
                       when 'Y'
                           move "approved" to workNote
                           perform WriteDecision
                       when 'S'
                           display "Not made - " staleReason
                           display "The entry is marked stale and "
                               "must be proposed again"
                           move 'S' to decisionChoice
                           move staleReason to workNote
                           perform WriteDecision
                       when other
                           display "Entry left waiting - try again "
                               "later"
                   end-evaluate.

               *> the loan goes off the performing books only while
               *> it is still active at the balance the checker was
               *> shown - a payment posted since means a new look
               ApplyChargeOff.
                   move "LOANMAST.lck" to lockFileName.
                   perform OpenLoanMaster.
                   if applyResult = 'Y'
                       move saKey(1:5) to lmLoanNum
                       read loanMaster
                           invalid key
                               move 'S' to applyResult
                               move "loan is no longer on file"
                                   to staleReason
                       end-read
                   end-if.
                   if applyResult = 'Y'
                       if lmStatus not = 'A'
                           move 'S' to applyResult
                           move "loan is no longer active"
                               to staleReason
                       else
                           if lmCurrentBalance not = saAmount
                               move 'S' to applyResult
                               move "balance has changed since"
                                   to staleReason
                           end-if
                       end-if
                   end-if.
                   if applyResult = 'Y'
                       move spaces to savedImage
                       move loanMasterRecord to savedImage
                       move 'O' to lmStatus
                       rewrite loanMasterRecord
                           invalid key
                               move 'B' to applyResult
                               display "Unable to update loan "
                                   lmLoanNum " on the master"
                       end-rewrite
                   end-if.
                   if applyResult = 'Y'
                       move "LOANMAST" to journalFileName
                       move 'C' to journalAction
                       move spaces to changedImage
                       move loanMasterRecord to changedImage
                       perform WriteMasterJournal
                       perform AppendChargeOff
                       perform WriteChargeOffJournal
                       display "Loan " lmLoanNum " charged off"
                   end-if.
                   perform CloseLoanMaster.

               AppendChargeOff.
                   open extend chargeOffFile.
                   if chargeOffStatus = "05" or chargeOffStatus = "35"
                       open output chargeOffFile
                       close chargeOffFile
                       open extend chargeOffFile
                   end-if.
                   move lmLoanNum to coLoanNum.
                   move runDate to coDate.
                   move lmCurrentBalance to coBalance.
                   write chargeOffRecord.
                   close chargeOffFile.

               *> the charge-off's ledger legs: loss expense
               *> debited, the loan principal written down
               WriteChargeOffJournal.
                   if journalOpen = 'N'
                       perform OpenJournal
                   end-if.
                   move 'LOSS-EXP' to glAccount.
                   move lmCurrentBalance to glDebit.
                   move zeros to glCredit.
                   perform WriteJournalEntry.
                   move 'LOAN-PRN' to glAccount.
                   move zeros to glDebit.
                   move lmCurrentBalance to glCredit.
                   perform WriteJournalEntry.

               *> the restructure goes in only while the loan's terms
               *> stand as they did when it was priced - otherwise
               *> the new payment amortizes a balance nobody owes
               ApplyModification.
                   move "LOANMAST.lck" to lockFileName.
                   perform OpenLoanMaster.
                   if applyResult = 'Y'
                       move saKey(1:5) to lmLoanNum
                       read loanMaster
                           invalid key
                               move 'S' to applyResult
                               move "loan is no longer on file"
                                   to staleReason
                       end-read
                   end-if.
                   if applyResult = 'Y'
                       perform DecodeLoanImages
                       move lmStatus to ctStatus
                       move lmIRate to ctRate
                       move lmTerm to ctTerm
                       move lmMonthlyPayment to ctPayment
                       move lmCurrentBalance to ctBalance
                       move lmPaymentsPosted to ctPosted
                       move lmPaidToDate to ctPaidToDate
                       if currentTerms not = beforeTerms
                           move 'S' to applyResult
                           move "loan terms have changed since"
                               to staleReason
                       end-if
                   end-if.
                   if applyResult = 'Y'
                       move spaces to savedImage
                       move loanMasterRecord to savedImage
                       move atRate to lmIRate
                       move atTerm to lmTerm
                       move atPayment to lmMonthlyPayment
                       move atBalance to lmCurrentBalance
                       move atPosted to lmPaymentsPosted
                       move atPaidToDate to lmPaidToDate
                       rewrite loanMasterRecord
                           invalid key
                               move 'B' to applyResult
                               display "Unable to update loan "
                                   lmLoanNum " on the master"
                       end-rewrite
                   end-if.
                   if applyResult = 'Y'
                       move "LOANMAST" to journalFileName
                       move 'C' to journalAction
                       move spaces to changedImage
                       move loanMasterRecord to changedImage
                       perform WriteMasterJournal
                       perform WriteModHistory
                       display "Loan " lmLoanNum " modified - new "
                           "payment " lmMonthlyPayment
                   end-if.
                   perform CloseLoanMaster.

               *> same auto-create-on-first-run fallback the audit
               *> trail uses
               WriteModHistory.
                   open extend modHistory.
                   if modHistoryStatus = "05"
                       or modHistoryStatus = "35"
                       open output modHistory
                       close modHistory
                       open extend modHistory
                   end-if.
                   move lmLoanNum to mdLoanNum.
                   move runDate to mdModDate.
                   move btRate to mdOldRate.
                   move lmIRate to mdNewRate.
                   move btTerm to mdOldTerm.
                   move lmTerm to mdNewTerm.
                   move btPayment to mdOldPayment.
                   move lmMonthlyPayment to mdNewPayment.
                   move saAmount to mdCapitalized.
                   write loanModRecord.
                   close modHistory.

               OpenLoanMaster.
                   move 'Y' to applyResult.
                   move 'N' to loanMasterOpen.
                   perform AcquireSharedLock.
                   if lockBusy = 'Y'
                       display "LOANMAST is in use by another "
                           "program (possibly the nightly stream)"
                       move 'B' to applyResult
                   else
                       open i-o loanMaster
                       if masterStatus not = "00"
                           display "Loan master LOANMAST could not "
                               "be opened"
                           perform ReleaseSharedLock
                           move 'B' to applyResult
                       else
                           move 'Y' to loanMasterOpen
                       end-if
                   end-if.

               CloseLoanMaster.
                   if loanMasterOpen = 'Y'
                       close loanMaster
                       move 'N' to loanMasterOpen
                       perform ReleaseSharedLock
                   end-if.

               *> a tier row is changed or deleted only while it
               *> still reads exactly as the checker was shown, and
               *> a new one goes in only if nothing now overlaps it;
               *> the whole table is then rewritten in one pass, as
               *> RateTableMaint used to
               ApplyTierChange.
                   move 'Y' to applyResult.
                   move "loanrate.lck" to lockFileName.
                   perform AcquireSharedLock.
                   if lockBusy = 'Y'
                       display "loanrate.tab is in use by another "
                           "program (possibly the nightly stream)"
                       move 'B' to applyResult
                   else
                       perform LoadRateTable
                       perform DecodeTierImages
                       perform MakeTierChange
                       if applyResult = 'Y'
                           perform RewriteRateTable
                           display "Rate table saved"
                       end-if
                       perform ReleaseSharedLock
                   end-if.

               MakeTierChange.
                   if saAction = 'A'
                       move afEffFrom to workEffFrom
                       move afEffTo to workEffTo
                       move afCode to tRate
                       perform CheckOverlap
                       if overlapFound = 'Y'
                           move 'S' to applyResult
                           move "another row now overlaps it"
                               to staleReason
                       else
                           if rateCount >= 50
                               move 'S' to applyResult
                               move "rate table is full"
                                   to staleReason
                           else
                               add 1 to rateCount
                               move afCode to tierCode(rateCount)
                               move afAdder to tierAdder(rateCount)
                               move afEffFrom
                                   to tierEffFrom(rateCount)
                               move afEffTo to tierEffTo(rateCount)
                           end-if
                       end-if
                   else
                       perform FindBeforeTier
                       if entryFound = 'N'
                           move 'S' to applyResult
                           move "row has changed since"
                               to staleReason
                       else
                           if saAction = 'D'
                               perform RemoveTierRow
                           else
                               move afAdder to tierAdder(entryIdx)
                               move afEffTo to tierEffTo(entryIdx)
                           end-if
                       end-if
                   end-if.

               FindBeforeTier.
                   move 'N' to entryFound.
                   move 1 to entryIdx.
                   perform until entryIdx > rateCount
                       or entryFound = 'Y'
                       if tierCode(entryIdx) = bfCode
                           and tierAdder(entryIdx) = bfAdder
                           and tierEffFrom(entryIdx) = bfEffFrom
                           and tierEffTo(entryIdx) = bfEffTo
                           move 'Y' to entryFound
                       else
                           add 1 to entryIdx
                       end-if
                   end-perform.

               RemoveTierRow.
                   perform until entryIdx >= rateCount
                       move rateTier(entryIdx + 1)
                           to rateTier(entryIdx)
                       add 1 to entryIdx
                   end-perform.
                   subtract 1 from rateCount.

               CheckOverlap.
                   move 'N' to overlapFound.
                   move 1 to entryIdx.
                   perform until entryIdx > rateCount
                       or overlapFound = 'Y'
                       if tierCode(entryIdx) = tRate
                           and workEffFrom <= tierEffTo(entryIdx)
                           and workEffTo >= tierEffFrom(entryIdx)
                           move 'Y' to overlapFound
                       end-if
                       add 1 to entryIdx
                   end-perform.

               RewriteRateTable.
                   open output rateTable.
                   move 1 to entryIdx.
                   perform until entryIdx > rateCount
                       move tierCode(entryIdx) to rtCode
                       move tierAdder(entryIdx) to rtAdder
                       move tierEffFrom(entryIdx) to rtEffFrom
                       move tierEffTo(entryIdx) to rtEffTo
                       write rateTableRecord
                       add 1 to entryIdx
                   end-perform.
                   close rateTable.

               *> the new account goes in only over the account the
               *> checker was shown as the one being replaced
               ApplyBankAccount.
                   move 'Y' to applyResult.
                   move "CUSTMAST.lck" to lockFileName.
                   perform AcquireSharedLock.
                   if lockBusy = 'Y'
                       display "CUSTMAST is in use by another "
                           "program (possibly the nightly stream)"
                       move 'B' to applyResult
                   else
                       open i-o custFile
                       if custStatus not = "00"
                           display "Customer master CUSTMAST could "
                               "not be opened"
                           move 'B' to applyResult
                       else
                           perform ChangeBankAccount
                           close custFile
                       end-if
                       perform ReleaseSharedLock
                   end-if.

               ChangeBankAccount.
                   move saKey(1:6) to IdNum.
                   read custFile
                       invalid key
                           move 'S' to applyResult
                           move "customer is no longer on file"
                               to staleReason
                   end-read.
                   if applyResult = 'Y'
                       if custBankAccount not = saBefore(1:17)
                           move 'S' to applyResult
                           move "account has changed since"
                               to staleReason
                       end-if
                   end-if.
                   if applyResult = 'Y'
                       move spaces to savedImage
                       move Customer to savedImage
                       move saAfter(1:17) to custBankAccount
                       rewrite Customer
                           invalid key
                               move 'B' to applyResult
                               display "Unable to update customer "
                                   IdNum
                       end-rewrite
                   end-if.
                   if applyResult = 'Y'
                       move "CUSTMAST" to journalFileName
                       move 'C' to journalAction
                       move spaces to changedImage
                       move Customer to changedImage
                       perform WriteMasterJournal
                       display "Bank account changed for customer "
                           IdNum
                   end-if.

               *> the decision goes on the end of the file under the
               *> same entry number as the proposal
               WriteDecision.
                   accept runDate from date yyyymmdd.
                   accept runTime from time.
                   move spaces to approvalRecord.
                   move decisionChoice to apRecordType.
                   move saEntryId to apEntryId.
                   move saKind to apKind.
                   move saAction to apAction.
                   move saKey to apKey.
                   move operatorId to apOperator.
                   move runDate to apDate.
                   move runHour to apTime(1:2).
                   move runMinute to apTime(3:2).
                   move zeros to apAmount.
                   move zeros to apCount.
                   move workNote to apNote.
                   open extend approvalFile.
                   if approvalStatus = "05" or approvalStatus = "35"
                       open output approvalFile
                       close approvalFile
                       open extend approvalFile
                   end-if.
                   write approvalRecord.
                   close approvalFile.
                   move spaces to auditInputsValue.
                   evaluate decisionChoice
                       when 'A'
                           string "approved entry " delimited by size
                               saEntryId delimited by size
                               " " delimited by size
                               saKind delimited by size
                               " " delimited by size
                               saKey delimited by space
                               into auditInputsValue
                       when 'R'
                           display "Rejected - entry " saEntryId
                           string "rejected entry " delimited by size
                               saEntryId delimited by size
                               " " delimited by size
                               saKind delimited by size
                               " " delimited by size
                               saKey delimited by space
                               into auditInputsValue
                       when other
                           string "stale entry " delimited by size
                               saEntryId delimited by size
                               " " delimited by size
                               saKind delimited by size
                               " " delimited by size
                               saKey delimited by space
                               into auditInputsValue
                   end-evaluate.
                   perform WriteAuditTrail.

               WriteJournalEntry.
                   move runDate to glRunDate.
                   move "ApprovalQueue" to glSource.
                   add glDebit to journalDebits.
                   add glCredit to journalCredits.
                   write glJournalRecord.

               *> same auto-create-on-first-run fallback the audit
               *> trail uses
               OpenJournal.
                   open extend journalFile.
                   if journalStatus = "05" or journalStatus = "35"
                       open output journalFile
                       close journalFile
                       open extend journalFile
                   end-if.
                   move 'Y' to journalOpen.

               *> the trailer proving the session balanced - see the
               *> matching paragraph in PaymentPosting
               WriteJournalTrailer.
                   move runDate to glRunDate.
                   move "ApprovalQueue" to glSource.
                   move 'TRAILER ' to glAccount.
                   move journalDebits to glDebit.
                   move journalCredits to glCredit.
                   write glJournalRecord.
                   close journalFile.
                   if journalDebits not = journalCredits
                       display "*** GL JOURNAL OUT OF BALANCE - "
                           "debits " journalDebits " credits "
                           journalCredits " ***"
                       move ErrorRunCode to return-code
                   end-if.

               *> the accounts this program's journal legs post to
               CheckPostingAccounts.
                   move 'LOSS-EXP' to glAccount.
                   perform ValidateGlAccount.
                   move 'LOAN-PRN' to glAccount.
                   perform ValidateGlAccount.

               copy "gl-account-io".

               *> a queue that did not fit the table is never
               *> worked from - what is missing could be the very
               *> entry a decision depends on
               CheckApprovalsHeld.
                   if approvalsNotHeld > 0
                       display "approvals.dat has " approvalsNotHeld
                           " entries the table cannot hold - nothing "
                           "can be decided; see the supervisor"
                       if journalOpen = 'Y'
                           perform WriteJournalTrailer
                       end-if
                       move ErrorRunCode to return-code
                       stop run
                   end-if.

               copy "approval-io".

               copy "rate-table-io".

               copy "lock-io".

               copy "mask-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
               *> operator.tab needs the supervisor role; with no
               *> operator file at all (a development machine) the
               *> check is waived, the same waiver the sign-on
               *> itself makes
               CheckSupervisorRole.
                   move 'Y' to roleAllowed.
                   accept operatorId from environment "OPERATOR".
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
                                       and opRole = 'S'
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> one before/after image per master change onto the
               *> dated journal - see copybook/image-journal.cpy; the
               *> caller leaves the before image in savedImage and
               *> the after image in changedImage
               WriteMasterJournal.
                   open extend imageJournal.
                   if imageJournalStatus = "05"
                       or imageJournalStatus = "35"
                       open output imageJournal
                       close imageJournal
                       open extend imageJournal
                   end-if.
                   move "ApprovalQueue" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move journalFileName to jrFileName.
                   move journalAction to jrAction.
                   move savedImage to jrBefore.
                   move changedImage to jrAfter.
                   write imageJournalRecord.
                   close imageJournal.

               *> record each decision on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "ApprovalQueue" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
