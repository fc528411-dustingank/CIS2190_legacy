           identification division.
           program-id. CreditRefund.

           environment division.

           input-output section.
           file-control.
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
           select payHistory assign to "payhist.dat"
               organization is line sequential
               file status is payHistoryStatus.
           select refundRegister assign to dynamic reportFileName
               organization is line sequential.
           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
           select letterTrigFile assign to "lettertrig.dat"
               organization is line sequential
               file status is letterTrigStatus.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select refundParamFile assign to "creditref.par"
               organization is line sequential
               file status is refundParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd custFile.
               copy "customer-record".

           fd payHistory.
               copy "pay-history".

           fd refundRegister.
           01 reportLine pic X(100).

           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd letterTrigFile.
               copy "letter-trigger".

           fd holdSkipFile.
               copy "hold-skip".

           fd lockFile.
           01 lockRecord pic X(30).

           fd imageJournal.
               copy "image-journal".

           fd refundParamFile.
           01 refundParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           *> the refund age and write-off floor - see
           *> copybook/business-constants.cpy
           copy "business-constants".

           01 masterStatus pic X(2).
           01 custStatus pic X(2).
           01 payHistoryStatus pic X(2).
           01 letterTrigStatus pic X(2).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 savedLoanImage pic X(200).
           *> the run's general-ledger journal totals - see
           *> copybook/gl-journal.cpy
           01 journalStatus pic X(2).
           *> the chart of accounts every journal leg is checked
           *> against - see copybook/gl-account-io.cpy
           01 glAccountStatus pic X(2).
           copy "gl-account-table".
           77 journalDebits pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 journalCredits pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           *> bankruptcy and legal holds - see copybook/hold-io.cpy
           copy "hold-fields".
           01 refundParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> creditref.par, if present, supplies the register
           *> name, the days a credit must stand before it is
           *> refunded, and the smallest credit refunded rather
           *> than listed for write-off, one per line
           01 reportFileName pic X(30) value "refund.rpt".
           01 paramText pic X(30).
           01 paramCents pic X(7).
           01 paramAmount redefines paramCents pic 9(5)V99.
           77 minCreditDays pic 9(3) value CreditRefundMinDays.
           77 minRefund pic 9(5)V99 value CreditRefundMinAmount.

           *> the latest posted payment date per loan - the
           *> payment that put the loan in credit - loaded from the
           *> history before the master pass; maxLoans is a fixed,
           *> documented limit in the shop's usual style, and a
           *> history that outgrows it stops the run rather than
           *> leave a loan's credit undated
           01 maxLoans constant as 5000.
           77 lastPayNotHeld pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 lastPayCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 lpIdx pic S9(5) usage is COMPUTATIONAL.
           77 lpFound pic X(1).
           01 lastPayArea.
               02 lastPayEntry occurs maxLoans times.
                   03 lpLoanNum pic 9(5).
                   03 lpPayDate pic 9(8).

           77 masterEof pic X(1) value 'N'.
           77 custFileAvailable pic X(1) value 'N'.
           77 custOnFile pic X(1).
           77 creditAmount pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 creditSince pic 9(8).
           *> the 30/360 day count the schedules have always assumed
           *> - each month is 30 days whatever the calendar says
           77 creditDays pic S9(5) usage is COMPUTATIONAL.
           01 fromDateParts.
               02 fromYear  pic 9(4).
               02 fromMonth pic 99.
               02 fromDay   pic 99.
           01 thruDateParts.
               02 thruYear  pic 9(4).
               02 thruMonth pic 99.
               02 thruDay   pic 99.

           77 refundCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 refundTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 writeOffCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 writeOffTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 exceptionCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 tooRecentCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 exceptionReason pic X(24).
           77 heldKind pic X(1).
           01 refundText pic ZZZZZZ9.99.

           *> the small credits and the credits that could not be
           *> refunded are listed after the register, so they are
           *> held until the master pass is done - maxHeld is a
           *> fixed, documented limit in the shop's usual style
           01 maxHeld constant as 500.
           77 heldCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 heldIdx pic S9(4) usage is COMPUTATIONAL.
           01 heldArea.
               02 heldEntry occurs maxHeld times.
                   03 hdKind    pic X(1).
                   03 hdLoanNum pic 9(5).
                   03 hdCustId  pic 9(6).
                   03 hdDays    pic S9(5) usage is COMPUTATIONAL.
                   03 hdAmount  pic 9(7)V99.
                   03 hdReason  pic X(24).

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
               02 filler pic X(42) value
           ' Credit Balance Refund Register    Run on '.
               02 outRunDate pic 9999/99/99.
           01 policyLine.
               02 filler pic X(27) value ' Credits standing at least '.
               02 outMinDays pic ZZ9.
               02 filler pic X(31) value
                   ' days; refunds from a minimum '.
               02 outMinRefund pic ZZ,ZZ9.99.
           01 breakLine.
               02 filler pic X(100) value all '-'.
           01 registerHeading.
               02 filler pic X(50) value
           ' Loan #  Cust #  Payee                Address     '.
               02 filler pic X(50) value
           '                    City                 Refund'.
           01 registerDetail.
               02 filler      pic X(1) value space.
               02 outLoanNum  pic ZZZZ9.
               02 filler      pic X(2) value space.
               02 outCustId   pic 9(6).
               02 filler      pic X(2) value space.
               02 outPayee    pic X(20).
               02 filler      pic X(1) value space.
               02 outAddress  pic X(30).
               02 filler      pic X(1) value space.
               02 outCity     pic X(20).
               02 outRefund   pic ZZ,ZZZ,ZZ9.99.
           01 registerTotal.
               02 filler pic X(18) value ' Refunds issued: '.
               02 outRefundCount pic ZZZZ9.
               02 filler pic X(64) value space.
               02 outRefundTotal pic ZZZ,ZZZ,ZZ9.99.
           01 heldTitle.
               02 filler pic X(60) value
           ' Small credits listed for write-off approval'.
           01 exceptionTitle.
               02 filler pic X(60) value
           ' Credits not refunded - need attention'.
           01 heldHeading.
               02 filler pic X(50) value
           ' Loan #  Cust #   Days      Credit  Reason'.
           01 heldDetail.
               02 filler      pic X(1) value space.
               02 outHdLoanNum pic ZZZZ9.
               02 filler      pic X(2) value space.
               02 outHdCustId pic 9(6).
               02 filler      pic X(2) value space.
               02 outHdDays   pic ZZZZ9.
               02 filler      pic X(1) value space.
               02 outHdAmount pic ZZ,ZZZ,ZZ9.99.
               02 filler      pic X(2) value space.
               02 outHdReason pic X(24).
           01 writeOffTotalLine.
               02 filler pic X(28) value ' Listed for write-off:     '.
               02 outWriteOffCount pic ZZZZ9.
               02 filler pic X(4) value space.
               02 outWriteOffTotal pic ZZZ,ZZZ,ZZ9.99.
           01 tooRecentLine.
               02 filler pic X(50) value
           ' Credits too recent to refund this run:'.
               02 outTooRecent pic ZZZZ9.
           01 noneLine.
               02 filler pic X(20) value '  (none)'.

           procedure division.
               *> finds the loans left owing the borrower money -
               *> an overpayment, a charge-off reversed after the
               *> money came in - and pays it back: every open or
               *> closed loan whose balance has stood in credit for
               *> the policy number of days is refunded to the
               *> customer on the loan, the credit zeroed on the
               *> master with a refund record on the payment history,
               *> the cash leg journaled, and a refund notice
               *> triggered for LetterEngine. A credit under the
               *> write-off floor is listed for approval instead of
               *> being paid, and a loan under a legal hold, or with
               *> no customer to pay, is listed and left alone
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               perform GetRefundParameters.
               move "LOANMAST credit-balance refunds"
                   to auditInputsValue.
               perform WriteAuditTrail.
               move "CreditRefund" to holdSkipProgram.

               perform LoadLastPayments.
               if lastPayNotHeld > 0
                   display "payhist.dat has " lastPayNotHeld
                       " payment(s) past the " maxLoans "-loan table - "
                       "no refund run; see the supervisor"
                   move ErrorRunCode to return-code
                   stop run
               end-if.

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
               move "LOANMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "LOANMAST is in use by another program "
                       "- run abandoned; if nothing is really "
                       "running, remove LOANMAST.lck"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open i-o loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no refund run"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               perform OpenJournal.
               perform OpenRefundFiles.

               open output refundRegister.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               move minCreditDays to outMinDays.
               move minRefund to outMinRefund.
               write reportLine from policyLine.
               write reportLine from breakLine.
               write reportLine from registerHeading.
               write reportLine from breakLine.

               move zeros to lmLoanNum.
               start loanMaster key >= lmLoanNum
                   invalid key
                       move 'Y' to masterEof
               end-start.
               perform until masterEof = 'Y'
                   read loanMaster next record
                       at end
                           move 'Y' to masterEof
                       not at end
                           if lmCurrentBalance < 0
                               and (lmStatus = 'A' or lmStatus = 'C')
                               perform ConsiderRefund
                           end-if
                   end-read
               end-perform.
               close loanMaster.
               perform ReleaseSharedLock.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               close payHistory.
               close letterTrigFile.

               perform WriteRegisterTrailer.
               close refundRegister.
               perform WriteJournalTrailer.
               if exceptionCount > 0
                   and return-code = CleanRunCode
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> a credit is dated from the loan's latest payment,
               *> the money that put it in credit; a loan with no
               *> payment on the history (a reversed charge-off) is
               *> dated from its close, then its origination
               ConsiderRefund.
                   compute creditAmount = 0 - lmCurrentBalance.
                   move lmLoanNum to phLoanNum.
                   perform FindLastPayment.
                   if lpFound = 'Y'
                       move lpPayDate(lpIdx) to creditSince
                   else
                       if lmClosedDate is numeric
                           and lmClosedDate > 0
                           move lmClosedDate to creditSince
                       else
                           move lmOrigDate to creditSince
                       end-if
                   end-if.
                   perform ComputeCreditDays.
                   if creditDays < minCreditDays
                       add 1 to tooRecentCount
                   else
                       perform CheckLoanHold
                       if loanOnHold = 'Y'
                           move 'credit refund not paid'
                               to holdSkipAction
                           perform WriteHoldSkip
                           move 'legal hold' to exceptionReason
                           perform HoldException
                       else
                           if creditAmount < minRefund
                               perform HoldForWriteOff
                           else
                               perform LookupPayee
                               if custOnFile = 'Y'
                                   perform IssueRefund
                               else
                                   perform HoldException
                               end-if
                           end-if
                       end-if
                   end-if.

               *> 30/360 days from the credit's date to the run date
               *> - the same convention DailyAccrual counts by
               ComputeCreditDays.
                   move creditSince to fromDateParts.
                   move runDate to thruDateParts.
                   compute creditDays =
                       ((thruYear - fromYear) * 360)
                           + ((thruMonth - fromMonth) * 30)
                           + (thruDay - fromDay).
                   if creditDays < 0
                       move zeros to creditDays
                   end-if.

               LookupPayee.
                   move 'N' to custOnFile.
                   if custFileAvailable = 'N'
                       move 'customer master not open'
                           to exceptionReason
                   else
                       if lmCustId = 0
                           move 'no customer on the loan'
                               to exceptionReason
                       else
                           move lmCustId to IdNum
                           read custFile
                               invalid key
                                   move 'customer not on file'
                                       to exceptionReason
                               not invalid key
                                   move 'Y' to custOnFile
                           end-read
                       end-if
                   end-if.

               *> the credit is paid out: the balance comes back to
               *> zero, the history carries an 'F' refund record for
               *> the amount, the loan-principal account takes the
               *> debit against the cash paid, and the borrower is
               *> told
               IssueRefund.
                   move spaces to savedLoanImage.
                   move loanMasterRecord to savedLoanImage.
                   move zeros to lmCurrentBalance.
                   rewrite loanMasterRecord
                       invalid key
                           display "Unable to update loan "
                               lmLoanNum " on the master"
                           move 'master update failed'
                               to exceptionReason
                           perform HoldException
                   end-rewrite.
                   if masterStatus = "00"
                       perform WriteMasterJournal
                       perform WriteRefundHistory
                       move 'LOAN-PRN' to glAccount
                       move creditAmount to glDebit
                       move zeros to glCredit
                       perform WriteJournalEntry
                       move 'CASH    ' to glAccount
                       move zeros to glDebit
                       move creditAmount to glCredit
                       perform WriteJournalEntry
                       perform RaiseRefundNotice
                       add 1 to refundCount
                       add creditAmount to refundTotal
                       move lmLoanNum to outLoanNum
                       move IdNum to outCustId
                       move custName to outPayee
                       move custAddress1 to outAddress
                       move custCity to outCity
                       move creditAmount to outRefund
                       write reportLine from registerDetail
                   end-if.

               WriteRefundHistory.
                   move spaces to payHistoryRecord.
                   move lmLoanNum to phLoanNum.
                   move runDate to phPayDate.
                   move creditAmount to phAmount.
                   move zeros to phInterest.
                   move creditAmount to phPrincipal.
                   move zeros to phEscrow.
                   move 'F' to phTranType.
                   move zeros to phFees.
                   write payHistoryRecord.

               RaiseRefundNotice.
                   move spaces to triggerRecord.
                   move lmLoanNum to trLoanNum.
                   move 'CRF' to trLetter.
                   move lmCustId to trCustId.
                   move zeros to trRefNum.
                   move creditAmount to refundText.
                   string 'refund ' delimited by size
                       refundText delimited by size
                       into trReason.
                   write triggerRecord.

               HoldForWriteOff.
                   add 1 to writeOffCount.
                   add creditAmount to writeOffTotal.
                   move 'under refund minimum' to exceptionReason.
                   move 'W' to heldKind.
                   perform StoreHeldCredit.

               HoldException.
                   add 1 to exceptionCount.
                   move 'X' to heldKind.
                   perform StoreHeldCredit.

               StoreHeldCredit.
                   if heldCount < maxHeld
                       add 1 to heldCount
                       move heldKind to hdKind(heldCount)
                       move lmLoanNum to hdLoanNum(heldCount)
                       move lmCustId to hdCustId(heldCount)
                       move creditDays to hdDays(heldCount)
                       move creditAmount to hdAmount(heldCount)
                       move exceptionReason to hdReason(heldCount)
                   end-if.

               WriteRegisterTrailer.
                   write reportLine from breakLine.
                   move refundCount to outRefundCount.
                   move refundTotal to outRefundTotal.
                   write reportLine from registerTotal.
                   move tooRecentCount to outTooRecent.
                   write reportLine from tooRecentLine.

                   write reportLine from breakLine.
                   write reportLine from heldTitle.
                   write reportLine from heldHeading.
                   move 'W' to heldKind.
                   perform WriteHeldSection.
                   move writeOffCount to outWriteOffCount.
                   move writeOffTotal to outWriteOffTotal.
                   write reportLine from writeOffTotalLine.

                   write reportLine from breakLine.
                   write reportLine from exceptionTitle.
                   write reportLine from heldHeading.
                   move 'X' to heldKind.
                   perform WriteHeldSection.

               WriteHeldSection.
                   move 'N' to lpFound.
                   move 1 to heldIdx.
                   perform until heldIdx > heldCount
                       if hdKind(heldIdx) = heldKind
                           move 'Y' to lpFound
                           move hdLoanNum(heldIdx) to outHdLoanNum
                           move hdCustId(heldIdx) to outHdCustId
                           move hdDays(heldIdx) to outHdDays
                           move hdAmount(heldIdx) to outHdAmount
                           move hdReason(heldIdx) to outHdReason
                           write reportLine from heldDetail
                       end-if
                       add 1 to heldIdx
                   end-perform.
                   if lpFound = 'N'
                       write reportLine from noneLine
                   end-if.

               *> the newest posted payment date per loan - neither
               *> a reversal nor an earlier refund dates a credit
               LoadLastPayments.
                   open input payHistory.
                   if payHistoryStatus = "00"
                       perform until payHistoryStatus = "10"
                           read payHistory into payHistoryRecord
                               at end
                                   continue
                               not at end
                                   if phTranType not = 'R'
                                       and phTranType not = 'F'
                                       perform StoreLastPayment
                                   end-if
                           end-read
                       end-perform
                       close payHistory
                   end-if.

               StoreLastPayment.
                   perform FindLastPayment.
                   if lpFound = 'Y'
                       if phPayDate > lpPayDate(lpIdx)
                           move phPayDate to lpPayDate(lpIdx)
                       end-if
                   else
                       if lastPayCount < maxLoans
                           add 1 to lastPayCount
                           move phLoanNum to lpLoanNum(lastPayCount)
                           move phPayDate to lpPayDate(lastPayCount)
                       else
                           add 1 to lastPayNotHeld
                       end-if
                   end-if.

               FindLastPayment.
                   move 'N' to lpFound.
                   move 1 to lpIdx.
                   perform until lpIdx > lastPayCount
                       or lpFound = 'Y'
                       if lpLoanNum(lpIdx) = phLoanNum
                           move 'Y' to lpFound
                       else
                           add 1 to lpIdx
                       end-if
                   end-perform.

               *> the history and the letter triggers are appended
               *> to, with the same first-run fallback the audit
               *> trail uses
               OpenRefundFiles.
                   open extend payHistory.
                   if payHistoryStatus = "05"
                       or payHistoryStatus = "35"
                       open output payHistory
                       close payHistory
                       open extend payHistory
                   end-if.
                   open extend letterTrigFile.
                   if letterTrigStatus = "05"
                       or letterTrigStatus = "35"
                       open output letterTrigFile
                       close letterTrigFile
                       open extend letterTrigFile
                   end-if.

               WriteJournalEntry.
                   move runDate to glRunDate.
                   move "CreditRefund" to glSource.
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

               *> the trailer proving the run balanced - see the
               *> matching paragraph in PaymentPosting
               WriteJournalTrailer.
                   move runDate to glRunDate.
                   move "CreditRefund" to glSource.
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
                   move 'LOAN-PRN' to glAccount.
                   perform ValidateGlAccount.
                   move 'CASH    ' to glAccount.
                   perform ValidateGlAccount.

               copy "gl-account-io".

               copy "hold-io".

               copy "lock-io".

               *> creditref.par, if present, supplies the register
               *> name, the minimum credit age in days, and the
               *> smallest credit refunded (in cents, as 0000500 for
               *> five dollars), one per line - the same operator-
               *> repointing convention used for chargeoff.par
               GetRefundParameters.
                   open input refundParamFile.
                   if refundParamStatus = "00"
                       read refundParamFile into refundParamRecord
                           at end
                               continue
                           not at end
                               if refundParamRecord not = spaces
                                   move refundParamRecord
                                       to reportFileName
                               end-if
                       end-read
                       read refundParamFile into refundParamRecord
                           at end
                               continue
                           not at end
                               move refundParamRecord to paramText
                               if paramText(1:3) is numeric
                                   move paramText(1:3)
                                       to minCreditDays
                               end-if
                       end-read
                       read refundParamFile into refundParamRecord
                           at end
                               continue
                           not at end
                               move refundParamRecord to paramText
                               if paramText(1:7) is numeric
                                   move paramText(1:7) to paramCents
                                   move paramAmount to minRefund
                               end-if
                       end-read
                       close refundParamFile
                   end-if.

               *> one before/after image per master change onto the
               *> dated journal - see copybook/image-journal.cpy
               WriteMasterJournal.
                   open extend imageJournal.
                   if imageJournalStatus = "05"
                       or imageJournalStatus = "35"
                       open output imageJournal
                       close imageJournal
                       open extend imageJournal
                   end-if.
                   move "CreditRefund" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move "LOANMAST" to jrFileName.
                   move 'C' to jrAction.
                   move savedLoanImage to jrBefore.
                   move spaces to jrAfter.
                   move loanMasterRecord to jrAfter.
                   write imageJournalRecord.
                   close imageJournal.

               *> record this run on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "CreditRefund" to auditProgram.
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
