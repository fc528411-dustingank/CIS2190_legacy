           identification division.
           program-id. EscrowDisbursement.

           environment division.

           input-output section.
           file-control.
           select disbFile assign to dynamic disbFileName
               organization is line sequential
               file status is disbStatus.
           select paidFile assign to "escrowpaid.dat"
               organization is line sequential
               file status is paidStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select registerFile assign to dynamic registerFileName
               organization is line sequential.
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
           select disburseParamFile assign to "escrowpay.par"
               organization is line sequential
               file status is disburseParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd disbFile.
               copy "escrow-disb".

           fd paidFile.
               copy "escrow-paid".

           fd loanMaster.
               copy "loan-master".

           fd registerFile.
           01 registerLine pic X(100).

           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd lockFile.
           01 lockRecord pic X(30).

           fd imageJournal.
               copy "image-journal".

           fd disburseParamFile.
           01 disburseParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 disbStatus pic X(2).
           01 paidStatus pic X(2).
           01 masterStatus pic X(2).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy; the image saved at read
           *> time is the before side of every master rewrite
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 savedLoanImage pic X(200).
           01 disburseParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides for the disbursement input and
           *> check-register file names - escrowpay.par (if present)
           *> supplies these one per line, the same convention as
           *> escrow.par
           01 disbFileName pic X(30) value "escrowdisb.dat".
           01 registerFileName pic X(30) value "escrowchk.rpt".

           *> every bill already paid, off the paid-bill ledger, so
           *> a bill still sitting on the disbursement file is never
           *> paid a second time - maxPaid is a fixed, documented
           *> limit in the shop's usual style, and a ledger or a run
           *> that outgrows it stops rather than pay blind
           01 maxPaid constant as 20000.
           77 paidNotHeld pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 paidCount pic S9(5) usage is COMPUTATIONAL value zeros.
           77 paidIdx pic S9(5) usage is COMPUTATIONAL.
           77 alreadyPaid pic X(1).
           01 paidArea.
               02 paidEntry occurs maxPaid times.
                   03 pdLoanNum pic 9(5).
                   03 pdDueDate pic 9(8).
                   03 pdType    pic X(3).
           *> check numbers run on from the highest one the ledger
           *> has ever issued
           77 lastCheckNum pic 9(7) value zeros.

           *> the run's general-ledger journal totals - the run
           *> must prove its own debits equal its credits before it
           *> is allowed to exit clean
           01 journalStatus pic X(2).
           *> the chart of accounts every journal leg is checked
           *> against - see copybook/gl-account-io.cpy
           01 glAccountStatus pic X(2).
           copy "gl-account-table".
           77 journalDebits pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 journalCredits pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.

           *> the part of a bill the escrow funds cover, and the
           *> part the servicer has to advance because they don't
           77 coveredPart pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 advancePart pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 workPayee pic X(30).

           77 paidBillCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 paidBillTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 advanceCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 advanceTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 notDueCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 rejectedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 rejectReason pic X(20).

           *> advances and rejected bills are held here and listed
           *> in their own sections after the register - maxExceptions
           *> is a fixed, documented limit in the shop's usual style
           01 maxExceptions constant as 1000.
           77 advIdx pic 9(5) usage is COMPUTATIONAL.
           01 advanceArea.
               02 advanceEntry occurs maxExceptions times.
                   03 advLoanNum pic 9(5).
                   03 advType    pic X(3).
                   03 advAmount  pic 9(7)V99.
                   03 advPart    pic 9(7)V99.
                   03 advBalance pic S9(7)V99.
           77 rejectIdx pic 9(5) usage is COMPUTATIONAL.
           01 rejectArea.
               02 rejectEntry occurs maxExceptions times.
                   03 rejLoanNum pic 9(5).
                   03 rejDueDate pic 9(8).
                   03 rejType    pic X(3).
                   03 rejAmount  pic 9(7)V99.
                   03 rejReason  pic X(20).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 registerTitle.
               02 filler pic X(42) value
           ' Escrow Disbursement Check Register  Run '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(96) value all '-'.
           01 registerHeading.
               02 filler pic X(48) value
           ' Check #  Loan #  Type  Due Date         Amount '.
               02 filler pic X(48) value
           'Payee                           Escrow Left'.
           01 registerDetail.
               02 outCheckNum pic ZZZZZZ9.
               02 filler     pic X(2) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outType    pic X(3).
               02 filler     pic X(3) value space.
               02 outDueDate pic 9999/99/99.
               02 filler     pic X(2) value space.
               02 outAmount  pic ZZZ,ZZ9.99.
               02 filler     pic X(3) value space.
               02 outPayee   pic X(30).
               02 filler     pic X(1) value space.
               02 outEscrowLeft pic ---,--9.99.
           01 advanceHeading.
               02 filler pic X(60) value
                   ' Escrow Advances (bill exceeded escrow held)'.
           01 advanceDetail.
               02 outAdvLoanNum pic ZZZZ9.
               02 filler pic X(3) value space.
               02 outAdvType pic X(3).
               02 filler pic X(8) value '  bill  '.
               02 outAdvAmount pic ZZZ,ZZ9.99.
               02 filler pic X(12) value '  advanced  '.
               02 outAdvPart pic ZZZ,ZZ9.99.
               02 filler pic X(16) value '  escrow now    '.
               02 outAdvBalance pic ---,--9.99.
           01 rejectHeading.
               02 filler pic X(60) value
                   ' Bills Not Paid'.
           01 rejectDetail.
               02 outRejLoanNum pic ZZZZ9.
               02 filler pic X(3) value space.
               02 outRejType pic X(3).
               02 filler pic X(3) value space.
               02 outRejDueDate pic 9999/99/99.
               02 filler pic X(2) value space.
               02 outRejAmount pic ZZZ,ZZ9.99.
               02 filler pic X(3) value space.
               02 outRejReason pic X(20).
           01 noneLine.
               02 filler pic X(20) value '  (none)'.
           01 registerSummary.
               02 filler pic X(14) value 'Checks cut:   '.
               02 outPaidCount pic ZZZZ9.
               02 filler pic X(10) value '  Amount: '.
               02 outPaidTotal pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(13) value '  Advances:  '.
               02 outAdvanceCount pic ZZZZ9.
               02 filler pic X(10) value '  Amount: '.
               02 outAdvanceTotal pic ZZZ,ZZZ,ZZ9.99.
           01 notPaidSummary.
               02 filler pic X(26) value 'Bills not yet due:        '.
               02 outNotDueCount pic ZZZZ9.
               02 filler pic X(14) value '  Not paid:   '.
               02 outRejectedCount pic ZZZZ9.

           procedure division.
               *> pays the escrowed tax and insurance bills that have
               *> fallen due by the run date out of each loan's held
               *> escrow funds: the escrow balance on LOANMAST comes
               *> down (locked and image-journaled like every other
               *> master update), a check is cut to the payee on the
               *> register, the paid-bill ledger remembers it so it
               *> is never paid twice, and the ledger legs go to the
               *> general-ledger journal - a bill bigger than what is
               *> held is still paid, the shortfall advanced by the
               *> servicer and reported on its own
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               perform GetDisburseParameters.
               string disbFileName delimited by space
                   " -> LOANMAST" delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadPaidBills.
               if paidNotHeld > 0
                   display "escrowpaid.dat has " paidNotHeld
                       " bills past the " maxPaid "-bill table - no "
                       "disbursement run; see the supervisor"
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
                       "- no disbursement run; if nothing is really "
                       "running, remove LOANMAST.lck"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open i-o loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no disbursement run"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input disbFile.
               if disbStatus not = "00"
                   display "Disbursement file " disbFileName
                       " could not be opened - no disbursement run"
                   close loanMaster
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform OpenPaidFile.
               perform OpenJournal.
               open output registerFile.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write registerLine from registerTitle.
               write registerLine from breakLine.
               write registerLine from registerHeading.
               write registerLine from breakLine.
               perform until disbStatus = "10"
                   read disbFile into disbRecord
                       at end
                           continue
                       not at end
                           perform ConsiderOneBill
                   end-read
               end-perform.
               perform WriteAdvanceSection.
               perform WriteRejectSection.
               write registerLine from breakLine.
               move paidBillCount to outPaidCount.
               move paidBillTotal to outPaidTotal.
               move advanceCount to outAdvanceCount.
               move advanceTotal to outAdvanceTotal.
               write registerLine from registerSummary.
               move notDueCount to outNotDueCount.
               move rejectedCount to outRejectedCount.
               write registerLine from notPaidSummary.
               close disbFile.
               close paidFile.
               close registerFile.
               close loanMaster.
               perform WriteJournalTrailer.
               perform ReleaseSharedLock.
               if (rejectedCount > 0 or advanceCount > 0)
                   and return-code = CleanRunCode
                   move WarningRunCode to return-code
               end-if.
               if paidNotHeld > 0
                   display "*** " paidNotHeld " bill(s) left unpaid - "
                       "the paid-bill table is full; see the "
                       "supervisor ***"
                   move ErrorRunCode to return-code
               end-if.
               stop run.

               *> a bill is paid once it has fallen due and the
               *> ledger has no record of paying it already
               ConsiderOneBill.
                   if edLoanNum is not numeric
                       or edDueDate is not numeric
                       or edAmount is not numeric
                       or edAmount = 0
                       move 'BAD BILL RECORD' to rejectReason
                       perform RejectBill
                   else
                       if edDueDate > runDate
                           add 1 to notDueCount
                       else
                           perform FindPaidBill
                           if alreadyPaid = 'N'
                               if paidCount < maxPaid
                                   perform PayOneBill
                               else
                                   *> a bill paid now could not be
                                   *> remembered, so it waits
                                   move 'PAID TABLE FULL'
                                       to rejectReason
                                   perform RejectBill
                                   add 1 to paidNotHeld
                               end-if
                           end-if
                       end-if
                   end-if.

               FindPaidBill.
                   move 'N' to alreadyPaid.
                   move 1 to paidIdx.
                   perform until paidIdx > paidCount
                       or alreadyPaid = 'Y'
                       if pdLoanNum(paidIdx) = edLoanNum
                           and pdDueDate(paidIdx) = edDueDate
                           and pdType(paidIdx) = edType
                           move 'Y' to alreadyPaid
                       else
                           add 1 to paidIdx
                       end-if
                   end-perform.

               PayOneBill.
                   move edLoanNum to lmLoanNum.
                   read loanMaster
                       invalid key
                           move 'UNKNOWN LOAN' to rejectReason
                           perform RejectBill
                       not invalid key
                           if lmStatus not = 'A'
                               move 'LOAN NOT ACTIVE' to rejectReason
                               perform RejectBill
                           else
                               move spaces to savedLoanImage
                               move loanMasterRecord
                                   to savedLoanImage
                               perform DisburseFromEscrow
                           end-if
                   end-read.

               *> what the escrow funds hold pays first; anything
               *> beyond that is a servicer advance, and the escrow
               *> balance goes negative by exactly that much until
               *> the borrower's payments bring it back
               DisburseFromEscrow.
                   if lmEscrowBalance is not numeric
                       move zeros to lmEscrowBalance
                   end-if.
                   move zeros to advancePart.
                   if lmEscrowBalance <= 0
                       move edAmount to advancePart
                   else
                       if edAmount > lmEscrowBalance
                           compute advancePart =
                               edAmount - lmEscrowBalance
                       end-if
                   end-if.
                   compute coveredPart = edAmount - advancePart.
                   subtract edAmount from lmEscrowBalance.
                   rewrite loanMasterRecord
                       invalid key
                           display "Unable to update loan "
                               lmLoanNum " on the master"
                   end-rewrite.
                   perform WriteMasterJournal.
                   add 1 to lastCheckNum.
                   add 1 to paidBillCount.
                   add edAmount to paidBillTotal.
                   perform WritePaidRecord.
                   perform WriteDisbursementJournal.
                   perform WriteRegisterDetail.
                   if advancePart > 0
                       perform RecordAdvance
                   end-if.

               WritePaidRecord.
                   move edLoanNum to epLoanNum.
                   move edDueDate to epDueDate.
                   move edType to epType.
                   move edAmount to epAmount.
                   move runDate to epPaidDate.
                   move lastCheckNum to epCheckNum.
                   move advancePart to epAdvanced.
                   write escrowPaidRecord.
                   add 1 to paidCount.
                   move edLoanNum to pdLoanNum(paidCount).
                   move edDueDate to pdDueDate(paidCount).
                   move edType to pdType(paidCount).

               *> the check goes out of cash; the escrow liability
               *> comes down by what the funds covered and the rest
               *> is booked as an advance receivable
               WriteDisbursementJournal.
                   if coveredPart > 0
                       move 'ESCROW  ' to glAccount
                       move coveredPart to glDebit
                       move zeros to glCredit
                       perform WriteJournalEntry
                   end-if.
                   if advancePart > 0
                       move 'ESC-ADV ' to glAccount
                       move advancePart to glDebit
                       move zeros to glCredit
                       perform WriteJournalEntry
                   end-if.
                   move 'CASH    ' to glAccount.
                   move zeros to glDebit.
                   move edAmount to glCredit.
                   perform WriteJournalEntry.

               WriteRegisterDetail.
                   if edPayee not = spaces
                       move edPayee to workPayee
                   else
                       evaluate edType
                           when 'TAX'
                               move 'TAX COLLECTOR' to workPayee
                           when 'INS'
                               move 'INSURANCE CARRIER' to workPayee
                           when other
                               move 'PAYEE NOT GIVEN' to workPayee
                       end-evaluate
                   end-if.
                   move lastCheckNum to outCheckNum.
                   move edLoanNum to outLoanNum.
                   move edType to outType.
                   move spaces to outDueDate(1:10).
                   move edDueDate(1:4) to outDueDate(1:4).
                   move '/' to outDueDate(5:1).
                   move edDueDate(5:2) to outDueDate(6:2).
                   move '/' to outDueDate(8:1).
                   move edDueDate(7:2) to outDueDate(9:2).
                   move edAmount to outAmount.
                   move workPayee to outPayee.
                   move lmEscrowBalance to outEscrowLeft.
                   write registerLine from registerDetail.

               RecordAdvance.
                   add 1 to advanceCount.
                   add advancePart to advanceTotal.
                   if advanceCount <= maxExceptions
                       move edLoanNum to advLoanNum(advanceCount)
                       move edType to advType(advanceCount)
                       move edAmount to advAmount(advanceCount)
                       move advancePart to advPart(advanceCount)
                       move lmEscrowBalance to advBalance(advanceCount)
                   end-if.

               RejectBill.
                   add 1 to rejectedCount.
                   if rejectedCount <= maxExceptions
                       move edLoanNum to rejLoanNum(rejectedCount)
                       move edDueDate to rejDueDate(rejectedCount)
                       move edType to rejType(rejectedCount)
                       move edAmount to rejAmount(rejectedCount)
                       move rejectReason to rejReason(rejectedCount)
                   end-if.

               WriteAdvanceSection.
                   write registerLine from breakLine.
                   write registerLine from advanceHeading.
                   if advanceCount = 0
                       write registerLine from noneLine
                   else
                       move 1 to advIdx
                       perform until advIdx > advanceCount
                           or advIdx > maxExceptions
                           move advLoanNum(advIdx) to outAdvLoanNum
                           move advType(advIdx) to outAdvType
                           move advAmount(advIdx) to outAdvAmount
                           move advPart(advIdx) to outAdvPart
                           move advBalance(advIdx) to outAdvBalance
                           write registerLine from advanceDetail
                           add 1 to advIdx
                       end-perform
                   end-if.

               WriteRejectSection.
                   write registerLine from breakLine.
                   write registerLine from rejectHeading.
                   if rejectedCount = 0
                       write registerLine from noneLine
                   else
                       move 1 to rejectIdx
                       perform until rejectIdx > rejectedCount
                           or rejectIdx > maxExceptions
                           move rejLoanNum(rejectIdx) to outRejLoanNum
                           move rejType(rejectIdx) to outRejType
                           move spaces to outRejDueDate(1:10)
                           if rejDueDate(rejectIdx) is numeric
                               move rejDueDate(rejectIdx)(1:4)
                                   to outRejDueDate(1:4)
                               move '/' to outRejDueDate(5:1)
                               move rejDueDate(rejectIdx)(5:2)
                                   to outRejDueDate(6:2)
                               move '/' to outRejDueDate(8:1)
                               move rejDueDate(rejectIdx)(7:2)
                                   to outRejDueDate(9:2)
                           end-if
                           move rejAmount(rejectIdx) to outRejAmount
                           move rejReason(rejectIdx) to outRejReason
                           write registerLine from rejectDetail
                           add 1 to rejectIdx
                       end-perform
                   end-if.

               *> a missing ledger just means nothing has ever been
               *> paid - the first run creates it
               LoadPaidBills.
                   open input paidFile.
                   if paidStatus = "00"
                       perform until paidStatus = "10"
                           read paidFile into escrowPaidRecord
                               at end
                                   continue
                               not at end
                                   perform StorePaidBill
                           end-read
                       end-perform
                       close paidFile
                   end-if.

               StorePaidBill.
                   if paidCount < maxPaid
                       add 1 to paidCount
                       move epLoanNum to pdLoanNum(paidCount)
                       move epDueDate to pdDueDate(paidCount)
                       move epType to pdType(paidCount)
                   else
                       add 1 to paidNotHeld
                   end-if.
                   if epCheckNum is numeric
                       and epCheckNum > lastCheckNum
                       move epCheckNum to lastCheckNum
                   end-if.

               *> same auto-create-on-first-run fallback the audit
               *> trail uses
               OpenPaidFile.
                   open extend paidFile.
                   if paidStatus = "05" or paidStatus = "35"
                       open output paidFile
                       close paidFile
                       open extend paidFile
                   end-if.

               WriteJournalEntry.
                   move runDate to glRunDate.
                   move "EscrowDisbursement" to glSource.
                   add glDebit to journalDebits.
                   add glCredit to journalCredits.
                   write glJournalRecord.

               OpenJournal.
                   open extend journalFile.
                   if journalStatus = "05" or journalStatus = "35"
                       open output journalFile
                       close journalFile
                       open extend journalFile
                   end-if.

               *> the trailer proving the run balanced - a journal
               *> whose debits and credits disagree must fail the
               *> run before accounting books from it
               WriteJournalTrailer.
                   move runDate to glRunDate.
                   move "EscrowDisbursement" to glSource.
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
                   move 'ESCROW  ' to glAccount.
                   perform ValidateGlAccount.
                   move 'ESC-ADV ' to glAccount.
                   perform ValidateGlAccount.
                   move 'CASH    ' to glAccount.
                   perform ValidateGlAccount.

               copy "gl-account-io".

               copy "lock-io".

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
                   move "EscrowDisbursement" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move "LOANMAST" to jrFileName.
                   move 'C' to jrAction.
                   move savedLoanImage to jrBefore.
                   move spaces to jrAfter.
                   move loanMasterRecord to jrAfter.
                   write imageJournalRecord.
                   close imageJournal.

               *> escrowpay.par, if present, supplies the disbursement
               *> input and check-register file names one per line -
               *> the same operator-repointing convention used for
               *> escrow.par
               GetDisburseParameters.
                   open input disburseParamFile.
                   if disburseParamStatus = "00"
                       read disburseParamFile into disburseParamRecord
                           at end
                               continue
                           not at end
                               move disburseParamRecord
                                   to disbFileName
                       end-read
                       read disburseParamFile into disburseParamRecord
                           at end
                               continue
                           not at end
                               move disburseParamRecord
                                   to registerFileName
                       end-read
                       close disburseParamFile
                   end-if.

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
                   move "EscrowDisbursement" to auditProgram.
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
