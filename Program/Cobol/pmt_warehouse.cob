           identification division.
           program-id. PaymentWarehouse.

           environment division.

           input-output section.
           file-control.
           select warehouseFile assign to "pmtware.dat"
               organization is line sequential
               file status is warehouseStatus.
           select warehouseHistFile assign to "pmtware.hist"
               organization is line sequential
               file status is warehouseHistStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
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
           fd warehouseFile.
               copy "scheduled-payment".

           fd warehouseHistFile.
           01 warehouseHistRecord.
               02 whEntryId pic 9(6).
               02 filler    pic X(85).

           fd loanMaster.
               copy "loan-master".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 warehouseStatus pic X(2).
           01 warehouseHistStatus pic X(2).
           01 masterStatus pic X(2).
           77 masterAvailable pic X(1) value 'N'.
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

           *> the whole warehouse held in one table for the session
           *> and rewritten on the way out - maxEntries is a fixed,
           *> documented limit in the shop's usual style
           01 maxEntries constant as 5000.
           77 entryCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 eIdx pic S9(5) usage is COMPUTATIONAL.
           77 eFound pic X(1).
           77 lastEntryId pic 9(6) value zeros.
           77 changesMade pic X(1) value 'N'.
           01 entryArea.
               02 warehouseEntry occurs maxEntries times pic X(91).
           *> rows the table could not hold - past maxEntries, or
           *> with no numeric entry id. Rewriting the file from the
           *> table would lose them, so the session is refused
           77 entriesNotHeld pic 9(7) usage is COMPUTATIONAL
               value zeros.

           77 menuChoice pic X(1).
           77 confirmChoice pic X(1).
           77 workEntryId pic 9(6).
           77 workLoanNum pic 9(5).
           77 workAmount pic 9(7)V99.
           01 workEffDate.
               02 weYear  pic 9(4).
               02 weMonth pic 99.
               02 weDay   pic 99.
           77 dateValid pic X(1).
           77 loanValid pic X(1).
           77 shownCount pic 9(5) usage is COMPUTATIONAL.
           77 pendingTotal pic 9(9)V99 usage is COMPUTATIONAL-3.
           77 outAmountShow pic Z,ZZZ,ZZ9.99.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 entryShowLine.
               02 filler pic X(1) value space.
               02 outShowId pic 9(6).
               02 filler pic X(6) value '  Loan'.
               02 outShowLoan pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outShowAmount pic Z,ZZZ,ZZ9.99.
               02 filler pic X(4) value ' on '.
               02 outShowEffDate pic X(10).
               02 filler pic X(1) value space.
               02 outShowOperator pic X(8).
               02 filler pic X(1) value space.
               02 outShowStatus pic X(10).

           procedure division.
               *> the warehouse of payments a borrower has asked us
               *> to take on a later date - typically by phone, ahead
               *> of a payday. Each is kept here with the loan, the
               *> amount, the date it is to post and the operator
               *> who took it, and can be changed or cancelled until
               *> that date arrives; WarehouseRelease hands each
               *> day's due entries to the posting run
               accept runDate from date yyyymmdd.
               accept runTime from time.
               accept operatorId from environment "OPERATOR".
               if operatorId = spaces
                   display "Scheduled payments are taken by the "
                       "signed-on operator - sign on through the "
                       "menu first"
                   stop run
               end-if.
               perform CheckOperatorRole.
               move "pmtware.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "pmtware.dat is in use by another "
                       "program - try again later; if nothing is "
                       "really running, remove pmtware.lck"
                   stop run
               end-if.
               perform LoadWarehouse.
               if entriesNotHeld > 0
                   display "pmtware.dat has " entriesNotHeld
                       " entries past the table or without an "
                       "entry id - nothing can be changed until "
                       "WarehouseRelease has moved settled entries "
                       "off or the file is put right"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               *> without the loan master a loan number cannot be
               *> checked, and is taken as keyed - the release run
               *> checks it again before anything posts
               open input loanMaster.
               if masterStatus = "00"
                   move 'Y' to masterAvailable
               end-if.

               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Scheduled payments - (A)dd, (C)hange, "
                       "(X) cancel, (I)nquiry, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'A'
                       when 'a'
                           perform AddEntry
                       when 'C'
                       when 'c'
                           perform ChangeEntry
                       when 'X'
                       when 'x'
                           perform CancelEntry
                       when 'I'
                       when 'i'
                           perform InquireLoanEntries
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose A, "
                               "C, X, I or Q"
                   end-evaluate
               end-perform.
               if changesMade = 'Y'
                   perform RewriteWarehouse
               end-if.
               if masterAvailable = 'Y'
                   close loanMaster
               end-if.
               perform ReleaseSharedLock.
               stop run.

               *> taking, changing or cancelling a payment is
               *> posting-role work; an inquiry operator may only look
               AddEntry.
                   if roleAllowed = 'N'
                       display "Scheduling a payment needs the "
                           "posting role - refer it to the supervisor"
                   else
                       perform PromptLoanNum
                       perform PromptAmount
                       perform PromptEffDate
                       perform StoreNewEntry
                   end-if.

               StoreNewEntry.
                   if entryCount >= maxEntries
                       display "Warehouse is full - the payment "
                           "was not scheduled"
                   else
                       add 1 to lastEntryId
                       move spaces to warehousePayment
                       move lastEntryId to wpEntryId
                       move workLoanNum to wpLoanNum
                       move workAmount to wpAmount
                       move workEffDate to wpEffDate
                       move operatorId to wpOperator
                       move runDate to wpTakenDate
                       move 'P' to wpStatus
                       move runDate to wpStatusDate
                       move operatorId to wpStatusBy
                       add 1 to entryCount
                       move warehousePayment
                           to warehouseEntry(entryCount)
                       move 'Y' to changesMade
                       display "Payment " wpEntryId " scheduled "
                           "for " wpEffDate
                       move spaces to auditInputsValue
                       string "sched pmt " delimited by size
                           wpEntryId delimited by size
                           " added loan " delimited by size
                           wpLoanNum delimited by size
                           " eff " delimited by size
                           wpEffDate delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                   end-if.

               *> only a pending entry whose date is still ahead can
               *> be touched - on its date it belongs to the release
               ChangeEntry.
                   if roleAllowed = 'N'
                       display "Changing a scheduled payment needs "
                           "the posting role"
                   else
                       perform PromptEntryId
                       if eFound = 'Y'
                           move warehouseEntry(eIdx)
                               to warehousePayment
                           perform ShowEntry
                           perform CheckEntryOpen
                           if eFound = 'Y'
                               perform ChangeOpenEntry
                           end-if
                       end-if
                   end-if.

               ChangeOpenEntry.
                   move wpAmount to outAmountShow.
                   display "New amount (blank keeps "
                       outAmountShow "): " with no advancing.
                   accept workAmount.
                   if workAmount = zeros
                       move wpAmount to workAmount
                   end-if.
                   perform until workAmount is numeric
                       and workAmount > 0
                       display "Enter the amount (9999999.99): "
                           with no advancing
                       accept workAmount
                   end-perform.
                   display "New payment date (blank keeps "
                       wpEffDate "): " with no advancing.
                   accept workEffDate.
                   if workEffDate = spaces
                       move wpEffDate to workEffDate
                   end-if.
                   perform ValidateEffDate.
                   perform until dateValid = 'Y'
                       display "Invalid date - enter a real date "
                           "after today (yyyymmdd): "
                           with no advancing
                       accept workEffDate
                       perform ValidateEffDate
                   end-perform.
                   move workAmount to wpAmount.
                   move workEffDate to wpEffDate.
                   move runDate to wpStatusDate.
                   move operatorId to wpStatusBy.
                   move warehousePayment to warehouseEntry(eIdx).
                   move 'Y' to changesMade.
                   display "Payment " wpEntryId " changed".
                   move spaces to auditInputsValue.
                   string "sched pmt " delimited by size
                       wpEntryId delimited by size
                       " changed eff " delimited by size
                       wpEffDate delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.

               CancelEntry.
                   if roleAllowed = 'N'
                       display "Cancelling a scheduled payment needs "
                           "the posting role"
                   else
                       perform PromptEntryId
                       if eFound = 'Y'
                           move warehouseEntry(eIdx)
                               to warehousePayment
                           perform ShowEntry
                           perform CheckEntryOpen
                           if eFound = 'Y'
                               perform CancelOpenEntry
                           end-if
                       end-if
                   end-if.

               CancelOpenEntry.
                   display "Cancel this payment (Y/N): "
                       with no advancing.
                   accept confirmChoice.
                   if confirmChoice = 'Y' or confirmChoice = 'y'
                       move 'X' to wpStatus
                       move runDate to wpStatusDate
                       move operatorId to wpStatusBy
                       move warehousePayment to warehouseEntry(eIdx)
                       move 'Y' to changesMade
                       display "Payment " wpEntryId " cancelled"
                       move spaces to auditInputsValue
                       string "sched pmt " delimited by size
                           wpEntryId delimited by size
                           " cancelled loan " delimited by size
                           wpLoanNum delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                   else
                       display "Payment left scheduled"
                   end-if.

               *> eFound goes back 'N' when the entry is no longer
               *> open to change
               CheckEntryOpen.
                   if wpStatus not = 'P'
                       display "Payment " wpEntryId
                           " is no longer pending"
                       move 'N' to eFound
                   else
                       if wpEffDate <= runDate
                           display "Payment " wpEntryId " is due "
                               "today or earlier - it is with the "
                               "release run and cannot be changed"
                           move 'N' to eFound
                       end-if
                   end-if.

               InquireLoanEntries.
                   perform PromptLoanNum.
                   move zeros to shownCount.
                   move zeros to pendingTotal.
                   move 1 to eIdx.
                   perform until eIdx > entryCount
                       move warehouseEntry(eIdx) to warehousePayment
                       if wpLoanNum = workLoanNum
                           perform ShowEntry
                           add 1 to shownCount
                           if wpStatus = 'P'
                               add wpAmount to pendingTotal
                           end-if
                       end-if
                       add 1 to eIdx
                   end-perform.
                   if shownCount = 0
                       display "No scheduled payments on loan "
                           workLoanNum
                   else
                       move pendingTotal to outAmountShow
                       display "   pending total " outAmountShow
                   end-if.

               ShowEntry.
                   move wpEntryId to outShowId.
                   move wpLoanNum to outShowLoan.
                   move wpAmount to outShowAmount.
                   move spaces to outShowEffDate.
                   move wpEffDate(1:4) to outShowEffDate(1:4).
                   move '/' to outShowEffDate(5:1).
                   move wpEffDate(5:2) to outShowEffDate(6:2).
                   move '/' to outShowEffDate(8:1).
                   move wpEffDate(7:2) to outShowEffDate(9:2).
                   move wpOperator to outShowOperator.
                   evaluate wpStatus
                       when 'P'
                           move 'PENDING' to outShowStatus
                       when 'X'
                           move 'CANCELLED' to outShowStatus
                       when 'R'
                           move 'RELEASED' to outShowStatus
                       when 'J'
                           move 'REJECTED' to outShowStatus
                       when other
                           move wpStatus to outShowStatus
                   end-evaluate.
                   display entryShowLine.
                   if wpStatus = 'J'
                       display "   " wpReason
                   end-if.

               PromptLoanNum.
                   display "Loan number: " with no advancing.
                   accept workLoanNum.
                   perform ValidateLoan.
                   perform until loanValid = 'Y'
                       display "Loan not on file or not active - "
                           "re-enter: " with no advancing
                       accept workLoanNum
                       perform ValidateLoan
                   end-perform.

               *> a payment can only be scheduled against a loan
               *> that is still active - closed and charged-off
               *> loans take no new money through this route
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
                               not invalid key
                                   if lmStatus not = 'A'
                                       move 'N' to loanValid
                                   end-if
                           end-read
                       end-if
                   end-if.

               PromptAmount.
                   display "Payment amount (9999999.99): "
                       with no advancing.
                   accept workAmount.
                   perform until workAmount is numeric
                       and workAmount > 0
                       display "Enter the amount (9999999.99): "
                           with no advancing
                       accept workAmount
                   end-perform.

               PromptEffDate.
                   display "Payment date (yyyymmdd): "
                       with no advancing.
                   accept workEffDate.
                   perform ValidateEffDate.
                   perform until dateValid = 'Y'
                       display "Invalid date - enter a real date "
                           "after today (yyyymmdd): "
                           with no advancing
                       accept workEffDate
                       perform ValidateEffDate
                   end-perform.

               *> a payment for today or earlier is an ordinary
               *> payment, not a scheduled one
               ValidateEffDate.
                   move 'Y' to dateValid.
                   if workEffDate is not numeric
                       move 'N' to dateValid
                   else
                       if weYear < 1900
                           or weMonth < 1 or weMonth > 12
                           or weDay < 1 or weDay > 31
                           or workEffDate <= runDate
                           move 'N' to dateValid
                       end-if
                   end-if.

               PromptEntryId.
                   display "Scheduled payment number: "
                       with no advancing.
                   accept workEntryId.
                   move 'N' to eFound.
                   if workEntryId is numeric
                       move 1 to eIdx
                       perform until eIdx > entryCount
                           or eFound = 'Y'
                           if warehouseEntry(eIdx)(1:6) = workEntryId
                               move 'Y' to eFound
                           else
                               add 1 to eIdx
                           end-if
                       end-perform
                   end-if.
                   if eFound = 'N'
                       display "Scheduled payment " workEntryId
                           " is not on file"
                   end-if.

               *> a missing warehouse just means nothing has been
               *> scheduled yet - the first entry creates it
               LoadWarehouse.
                   open input warehouseFile.
                   if warehouseStatus = "00"
                       perform until warehouseStatus = "10"
                           read warehouseFile
                               at end
                                   continue
                               not at end
                                   if entryCount < maxEntries
                                       and wpEntryId is numeric
                                       add 1 to entryCount
                                       move warehousePayment
                                         to warehouseEntry(entryCount)
                                       if wpEntryId > lastEntryId
                                           move wpEntryId
                                               to lastEntryId
                                       end-if
                                   else
                                       add 1 to entriesNotHeld
                                   end-if
                           end-read
                       end-perform
                       close warehouseFile
                   end-if.
                   perform LoadLastArchivedId.

               *> entries WarehouseRelease has moved to pmtware.hist
               *> keep their numbers - a new entry is numbered above
               *> them as well, so no id is ever given out twice
               LoadLastArchivedId.
                   open input warehouseHistFile.
                   if warehouseHistStatus = "00"
                       perform until warehouseHistStatus = "10"
                           read warehouseHistFile
                               at end
                                   continue
                               not at end
                                   if whEntryId is numeric
                                       and whEntryId > lastEntryId
                                       move whEntryId to lastEntryId
                                   end-if
                           end-read
                       end-perform
                       close warehouseHistFile
                   end-if.

               *> the whole file is rewritten from the table -
               *> settled entries stay on it as the record of what
               *> became of them until WarehouseRelease moves them
               *> to pmtware.hist
               RewriteWarehouse.
                   open output warehouseFile.
                   move 1 to eIdx.
                   perform until eIdx > entryCount
                       move warehouseEntry(eIdx) to warehousePayment
                       write warehousePayment
                       add 1 to eIdx
                   end-perform.
                   close warehouseFile.

               copy "lock-io".

               *> the signed-on operator's row on operator.tab,
               *> checked for the posting role or better; with no
               *> operator file at all (a development machine) the
               *> check is waived, the same waiver the sign-on
               *> itself makes
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
                                       and (opRole = 'P'
                                           or opRole = 'M'
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
                   move "PaymentWarehouse" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
