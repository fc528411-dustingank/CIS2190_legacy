           identification division.
           program-id. LockboxImport.

           environment division.

           input-output section.
           file-control.
           select lockboxFile assign to dynamic lockboxFileName
               organization is line sequential
               file status is lockboxStatus.
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
           select paymentOutFile assign to dynamic paymentOutFileName
               organization is line sequential.
           select lockboxRegister assign to dynamic registerFileName
               organization is line sequential.
           select exceptionList assign to dynamic exceptionFileName
               organization is line sequential.
           select lockboxParamFile assign to "lockbox.par"
               organization is line sequential
               file status is lockboxParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd lockboxFile.
           *> the bank's lockbox file: a batch header ('H') ahead of
           *> each deposit batch carrying the bank's own item count
           *> and dollar total, then one detail record ('D') per
           *> check - the loan number off the coupon (blank when the
           *> borrower sent no coupon), the amount, the check number
           *> and the payer name as the bank keyed it
           01 lockboxHeader.
               02 lhRecType     pic X(1).
               02 lhBatchNum    pic 9(5).
               02 lhDepositDate pic 9(8).
               02 lhItemCount   pic 9(5).
               02 lhBatchTotal  pic 9(9)V99.
           01 lockboxItem.
               02 liRecType   pic X(1).
               02 liLoanNum   pic X(5).
               02 liAmount    pic 9(7)V99.
               02 liCheckNum  pic X(10).
               02 liPayerName pic X(30).

           fd loanMaster.
               copy "loan-master".

           fd custFile.
               copy "customer-record".

           fd paymentOutFile.
           *> one payment transaction per matched check, byte for
           *> byte the payment record PaymentPosting reads - point
           *> pmtbatch.par at this file and the posting run takes
           *> the day's lockbox through its normal payment path
           01 lockboxPayment.
               02 lpLoanNum  pic 9(5).
               02 lpPayDate  pic 9(8).
               02 lpAmount   pic 9(7)V99.
               02 lpTranType pic X(1).
               02 lpSource   pic X(1).

           fd lockboxRegister.
           01 registerLine pic X(90).

           fd exceptionList.
           01 exceptionLine pic X(100).

           fd lockboxParamFile.
           01 lockboxParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 lockboxStatus pic X(2).
           01 masterStatus pic X(2).
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           01 lockboxParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides for the lockbox input, the
           *> payment-transaction output, the register and the
           *> exceptions list - lockbox.par (if present) supplies
           *> these one per line, the same convention as achret.par
           01 lockboxFileName pic X(30) value "lockbox.dat".
           01 paymentOutFileName pic X(30) value "pmtlock.dat".
           01 registerFileName pic X(30) value "lockbox.rpt".
           01 exceptionFileName pic X(30) value "lockexc.rpt".

           *> the bank's batches as the first pass proved them -
           *> header figures beside what the detail records actually
           *> add up to; maxBatches is a fixed, documented limit in
           *> the shop's usual style
           01 maxBatches constant as 200.
           77 batchCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 batIdx pic S9(4) usage is COMPUTATIONAL.
           01 batchArea.
               02 batchEntry occurs maxBatches times.
                   03 btBatchNum    pic 9(5).
                   03 btDepositDate pic 9(8).
                   03 btHdrCount    pic 9(5).
                   03 btHdrTotal    pic 9(9)V99.
                   03 btItemCount   pic 9(5).
                   03 btItemTotal   pic 9(9)V99.
                   03 btUnreadable  pic 9(5).
           77 outOfBalance pic X(1) value 'N'.
           77 strayItems pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 lockboxEof pic X(1).

           *> the item being matched and how the match went
           77 itemLoanNum pic 9(5).
           77 itemName pic X(30).
           77 candidateName pic X(30).
           77 matchedLoanNum pic 9(5).
           77 matchHow pic X(10).
           77 exceptionReason pic X(20).
           77 candidateCount pic 9(5) usage is COMPUTATIONAL.
           77 masterEof pic X(1).
           77 scheduledRemit pic 9(7)V99.
           77 depositDate pic 9(8).

           77 matchedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 matchedTotal pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 exceptionCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 exceptionTotal pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.

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
           ' Lockbox Import                    Run of '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(86) value all '-'.
           01 batchHeading.
               02 filler pic X(46) value
           ' Batch   Deposit     Bank Items   Bank Total  '.
               02 filler pic X(40) value
           '  Items Read    Read Total'.
           01 batchDetail.
               02 outBatchNum pic ZZZZ9.
               02 filler      pic X(2) value space.
               02 outDepDate  pic 9999/99/99.
               02 filler      pic X(4) value space.
               02 outHdrCount pic ZZZZ9.
               02 filler      pic X(2) value space.
               02 outHdrTotal pic ZZZ,ZZZ,ZZ9.99.
               02 filler      pic X(5) value space.
               02 outItemCount pic ZZZZ9.
               02 filler      pic X(2) value space.
               02 outItemTotal pic ZZZ,ZZZ,ZZ9.99.
               02 filler      pic X(2) value space.
               02 outBalanced pic X(14).
           01 strayLine.
               02 filler pic X(40) value
           ' Detail records ahead of any batch:    '.
               02 outStrayCount pic ZZZZ9.
           01 notPostedLine.
               02 filler pic X(70) value
           ' Lockbox file out of balance - no payments converted'.
           01 itemHeading.
               02 filler pic X(48) value
           ' Loan #  Deposit       Amount  Check #     Match'.
           01 itemDetail.
               02 outLoanNum  pic ZZZZ9.
               02 filler      pic X(3) value space.
               02 outPayDate  pic 9999/99/99.
               02 filler      pic X(2) value space.
               02 outAmount   pic ZZZZZZ9.99.
               02 filler      pic X(2) value space.
               02 outCheckNum pic X(10).
               02 filler      pic X(2) value space.
               02 outMatchHow pic X(10).
           01 reportSummary.
               02 filler pic X(18) value ' Payments built:  '.
               02 outMatchedCount pic ZZZZ9.
               02 filler pic X(10) value '  Total:  '.
               02 outMatchedTotal pic ZZZ,ZZZ,ZZ9.99.
           01 exceptionSummary.
               02 filler pic X(18) value ' Exceptions:      '.
               02 outExceptionCount pic ZZZZ9.
               02 filler pic X(10) value '  Total:  '.
               02 outExceptionTotal pic ZZZ,ZZZ,ZZ9.99.

           01 exceptionTitle.
               02 filler pic X(43) value
           ' Lockbox Exceptions - Work by Hand  Run of '.
               02 outExcRunDate pic 9999/99/99.
           01 exceptionHeading.
               02 filler pic X(50) value
           ' Batch  Coupon  Check #         Amount  Payer'.
               02 filler pic X(40) value
           '                         Reason'.
           01 exceptionDetail.
               02 outExcBatch  pic ZZZZ9.
               02 filler       pic X(2) value space.
               02 outExcCoupon pic X(5).
               02 filler       pic X(3) value space.
               02 outExcCheck  pic X(10).
               02 filler       pic X(2) value space.
               02 outExcAmount pic ZZZZZZ9.99.
               02 filler       pic X(2) value space.
               02 outExcPayer  pic X(30).
               02 filler       pic X(2) value space.
               02 outExcReason pic X(20).

           procedure division.
               *> turns the bank's lockbox file into payment
               *> transactions for PaymentPosting, so mailed checks
               *> are no longer re-keyed: each check is matched to
               *> its loan by the coupon's loan number, or failing
               *> that by the borrower's name and the exact scheduled
               *> payment, and anything that does not match one loan
               *> outright goes to the exceptions list rather than
               *> being guessed. The bank's batch totals are proven
               *> first - a file that does not balance converts
               *> nothing at all
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetLockboxParameters.
               string lockboxFileName delimited by space
                   " -> " delimited by size
                   paymentOutFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.

               open input lockboxFile.
               if lockboxStatus not = "00"
                   display "Lockbox file " lockboxFileName
                       " could not be opened - no lockbox import"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform VerifyBatches.
               close lockboxFile.

               *> the payment file is always rewritten, so an out-of-
               *> balance day leaves it empty rather than leaving
               *> yesterday's payments there to be posted twice
               open output paymentOutFile.
               open output lockboxRegister.
               open output exceptionList.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               move outRunDate to outExcRunDate.
               write registerLine from reportTitle.
               write registerLine from breakLine.
               write registerLine from batchHeading.
               write registerLine from breakLine.
               move 1 to batIdx.
               perform until batIdx > batchCount
                   perform ReportOneBatch
                   add 1 to batIdx
               end-perform.
               if strayItems > 0
                   move strayItems to outStrayCount
                   write registerLine from strayLine
               end-if.
               write registerLine from breakLine.
               write exceptionLine from exceptionTitle.
               write exceptionLine from breakLine.
               write exceptionLine from exceptionHeading.
               write exceptionLine from breakLine.

               if outOfBalance = 'Y'
                   write registerLine from notPostedLine
                   close paymentOutFile
                   close lockboxRegister
                   close exceptionList
                   display "Lockbox file " lockboxFileName
                       " does not balance to its batch headers - "
                       "nothing converted; see " registerFileName
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no lockbox import"
                   close paymentOutFile
                   close lockboxRegister
                   close exceptionList
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               write registerLine from itemHeading.
               write registerLine from breakLine.
               open input lockboxFile.
               move zeros to batIdx.
               move 'N' to lockboxEof.
               perform until lockboxEof = 'Y'
                   read lockboxFile
                       at end
                           move 'Y' to lockboxEof
                       not at end
                           perform ConvertOneRecord
                   end-read
               end-perform.
               close lockboxFile.

               write registerLine from breakLine.
               move matchedCount to outMatchedCount.
               move matchedTotal to outMatchedTotal.
               write registerLine from reportSummary.
               move exceptionCount to outExceptionCount.
               move exceptionTotal to outExceptionTotal.
               write registerLine from exceptionSummary.
               write exceptionLine from breakLine.
               write exceptionLine from exceptionSummary.
               close paymentOutFile.
               close lockboxRegister.
               close exceptionList.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               close loanMaster.
               if exceptionCount > 0
                   *> the exceptions list needs a clerk before the
                   *> day's lockbox is fully applied
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> the first pass: every detail record is counted and
               *> added into the batch whose header it follows, and
               *> each batch must come to exactly the bank's header
               *> count and total - an unreadable amount, a detail
               *> record ahead of any header, a file with no batches,
               *> or more batches than the table holds all count as
               *> out of balance
               VerifyBatches.
                   move 'N' to lockboxEof.
                   perform until lockboxEof = 'Y'
                       read lockboxFile
                           at end
                               move 'Y' to lockboxEof
                           not at end
                               perform VerifyOneRecord
                       end-read
                   end-perform.
                   if batchCount = 0 or strayItems > 0
                       move 'Y' to outOfBalance
                   end-if.
                   move 1 to batIdx.
                   perform until batIdx > batchCount
                       if btItemCount(batIdx) not = btHdrCount(batIdx)
                           or btItemTotal(batIdx)
                               not = btHdrTotal(batIdx)
                           or btUnreadable(batIdx) > 0
                           move 'Y' to outOfBalance
                       end-if
                       add 1 to batIdx
                   end-perform.

               VerifyOneRecord.
                   evaluate lhRecType
                       when 'H'
                           if batchCount < maxBatches
                               add 1 to batchCount
                               move lhBatchNum to btBatchNum(batchCount)
                               move lhDepositDate
                                   to btDepositDate(batchCount)
                               move lhItemCount
                                   to btHdrCount(batchCount)
                               move lhBatchTotal
                                   to btHdrTotal(batchCount)
                               move zeros to btItemCount(batchCount)
                               move zeros to btItemTotal(batchCount)
                               move zeros to btUnreadable(batchCount)
                               if lockboxHeader(2:29) is not numeric
                                   add 1 to btUnreadable(batchCount)
                               end-if
                           else
                               display "More than " maxBatches
                                   " lockbox batches - file not "
                                   "converted"
                               move 'Y' to outOfBalance
                           end-if
                       when 'D'
                           if batchCount = 0
                               add 1 to strayItems
                           else
                               add 1 to btItemCount(batchCount)
                               if liAmount is numeric
                                   add liAmount
                                       to btItemTotal(batchCount)
                               else
                                   add 1 to btUnreadable(batchCount)
                               end-if
                           end-if
                       when other
                           display "Unrecognised lockbox record: "
                               lockboxItem
                           move 'Y' to outOfBalance
                   end-evaluate.

               ReportOneBatch.
                   move btBatchNum(batIdx) to outBatchNum.
                   move spaces to outDepDate(1:10).
                   move btDepositDate(batIdx)(1:4) to outDepDate(1:4).
                   move '/' to outDepDate(5:1).
                   move btDepositDate(batIdx)(5:2) to outDepDate(6:2).
                   move '/' to outDepDate(8:1).
                   move btDepositDate(batIdx)(7:2) to outDepDate(9:2).
                   move btHdrCount(batIdx) to outHdrCount.
                   move btHdrTotal(batIdx) to outHdrTotal.
                   move btItemCount(batIdx) to outItemCount.
                   move btItemTotal(batIdx) to outItemTotal.
                   if btItemCount(batIdx) = btHdrCount(batIdx)
                       and btItemTotal(batIdx) = btHdrTotal(batIdx)
                       and btUnreadable(batIdx) = 0
                       move 'BALANCED' to outBalanced
                   else
                       move 'OUT OF BALANCE' to outBalanced
                   end-if.
                   write registerLine from batchDetail.

               *> the second pass - only reached once every batch
               *> has balanced, so every detail record here is
               *> readable and follows a header
               ConvertOneRecord.
                   if lhRecType = 'H'
                       add 1 to batIdx
                       move lhDepositDate to depositDate
                   else
                       perform ConvertOneItem
                   end-if.

               ConvertOneItem.
                   move zeros to matchedLoanNum.
                   move spaces to matchHow.
                   move spaces to exceptionReason.
                   perform MatchByLoanNum.
                   if matchedLoanNum = 0
                       perform MatchByNameAmount
                   end-if.
                   if matchedLoanNum = 0
                       perform WriteException
                   else
                       move matchedLoanNum to lpLoanNum
                       move depositDate to lpPayDate
                       move liAmount to lpAmount
                       move space to lpTranType
                       move 'L' to lpSource
                       write lockboxPayment
                       add 1 to matchedCount
                       add liAmount to matchedTotal
                       move matchedLoanNum to outLoanNum
                       move spaces to outPayDate(1:10)
                       move depositDate(1:4) to outPayDate(1:4)
                       move '/' to outPayDate(5:1)
                       move depositDate(5:2) to outPayDate(6:2)
                       move '/' to outPayDate(8:1)
                       move depositDate(7:2) to outPayDate(9:2)
                       move liAmount to outAmount
                       move liCheckNum to outCheckNum
                       move matchHow to outMatchHow
                       write registerLine from itemDetail
                   end-if.

               *> the coupon's loan number is taken when it names a
               *> loan on file that can still take a payment; a
               *> closed or charged-off loan falls through to the
               *> name-and-amount search like a missing coupon, and
               *> its status becomes the reason if that finds
               *> nothing either
               MatchByLoanNum.
                   if liLoanNum is numeric and liLoanNum not = "00000"
                       move liLoanNum to itemLoanNum
                       move itemLoanNum to lmLoanNum
                       read loanMaster
                           invalid key
                               move 'LOAN NOT ON FILE'
                                   to exceptionReason
                           not invalid key
                               evaluate lmStatus
                                   when 'C'
                                       move 'LOAN CLOSED'
                                           to exceptionReason
                                   when 'O'
                                       move 'LOAN CHARGED OFF'
                                           to exceptionReason
                                   when other
                                       move lmLoanNum
                                           to matchedLoanNum
                                       move 'LOAN #' to matchHow
                               end-evaluate
                       end-read
                   end-if.

               *> the fallback: every open loan whose scheduled
               *> remittance is exactly the check amount and whose
               *> borrower's CUSTMAST name is the payer name; one
               *> such loan is a match, none or more than one is an
               *> exception - two borrowers of the same name paying
               *> the same amount is exactly the guess not to make
               MatchByNameAmount.
                   if custFileAvailable = 'N'
                       if exceptionReason = spaces
                           move 'NO CUSTOMER FILE' to exceptionReason
                       end-if
                   else
                       move liPayerName to itemName
                       inspect itemName converting
                           "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       move zeros to candidateCount
                       move zeros to lmLoanNum
                       move 'N' to masterEof
                       start loanMaster key >= lmLoanNum
                           invalid key
                               move 'Y' to masterEof
                       end-start
                       perform until masterEof = 'Y'
                           read loanMaster next record
                               at end
                                   move 'Y' to masterEof
                               not at end
                                   if lmStatus = 'A'
                                       perform CheckOneCandidate
                                   end-if
                           end-read
                       end-perform
                       evaluate candidateCount
                           when 0
                               if exceptionReason = spaces
                                   move 'NO MATCH'
                                       to exceptionReason
                               end-if
                           when 1
                               move 'NAME+AMT' to matchHow
                           when other
                               move zeros to matchedLoanNum
                               move 'AMBIGUOUS MATCH'
                                   to exceptionReason
                       end-evaluate
                   end-if.

               *> the same scheduled remittance PaymentPosting holds
               *> a payment against - principal and interest plus
               *> the escrow portion
               CheckOneCandidate.
                   if lmEscrowPayment is numeric
                       compute scheduledRemit rounded =
                           lmMonthlyPayment + lmEscrowPayment
                   else
                       compute scheduledRemit rounded =
                           lmMonthlyPayment
                   end-if.
                   if scheduledRemit = liAmount
                       move lmCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               move custName to candidateName
                               inspect candidateName converting
                                   "abcdefghijklmnopqrstuvwxyz"
                                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                               if candidateName = itemName
                                   add 1 to candidateCount
                                   move lmLoanNum to matchedLoanNum
                               end-if
                       end-read
                   end-if.

               WriteException.
                   add 1 to exceptionCount.
                   add liAmount to exceptionTotal.
                   move btBatchNum(batIdx) to outExcBatch.
                   move liLoanNum to outExcCoupon.
                   move liCheckNum to outExcCheck.
                   move liAmount to outExcAmount.
                   move liPayerName to outExcPayer.
                   move exceptionReason to outExcReason.
                   write exceptionLine from exceptionDetail.

               *> lockbox.par, if present, supplies the lockbox
               *> input, payment output, register, and exceptions
               *> names one per line - the same operator-repointing
               *> convention used for achret.par
               GetLockboxParameters.
                   open input lockboxParamFile.
                   if lockboxParamStatus = "00"
                       read lockboxParamFile into lockboxParamRecord
                           at end
                               continue
                           not at end
                               move lockboxParamRecord
                                   to lockboxFileName
                       end-read
                       read lockboxParamFile into lockboxParamRecord
                           at end
                               continue
                           not at end
                               move lockboxParamRecord
                                   to paymentOutFileName
                       end-read
                       read lockboxParamFile into lockboxParamRecord
                           at end
                               continue
                           not at end
                               move lockboxParamRecord
                                   to registerFileName
                       end-read
                       read lockboxParamFile into lockboxParamRecord
                           at end
                               continue
                           not at end
                               move lockboxParamRecord
                                   to exceptionFileName
                       end-read
                       close lockboxParamFile
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
                   move "LockboxImport" to auditProgram.
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
