               organization is line sequential.
           select debitRegister assign to dynamic registerFileName
               organization is line sequential.
           select draftPostFile assign to dynamic draftPostFileName
               organization is line sequential.
           select achParamFile assign to "achdebit.par"
               organization is line sequential
               file status is achParamStatus.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           *> at both ends
           01 debitRecord.
               02 adLoanNum     pic 9(5).
               02 adCustId      pic 9(6).
               02 adBankAccount pic X(17).
               02 adAmount      pic 9(7)V99.
               02 adDueDate     pic 9(8).
           fd debitRegister.
           01 registerLine pic X(80).

           fd draftPostFile.
           *> one payment transaction per debit drafted, byte for
           *> byte the payment record PaymentPosting reads and
           *> marked as ACH money - once the drafts settle, point
           *> pmtbatch.par at this file to post them; a draft that
           *> bounces comes back through AchReturns as a reversal
           01 draftPayment.
               02 dpLoanNum  pic 9(5).
               02 dpPayDate  pic 9(8).
               02 dpAmount   pic 9(7)V99.
               02 dpTranType pic X(1).
               02 dpSource   pic X(1).

           fd achParamFile.
           01 achParamRecord pic X(30).

           fd holdSkipFile.
               copy "hold-skip".

           fd auditFile.
               copy "audit-trail".

           01 custStatus pic X(2).
           01 achParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> bankruptcy and legal holds - see copybook/hold-io.cpy
           copy "hold-fields".
           *> the register is read by people, so it shows only the
           *> account's last four - see copybook/mask-io.cpy
           copy "mask-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides for the debit file, register and
           *> draft-posting file names - achdebit.par (if present)
           *> supplies these one per line, the same convention as
           *> loanbatch.par
           01 debitFileName pic X(30) value "achdebit.dat".
           01 registerFileName pic X(30) value "achdebit.rpt".
           01 draftPostFileName pic X(30) value "achpost.dat".

           77 masterEof pic X(1) value 'N'.
           *> whether CUSTMAST could be opened at all - with no
           77 skippedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 skipReason pic X(25).
           *> student loans still in deferment or grace - nothing
           *> is owed yet, so nothing is drafted
           77 deferredCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> the next draft date: the loan's due day of month, in
           *> the run month or the next one if the day has passed
               02 filler pic X(70) value all '-'.
           01 reportHeading.
               02 filler pic X(60) value
           ' Loan #  Cust     Account            Amount      Due Date'.
           01 reportDetail.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outCustId  pic ZZZZZ9.
               02 filler     pic X(2) value space.
               02 outAccount pic X(17).
               02 filler     pic X(2) value space.
               02 outDebitTotal pic ZZZZZZZZ9.99.
               02 filler pic X(11) value '  Skipped: '.
               02 outSkippedCount pic ZZZZ9.
               02 filler pic X(8) value '  Held: '.
               02 outHeldCount pic ZZZZ9.
           01 deferredSummary.
               02 filler pic X(36) value
           'Student loans in deferment/grace:   '.
               02 outDeferredCount pic ZZZZ9.

           procedure division.
               *> builds the bank's debit file from the loan master:
               *> assumes they were drafted
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "AchDebitExtract" to holdSkipProgram.
               perform GetAchParameters.
               string "LOANMAST -> " delimited by size
                   debitFileName delimited by space
               end-if.
               open output debitFile.
               open output debitRegister.
               open output draftPostFile.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
                           move 'Y' to masterEof
                       not at end
                           if lmStatus = 'A'
                               perform CheckLoanHold
                               evaluate true
                                   when loanOnHold = 'Y'
                                       perform SkipHeldLoan
                                   when lmProduct = 'S'
                                       and lmDeferCode not = spaces
                                       perform SkipDeferredLoan
                                   when other
                                       perform ExtractOneLoan
                               end-evaluate
                           end-if
                   end-read
               end-perform.
               move debitCount to outDebitCount.
               move debitTotal to outDebitTotal.
               move skippedCount to outSkippedCount.
               move holdSkipCount to outHeldCount.
               write registerLine from reportSummary.
               if deferredCount > 0
                   move deferredCount to outDeferredCount
                   write registerLine from deferredSummary
               end-if.
               close debitFile.
               close debitRegister.
               close draftPostFile.
               close loanMaster.
               if custFileAvailable = 'Y'
                   close custFile
                       move draftAmount to adAmount
                       move dueDateWork to adDueDate
                       write debitRecord
                       move lmLoanNum to dpLoanNum
                       move dueDateWork to dpPayDate
                       move draftAmount to dpAmount
                       move space to dpTranType
                       move 'A' to dpSource
                       write draftPayment
                       add 1 to debitCount
                       add draftAmount to debitTotal
                       perform WriteRegisterDetail
                   end-if.

               *> a held loan is listed, not drafted - but it is no
               *> fault in the file, so it does not raise the run's
               *> warning the way a missing account does
               SkipHeldLoan.
                   move 'ACH draft not taken' to holdSkipAction.
                   perform WriteHoldSkip.
                   move lmLoanNum to outSkipLoanNum.
                   move 'legal hold' to outSkipReason.
                   write registerLine from skipDetail.

               *> a student loan in deferment or grace is listed and
               *> left alone - like a held loan it is no fault in the
               *> file and raises no warning
               SkipDeferredLoan.
                   add 1 to deferredCount.
                   move lmLoanNum to outSkipLoanNum.
                   if lmDeferCode = 'G'
                       move 'student loan in grace'
                           to outSkipReason
                   else
                       move 'student loan deferment'
                           to outSkipReason
                   end-if.
                   write registerLine from skipDetail.

               LookupDraftAccount.
                   move 'N' to custOnFile.
                   if custFileAvailable = 'N'
               WriteRegisterDetail.
                   move lmLoanNum to outLoanNum.
                   move lmCustId to outCustId.
                   move custBankAccount to maskAccountIn.
                   perform MaskBankAccount.
                   move maskedAccount to outAccount.
                   move draftAmount to outAmount.
                   move spaces to outDueDate(1:10).
                   move dwYear to outDueDate(1:4).
                   move dwDay to outDueDate(9:2).
                   write registerLine from reportDetail.

               copy "hold-io".

               copy "mask-io".

               *> achdebit.par, if present, supplies the debit file,
               *> register and draft-posting names one per line - the
               *> same operator-repointing convention used for
               *> loanbatch.par
               GetAchParameters.
                   open input achParamFile.
                               move achParamRecord
                                   to registerFileName
                       end-read
                       read achParamFile into achParamRecord
                           at end
                               continue
                           not at end
                               move achParamRecord
                                   to draftPostFileName
                       end-read
                       close achParamFile
                   end-if.

                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
