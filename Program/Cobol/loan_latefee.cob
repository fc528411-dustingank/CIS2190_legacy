           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select imageJournal assign to dynamic imageJournalName
           select feeParamFile assign to "latefee.par"
               organization is line sequential
               file status is feeParamStatus.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd lockFile.
           01 lockRecord pic X(30).

               02 frAmount pic 9(5)V99.
               02 filler   pic X(21).

           fd holdSkipFile.
               copy "hold-skip".

           fd auditFile.
               copy "audit-trail".

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
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> bankruptcy and legal holds - see copybook/hold-io.cpy
           copy "hold-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               02 outAssessedCount pic ZZZZ9.
               02 filler pic X(16) value '  Total amount: '.
               02 outAssessedTotal pic ZZZZZZ9.99.
           01 heldSummary.
               02 filler pic X(36) value
           'Held loans not assessed (see log):  '.
               02 outHeldCount pic ZZZZ9.

           procedure division.
               *> charges the delinquent book the fees the aging
               *> is left alone
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "LateFeeAssessment" to holdSkipProgram.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
               move "LOANMAST fee assessment" to auditInputsValue.
               perform WriteAuditTrail.

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
               move assessedCount to outAssessedCount.
               move assessedTotal to outAssessedTotal.
               write registerLine from reportSummary.
               if holdSkipCount > 0
                   move holdSkipCount to outHeldCount
                   write registerLine from heldSummary
               end-if.
               close feeRegister.
               close loanMaster.
               perform ReleaseSharedLock.
                           *> must not charge twice
                           continue
                       else
                           perform CheckLoanHold
                           if loanOnHold = 'Y'
                               move 'late fee not assessed'
                                   to holdSkipAction
                               perform WriteHoldSkip
                           else
                               perform ChargeLateFee
                           end-if
                       end-if
                   end-if.

                       move ErrorRunCode to return-code
                   end-if.

               *> the accounts this program's journal legs post to
               CheckPostingAccounts.
                   move 'FEES-REC' to glAccount.
                   perform ValidateGlAccount.
                   move 'FEE-INC ' to glAccount.
                   perform ValidateGlAccount.

               copy "gl-account-io".

               copy "aging-io".

               copy "hold-io".

               copy "lock-io".

               *> the schedule the shop has always charged by hand -
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
