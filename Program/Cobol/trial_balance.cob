           identification division.
           program-id. TrialBalance.

           environment division.

           input-output section.
           file-control.
           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
           select priorBalanceFile assign to dynamic priorBalanceName
               organization is line sequential
               file status is priorBalanceStatus.
           select closingBalanceFile
               assign to dynamic closingBalanceName
               organization is line sequential.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select snapshotFile assign to dynamic snapshotFileName
               organization is line sequential
               file status is snapshotStatus.
           select closePeriodFile assign to "closeper.tab"
               organization is line sequential
               file status is closePeriodStatus.
           select tbReport assign to dynamic tbReportFileName
               organization is line sequential.
           select tbParamFile assign to "trialbal.par"
               organization is line sequential
               file status is tbParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd priorBalanceFile.
           *> one closing balance per account per period
           *> (glbal.<yyyymm>), written by this program and read
           *> back as the next period's opening balances - the side
           *> the balance stands on ('D' debit, 'C' credit) and the
           *> amount. A site bringing its ledger onto the system
           *> seeds the period before its first with the opening
           *> balances in this layout
           01 priorBalanceRecord.
               02 pbAccount pic X(8).
               02 pbSide    pic X(1).
               02 pbBalance pic 9(11)V99.

           fd closingBalanceFile.
           01 closingBalanceRecord.
               02 cbAccount pic X(8).
               02 cbSide    pic X(1).
               02 cbBalance pic 9(11)V99.

           fd loanMaster.
               copy "loan-master".

           fd snapshotFile.
           01 snapshotRecord pic X(200).

           fd closePeriodFile.
               copy "close-period".

           fd tbReport.
           01 reportLine pic X(110).

           fd tbParamFile.
           01 tbParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 journalStatus pic X(2).
           01 glAccountStatus pic X(2).
           copy "gl-account-table".
           01 priorBalanceStatus pic X(2).
           01 masterStatus pic X(2).
           01 snapshotStatus pic X(2).
           01 closePeriodStatus pic X(2).
           01 tbParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides - trialbal.par (if present)
           *> supplies the period (yyyymm) and the report name one
           *> per line; with no period given the run's own month is
           *> balanced
           01 tbReportFileName pic X(30) value "trialbal.rpt".
           01 tbPeriod pic 9(6).
           01 tbPeriodParts redefines tbPeriod.
               02 tbYear  pic 9(4).
               02 tbMonth pic 99.
           01 priorPeriod pic 9(6).
           01 priorPeriodParts redefines priorPeriod.
               02 ppYear  pic 9(4).
               02 ppMonth pic 99.
           01 priorBalanceName pic X(40).
           01 closingBalanceName pic X(40).
           01 snapshotFileName pic X(40).
           *> a month closed before the loan master was widened is
           *> brought forward to today's layout as it is read
           copy "snapshot-image-fields".
           77 priorFound pic X(1) value 'N'.
           77 periodClosed pic X(1) value 'N'.

           *> the ledger by account: opening balance, the period's
           *> debits and credits, and the closing balance, all
           *> held debit-positive - maxLedger is a fixed, documented
           *> limit in the shop's usual style
           01 maxLedger constant as 200.
           77 ledgerCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 ldIdx pic S9(4) usage is COMPUTATIONAL.
           77 ldFound pic X(1).
           77 findAccount pic X(8).
           01 ledgerArea.
               02 ledgerEntry occurs maxLedger times.
                   03 ldAccount pic X(8).
                   03 ldOpening pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 ldDebits  pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 ldCredits pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 ldClosing pic S9(11)V99
                       usage is COMPUTATIONAL-3.
           77 periodDebits pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 periodCredits pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 closingDebits pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 closingCredits pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 offChartCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 journalLines pic 9(7) usage is COMPUTATIONAL
               value zeros.

           *> the subledger totals off the loan master (or the
           *> period's month-end snapshot) and the control-account
           *> balances they must agree with
           77 subPrincipal pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 subEscrow pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 subAccrued pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 subFees pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 ctlBalance pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 ctlAdvance pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 reconDifference pic S9(11)V99
               usage is COMPUTATIONAL-3.
           77 reconBreaks pic 9(3) usage is COMPUTATIONAL
               value zeros.
           77 loansRead pic 9(7) usage is COMPUTATIONAL value zeros.
           77 masterEof pic X(1) value 'N'.

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
               02 filler pic X(36) value
           ' General Ledger Trial Balance      '.
               02 filler pic X(8) value 'Period '.
               02 outPeriodYear pic 9(4).
               02 filler pic X(1) value '/'.
               02 outPeriodMonth pic 99.
               02 filler pic X(10) value '   Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(106) value all '-'.
           01 openingNote.
               02 filler pic X(24) value ' Opening balances from '.
               02 outPriorName pic X(40).
           01 noOpeningNote.
               02 filler pic X(70) value
           ' No prior-period balances on file - opening balances zero'.
           01 ledgerHeading.
               02 filler pic X(35) value ' Account   Description'.
               02 filler pic X(18) value '          Opening '.
               02 filler pic X(17) value '           Debits'.
               02 filler pic X(1) value space.
               02 filler pic X(17) value '          Credits'.
               02 filler pic X(18) value '          Closing '.
           01 ledgerDetail.
               02 filler      pic X(1) value space.
               02 outAccount  pic X(8).
               02 filler      pic X(2) value space.
               02 outDesc     pic X(24).
               02 outOpening  pic ZZ,ZZZ,ZZZ,ZZ9.99-.
               02 outDebits   pic ZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler      pic X(1) value space.
               02 outCredits  pic ZZ,ZZZ,ZZZ,ZZ9.99.
               02 outClosing  pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 proofLine.
               02 filler pic X(33) value
           ' Period totals                   '.
               02 filler pic X(20) value space.
               02 outTotalDebits pic ZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler      pic X(1) value space.
               02 outTotalCredits pic ZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler      pic X(2) value space.
               02 outProof    pic X(14).
           01 closingProofLine.
               02 filler pic X(33) value
           ' Closing debit / credit balances '.
               02 filler pic X(20) value space.
               02 outClosingDebits pic ZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler      pic X(1) value space.
               02 outClosingCredits pic ZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler      pic X(2) value space.
               02 outClosingProof pic X(14).
           01 offChartLine.
               02 filler pic X(50) value
           ' Accounts posted that are not on the chart:       '.
               02 outOffChart pic ZZZZ9.

           01 reconHeading.
               02 filler pic X(33) value ' Subledger to Ledger'.
               02 filler pic X(18) value '        Subledger '.
               02 filler pic X(18) value '           Ledger '.
               02 filler pic X(18) value '       Difference '.
           01 reconSourceLine.
               02 filler pic X(24) value ' Subledger taken from  '.
               02 outSubSource pic X(40).
           01 reconDetail.
               02 filler      pic X(1) value space.
               02 outReconLabel pic X(32).
               02 outSubAmount pic ZZ,ZZZ,ZZZ,ZZ9.99-.
               02 outCtlAmount pic ZZ,ZZZ,ZZZ,ZZ9.99-.
               02 outDiffAmount pic ZZ,ZZZ,ZZZ,ZZ9.99-.
               02 filler      pic X(1) value space.
               02 outReconFlag pic X(10).

           procedure division.
               *> sums gljournal.dat by account for one accounting
               *> period on top of the balances carried forward from
               *> the period before, proves the debits equal the
               *> credits, writes the period's closing balances for
               *> the next run to carry forward, and reconciles the
               *> loan subledger - principal, escrow, accrued
               *> interest and fees off LOANMAST, or off the period's
               *> month-end snapshot once the period is closed -
               *> against the control accounts that carry them
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move runYear to tbYear.
               move runMonth to tbMonth.
               perform GetTbParameters.
               move tbPeriod to priorPeriod.
               if ppMonth = 1
                   subtract 1 from ppYear
                   move 12 to ppMonth
               else
                   subtract 1 from ppMonth
               end-if.
               move spaces to priorBalanceName.
               string "glbal." delimited by size
                   priorPeriod delimited by size
                   into priorBalanceName.
               move spaces to closingBalanceName.
               string "glbal." delimited by size
                   tbPeriod delimited by size
                   into closingBalanceName.
               move spaces to auditInputsValue.
               string "gljournal.dat period " delimited by size
                   tbPeriod delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.

               perform LoadChartOfAccounts.
               perform LoadOpeningBalances.
               open input journalFile.
               if journalStatus not = "00"
                   display "GL journal gljournal.dat could not be "
                       "opened - no trial balance"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform until journalStatus = "10"
                   read journalFile into glJournalRecord
                       at end
                           continue
                       not at end
                           if glRunDate(1:6) = tbPeriod
                               and glAccount not = 'TRAILER '
                               perform PostJournalLine
                           end-if
                   end-read
               end-perform.
               close journalFile.

               move 1 to ldIdx.
               perform until ldIdx > ledgerCount
                   compute ldClosing(ldIdx) = ldOpening(ldIdx)
                       + ldDebits(ldIdx) - ldCredits(ldIdx)
                   if ldClosing(ldIdx) < 0
                       subtract ldClosing(ldIdx) from closingCredits
                   else
                       add ldClosing(ldIdx) to closingDebits
                   end-if
                   add 1 to ldIdx
               end-perform.

               open output tbReport.
               perform WriteLedgerSection.
               perform WriteClosingBalances.
               perform ReconcileSubledger.
               close tbReport.

               if periodDebits not = periodCredits
                   or closingDebits not = closingCredits
                   display "*** TRIAL BALANCE OUT OF BALANCE for "
                       tbPeriod " - see " tbReportFileName
                   move ErrorRunCode to return-code
               else
                   if reconBreaks > 0 or offChartCount > 0
                       move WarningRunCode to return-code
                   end-if
               end-if.
               stop run.

               *> the prior period's closing balances, if that
               *> period has been balanced - a missing file is a
               *> first period, not an error, and is said so on the
               *> report
               LoadOpeningBalances.
                   open input priorBalanceFile.
                   if priorBalanceStatus = "00"
                       move 'Y' to priorFound
                       perform until priorBalanceStatus = "10"
                           read priorBalanceFile
                               into priorBalanceRecord
                               at end
                                   continue
                               not at end
                                   perform CarryOneBalance
                           end-read
                       end-perform
                       close priorBalanceFile
                   end-if.

               CarryOneBalance.
                   move pbAccount to findAccount.
                   perform FindLedgerEntry.
                   if ldFound = 'Y'
                       if pbSide = 'C'
                           subtract pbBalance from ldOpening(ldIdx)
                       else
                           add pbBalance to ldOpening(ldIdx)
                       end-if
                   end-if.

               PostJournalLine.
                   add 1 to journalLines.
                   move glAccount to findAccount.
                   perform FindLedgerEntry.
                   if ldFound = 'Y'
                       add glDebit to ldDebits(ldIdx)
                       add glCredit to ldCredits(ldIdx)
                   end-if.
                   add glDebit to periodDebits.
                   add glCredit to periodCredits.

               *> finds the account's ledger row, opening one (in
               *> the order accounts are first met) when it is new
               FindLedgerEntry.
                   move 'N' to ldFound.
                   move 1 to ldIdx.
                   perform until ldIdx > ledgerCount
                       or ldFound = 'Y'
                       if ldAccount(ldIdx) = findAccount
                           move 'Y' to ldFound
                       else
                           add 1 to ldIdx
                       end-if
                   end-perform.
                   if ldFound = 'N'
                       if ledgerCount < maxLedger
                           add 1 to ledgerCount
                           move ledgerCount to ldIdx
                           move findAccount to ldAccount(ldIdx)
                           move zeros to ldOpening(ldIdx)
                           move zeros to ldDebits(ldIdx)
                           move zeros to ldCredits(ldIdx)
                           move zeros to ldClosing(ldIdx)
                           move 'Y' to ldFound
                       else
                           display "More than " maxLedger
                               " GL accounts - " findAccount
                               " not totalled"
                           move ErrorRunCode to return-code
                       end-if
                   end-if.

               WriteLedgerSection.
                   move tbYear to outPeriodYear.
                   move tbMonth to outPeriodMonth.
                   move spaces to outRunDate(1:10).
                   move runYear to outRunDate(1:4).
                   move '/' to outRunDate(5:1).
                   move runMonth to outRunDate(6:2).
                   move '/' to outRunDate(8:1).
                   move runDay to outRunDate(9:2).
                   write reportLine from reportTitle.
                   write reportLine from breakLine.
                   if priorFound = 'Y'
                       move priorBalanceName to outPriorName
                       write reportLine from openingNote
                   else
                       write reportLine from noOpeningNote
                   end-if.
                   write reportLine from ledgerHeading.
                   write reportLine from breakLine.
                   move 1 to ldIdx.
                   perform until ldIdx > ledgerCount
                       perform WriteLedgerDetail
                       add 1 to ldIdx
                   end-perform.
                   write reportLine from breakLine.
                   move periodDebits to outTotalDebits.
                   move periodCredits to outTotalCredits.
                   if periodDebits = periodCredits
                       move 'IN BALANCE' to outProof
                   else
                       move 'OUT OF BALANCE' to outProof
                   end-if.
                   write reportLine from proofLine.
                   move closingDebits to outClosingDebits.
                   move closingCredits to outClosingCredits.
                   if closingDebits = closingCredits
                       move 'IN BALANCE' to outClosingProof
                   else
                       move 'OUT OF BALANCE' to outClosingProof
                   end-if.
                   write reportLine from closingProofLine.
                   if offChartCount > 0
                       move offChartCount to outOffChart
                       write reportLine from offChartLine
                   end-if.

               WriteLedgerDetail.
                   move ldAccount(ldIdx) to outAccount.
                   move ldAccount(ldIdx) to glAccount.
                   perform LookupGlAccount.
                   if accountFound = 'Y'
                       move acctDesc(acctIdx) to outDesc
                   else
                       move '*NOT ON CHART*' to outDesc
                       add 1 to offChartCount
                   end-if.
                   move ldOpening(ldIdx) to outOpening.
                   move ldDebits(ldIdx) to outDebits.
                   move ldCredits(ldIdx) to outCredits.
                   move ldClosing(ldIdx) to outClosing.
                   write reportLine from ledgerDetail.

               *> rewritten whole on every run for the period, so a
               *> rerun after a late posting carries the corrected
               *> figures forward
               WriteClosingBalances.
                   open output closingBalanceFile.
                   move 1 to ldIdx.
                   perform until ldIdx > ledgerCount
                       move ldAccount(ldIdx) to cbAccount
                       if ldClosing(ldIdx) < 0
                           move 'C' to cbSide
                           compute cbBalance = 0 - ldClosing(ldIdx)
                       else
                           move 'D' to cbSide
                           move ldClosing(ldIdx) to cbBalance
                       end-if
                       write closingBalanceRecord
                       add 1 to ldIdx
                   end-perform.
                   close closingBalanceFile.

               *> the subledger is the period's month-end snapshot
               *> once MonthEndClose has closed it - the master has
               *> moved on since - and the live master otherwise.
               *> A charged-off loan's balance left the ledger with
               *> the charge-off, so it stays out of the principal
               *> total; escrow is a liability, held credit-side,
               *> less whatever the servicer has advanced (ESC-ADV)
               ReconcileSubledger.
                   perform CheckPeriodClosed.
                   write reportLine from breakLine.
                   if periodClosed = 'Y'
                       move spaces to snapshotFileName
                       string "LOANMAST.ME." delimited by size
                           tbPeriod delimited by size
                           into snapshotFileName
                       move snapshotFileName to outSubSource
                       open input snapshotFile
                       if snapshotStatus = "00"
                           perform until snapshotStatus = "10"
                               read snapshotFile into snapshotRecord
                                   at end
                                       continue
                                   not at end
                                       if snapshotRecord(1:8)
                                           not = 'TRAILER '
                                           move snapshotRecord
                                               to snapshotImage
                                           perform LoadSnapshotImage
                                           perform AddOneLoan
                                       end-if
                               end-read
                           end-perform
                           close snapshotFile
                       else
                           move 'Y' to masterEof
                           display "Month-end snapshot "
                               snapshotFileName " not found - "
                               "subledger not reconciled"
                       end-if
                   else
                       move "LOANMAST (live)" to outSubSource
                       open input loanMaster
                       if masterStatus = "00"
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
                                       perform AddOneLoan
                               end-read
                           end-perform
                           close loanMaster
                       else
                           move 'Y' to masterEof
                           display "Loan master LOANMAST could not "
                               "be opened - subledger not reconciled"
                       end-if
                   end-if.
                   write reportLine from reconSourceLine.
                   write reportLine from reconHeading.
                   write reportLine from breakLine.
                   if loansRead = 0
                       add 1 to reconBreaks
                   end-if.

                   move 'LOAN-PRN' to findAccount.
                   perform ControlBalance.
                   move 'Loan principal    (LOAN-PRN)'
                       to outReconLabel.
                   move subPrincipal to outSubAmount.
                   compute reconDifference = subPrincipal - ctlBalance.
                   perform WriteReconDetail.

                   move 'ESC-ADV ' to findAccount.
                   perform ControlBalance.
                   move ctlBalance to ctlAdvance.
                   move 'ESCROW  ' to findAccount.
                   perform ControlBalance.
                   compute ctlBalance = 0 - ctlBalance - ctlAdvance.
                   move 'Escrow  (ESCROW less ESC-ADV)'
                       to outReconLabel.
                   move subEscrow to outSubAmount.
                   compute reconDifference = subEscrow - ctlBalance.
                   perform WriteReconDetail.

                   move 'INT-REC ' to findAccount.
                   perform ControlBalance.
                   move 'Accrued interest  (INT-REC)'
                       to outReconLabel.
                   move subAccrued to outSubAmount.
                   compute reconDifference = subAccrued - ctlBalance.
                   perform WriteReconDetail.

                   move 'FEES-REC' to findAccount.
                   perform ControlBalance.
                   move 'Fees due          (FEES-REC)'
                       to outReconLabel.
                   move subFees to outSubAmount.
                   compute reconDifference = subFees - ctlBalance.
                   perform WriteReconDetail.

               AddOneLoan.
                   add 1 to loansRead.
                   if lmStatus not = 'O'
                       add lmCurrentBalance to subPrincipal
                   end-if.
                   if lmEscrowBalance is numeric
                       add lmEscrowBalance to subEscrow
                   end-if.
                   if lmAccruedInt is numeric
                       add lmAccruedInt to subAccrued
                   end-if.
                   if lmFeesDue is numeric
                       add lmFeesDue to subFees
                   end-if.

               *> the account's closing balance, debit-positive; an
               *> account the ledger has never seen stands at zero
               ControlBalance.
                   move zeros to ctlBalance.
                   move 1 to ldIdx.
                   perform until ldIdx > ledgerCount
                       if ldAccount(ldIdx) = findAccount
                           move ldClosing(ldIdx) to ctlBalance
                       end-if
                       add 1 to ldIdx
                   end-perform.

               WriteReconDetail.
                   move ctlBalance to outCtlAmount.
                   move reconDifference to outDiffAmount.
                   if reconDifference = 0
                       move 'AGREES' to outReconFlag
                   else
                       move 'DIFFERENCE' to outReconFlag
                       add 1 to reconBreaks
                   end-if.
                   write reportLine from reconDetail.

               CheckPeriodClosed.
                   move 'N' to periodClosed.
                   open input closePeriodFile.
                   if closePeriodStatus = "00"
                       perform until closePeriodStatus = "10"
                           read closePeriodFile into closePeriodRecord
                               at end
                                   continue
                               not at end
                                   if cpPeriod = tbPeriod
                                       if cpStatus = 'C'
                                           move 'Y' to periodClosed
                                       else
                                           move 'N' to periodClosed
                                       end-if
                                   end-if
                           end-read
                       end-perform
                       close closePeriodFile
                   end-if.

               copy "gl-account-io".

               copy "snapshot-image-io".

               *> trialbal.par, if present, supplies the period and
               *> the report name one per line - the same operator-
               *> repointing convention used for loanbatch.par
               GetTbParameters.
                   open input tbParamFile.
                   if tbParamStatus = "00"
                       read tbParamFile into tbParamRecord
                           at end
                               continue
                           not at end
                               if tbParamRecord(1:6) is numeric
                                   move tbParamRecord(1:6) to tbPeriod
                               end-if
                       end-read
                       read tbParamFile into tbParamRecord
                           at end
                               continue
                           not at end
                               move tbParamRecord to tbReportFileName
                       end-read
                       close tbParamFile
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
                   move "TrialBalance" to auditProgram.
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
