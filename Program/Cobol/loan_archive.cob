           identification division.
           program-id. LoanArchive.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select policyFile assign to "retention.tab"
               organization is line sequential
               file status is policyStatus.
           select chargeOffFile assign to "chargeoff.dat"
               organization is line sequential
               file status is chargeOffStatus.
           select disputeFile assign to "disputes.dat"
               organization is line sequential
               file status is disputeStatus.
           select loanCustFile assign to "loancust.dat"
               organization is line sequential
               file status is loanCustStatus.
           select xrefKeepFile assign to "loancust.new"
               organization is line sequential
               file status is xrefKeepStatus.
           select xrefHistFile assign to "loancust.hist"
               organization is line sequential
               file status is xrefHistStatus.
           select archiveRegister assign to "loanarch.dat"
               organization is line sequential
               file status is archiveRegisterStatus.
           select archiveReport assign to dynamic reportFileName
               organization is line sequential.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select archiveParamFile assign to "loanarch.par"
               organization is line sequential
               file status is archiveParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd policyFile.
               copy "retention-policy".

           fd chargeOffFile.
               copy "charge-off".

           fd disputeFile.
               copy "dispute-record".

           fd loanCustFile.
               copy "loan-cust-xref".

           fd xrefKeepFile.
           01 xrefKeepRecord pic X(12).

           fd xrefHistFile.
           01 xrefHistRecord pic X(12).

           *> one line per run - the reconciliation the job leaves
           *> behind: both masters counted before and after, what
           *> moved, and whether the counts tie
           fd archiveRegister.
           01 archiveRegisterRecord.
               02 arRunDate       pic 9(8).
               02 arRetainYears   pic 99.
               02 arCutoffDate    pic 9(8).
               02 arMasterBefore  pic 9(7).
               02 arHistoryBefore pic 9(7).
               02 arLoansMoved    pic 9(7).
               02 arBalanceMoved  pic S9(9)V99.
               02 arXrefMoved     pic 9(7).
               02 arMasterAfter   pic 9(7).
               02 arHistoryAfter  pic 9(7).
               02 arBalanced      pic X(1).

           fd archiveReport.
           01 reportLine pic X(90).

           fd lockFile.
           01 lockRecord pic X(30).

           fd imageJournal.
               copy "image-journal".

           fd archiveParamFile.
           01 archiveParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           01 policyStatus pic X(2).
           01 chargeOffStatus pic X(2).
           01 disputeStatus pic X(2).
           01 loanCustStatus pic X(2).
           01 xrefKeepStatus pic X(2).
           01 xrefHistStatus pic X(2).
           01 archiveRegisterStatus pic X(2).
           01 archiveParamStatus pic X(2).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy; every loan taken off
           *> LOANMAST is journaled as a delete with its whole image,
           *> and its arrival on LOANHIST as an add
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 journalFile pic X(8).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> loanarch.par (if present) supplies the report name;
           *> the years a finished loan stays on LOANMAST are the
           *> LOAN row of retention.tab, the shop's one retention
           *> policy table
           01 reportFileName pic X(30) value "loanarch.rpt".
           77 loanRetainYears pic 99 value zeros.
           01 cutoffDate.
               02 cutoffYear  pic 9(4).
               02 cutoffMonth pic 99.
               02 cutoffDay   pic 99.
           01 cutoffDateNumber redefines cutoffDate pic 9(8).

           *> the loans to move, gathered on a read-only pass so the
           *> master is never changed under its own sequential read
           *> - maxArchive is a fixed, documented limit in the
           *> shop's usual style; a fuller run leaves the rest for
           *> the next one
           01 maxArchive constant as 5000.
           77 archiveCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 archiveIdx pic 9(5) usage is COMPUTATIONAL.
           77 archiveDropped pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 archiveArea.
               02 archiveEntry occurs maxArchive times.
                   03 acLoanNum pic 9(5).
                   03 acEnded   pic 9(8).
                   03 acMoved   pic X(1).
           77 loanEnded pic 9(8).
           77 archiveFound pic X(1).

           *> charge-off dates off chargeoff.dat - a charged-off
           *> loan ended on the latest of its charge-off dates
           01 maxChargeOffs constant as 5000.
           77 chargeOffCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 coIdx pic 9(5) usage is COMPUTATIONAL.
           01 chargeOffArea.
               02 chargeOffEntry occurs maxChargeOffs times.
                   03 cfLoanNum pic 9(5).
                   03 cfDate    pic 9(8).

           *> a loan with a dispute still open stays where the
           *> dispute desk can find it
           01 maxDisputes constant as 2000.
           77 disputeCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 dIdx pic 9(5) usage is COMPUTATIONAL.
           01 disputeArea.
               02 openDisputeLoan pic 9(5) occurs maxDisputes times.
           77 inDispute pic X(1).

           77 masterEof pic X(1).
           77 historyEof pic X(1).
           77 xrefEof pic X(1).
           77 copyStatus pic S9(9) usage is COMPUTATIONAL-5.
           77 xrefKeepName pic X(30) value "loancust.new".
           77 xrefLiveName pic X(30) value "loancust.dat".

           77 masterBefore pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 historyBefore pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 masterAfter pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 historyAfter pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 recordCount pic 9(7) usage is COMPUTATIONAL.
           77 movedCount pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 xrefMoved pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 xrefKept pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 heldCount pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 failedCount pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 balanceMoved pic S9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 balancedFlag pic X(1).

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
           ' Loan Archive to LOANHIST          Run on '.
               02 outRunDate pic X(10).
           01 policyLine.
               02 filler pic X(33) value
                   ' Loans finished before cutoff    '.
               02 outCutoffDate pic X(10).
               02 filler pic X(8) value '  (LOAN '.
               02 outRetainYears pic Z9.
               02 filler pic X(7) value ' years)'.
           01 breakLine.
               02 filler pic X(80) value all '-'.
           01 detailHeading.
               02 filler pic X(40) value
           ' Loan #  St  Ended       Customer'.
               02 filler pic X(30) value
           '      Balance  Action'.
           01 detailLine.
               02 filler pic X(1) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(3) value space.
               02 outStatus pic X(1).
               02 filler pic X(3) value space.
               02 outEnded pic X(10).
               02 filler pic X(2) value space.
               02 outCustId pic ZZZZZ9.
               02 filler pic X(3) value space.
               02 outBalance pic ZZZZZZ9.99-.
               02 filler pic X(2) value space.
               02 outAction pic X(30).
           01 reconHeading.
               02 filler pic X(40) value
                   ' Reconciliation            Before'.
               02 filler pic X(30) value
                   '   Moved     After'.
           01 reconLine.
               02 outReconLabel pic X(22).
               02 outReconBefore pic Z,ZZZ,ZZ9.
               02 filler pic X(2) value space.
               02 outReconMoved pic Z,ZZZ,ZZ9.
               02 filler pic X(1) value space.
               02 outReconAfter pic Z,ZZZ,ZZ9.
           01 balanceLine.
               02 filler pic X(33) value
                   ' Balance moved to LOANHIST:      '.
               02 outBalanceMoved pic ZZZ,ZZZ,ZZ9.99-.
           01 xrefLine.
               02 filler pic X(33) value
                   ' loancust.dat rows moved:        '.
               02 outXrefMoved pic Z,ZZZ,ZZ9.
               02 filler pic X(10) value '   kept:  '.
               02 outXrefKept pic Z,ZZZ,ZZ9.
           01 heldLine.
               02 filler pic X(33) value
                   ' Past cutoff but held on master: '.
               02 outHeldCount pic Z,ZZZ,ZZ9.
           01 balancedLine.
               02 filler pic X(50) value
                   ' Counts tie - both masters reconciled'.
           01 unbalancedLine.
               02 filler pic X(60) value
           ' *** COUNTS DO NOT TIE - check LOANMAST and LOANHIST ***'.
           01 droppedLine.
               02 filler pic X(60) value
           ' Archive table full - the rest wait for the next run'.

           procedure division.
               *> the housekeeping LOANMAST has never had: every loan
               *> closed or charged off longer ago than the LOAN row
               *> of retention.tab allows moves whole, under the
               *> lock and the image journal, to the LOANHIST
               *> history master, and its loancust.dat rows move to
               *> loancust.hist with it - so the dashboard, accrual,
               *> aging, ACH, bureau and statement runs stop reading
               *> past years of finished loans. A loan under a legal
               *> hold or with a dispute still open stays put. Both
               *> masters are counted before and after, and the
               *> reconciliation is printed and left on loanarch.dat;
               *> counts that do not tie end the run with
               *> ErrorRunCode
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               perform GetArchiveParameters.
               perform LoadRetentionPolicy.
               if loanRetainYears = 0
                   display "Retention policy retention.tab has no "
                       "LOAN row - nothing archived"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move runDate to cutoffDate.
               subtract loanRetainYears from cutoffYear.

               move spaces to auditInputsValue.
               string "LOANMAST -> LOANHIST before " delimited by size
                   cutoffDate delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.

               perform LoadChargeOffs.
               perform LoadOpenDisputes.

               move "LOANMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "LOANMAST is in use by another program "
                       "- no archive run; if nothing is really "
                       "running, remove LOANMAST.lck"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open i-o loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no archive run"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open i-o loanHistory.
               if loanHistStatus = "35"
                   open output loanHistory
                   close loanHistory
                   open i-o loanHistory
               end-if.
               if loanHistStatus not = "00"
                   display "Loan history master LOANHIST could not "
                       "be opened - no archive run"
                   close loanMaster
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               open output archiveReport.
               move runDate to loanEnded.
               perform FormatEndedDate.
               move outEnded to outRunDate.
               write reportLine from reportTitle.
               move cutoffDateNumber to loanEnded.
               perform FormatEndedDate.
               move outEnded to outCutoffDate.
               move loanRetainYears to outRetainYears.
               write reportLine from policyLine.
               write reportLine from breakLine.
               write reportLine from detailHeading.

               perform CountHistory.
               move recordCount to historyBefore.
               perform GatherFinishedLoans.
               move 1 to archiveIdx.
               perform until archiveIdx > archiveCount
                   perform MoveOneLoan
                   add 1 to archiveIdx
               end-perform.
               perform CountMaster.
               move recordCount to masterAfter.
               perform CountHistory.
               move recordCount to historyAfter.
               close loanHistory.
               close loanMaster.
               perform ReleaseSharedLock.

               if movedCount > 0
                   perform MoveXrefRows
               end-if.

               if masterBefore = masterAfter + movedCount
                   and historyAfter = historyBefore + movedCount
                   move 'Y' to balancedFlag
               else
                   move 'N' to balancedFlag
               end-if.
               perform WriteReconciliation.
               perform WriteArchiveRegister.
               close archiveReport.

               display "Loans archived to LOANHIST: " movedCount
                   " - see " reportFileName.
               if balancedFlag = 'N'
                   display "LOANMAST and LOANHIST counts do not tie "
                       "- see " reportFileName
                   move ErrorRunCode to return-code
               else
                   if failedCount > 0 or archiveDropped > 0
                       move WarningRunCode to return-code
                   end-if
               end-if.
               stop run.

               *> the read-only pass: every record counted, every
               *> finished loan past the cutoff noted
               GatherFinishedLoans.
                   move 'N' to masterEof.
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
                               add 1 to masterBefore
                               perform ConsiderLoan
                       end-read
                   end-perform.

               *> a finished loan with no date it finished on cannot
               *> be shown to be past its years, and stays
               ConsiderLoan.
                   move zeros to loanEnded.
                   if lmStatus = 'C' and lmClosedDate is numeric
                       move lmClosedDate to loanEnded
                   end-if.
                   if lmStatus = 'O'
                       perform FindChargeOffDate
                   end-if.
                   if loanEnded > 0 and loanEnded < cutoffDateNumber
                       perform CheckOpenDispute
                       if lmHoldCode not = space or inDispute = 'Y'
                           add 1 to heldCount
                           perform ReportHeldLoan
                       else
                           if archiveCount < maxArchive
                               add 1 to archiveCount
                               move lmLoanNum to acLoanNum(archiveCount)
                               move loanEnded to acEnded(archiveCount)
                               move 'N' to acMoved(archiveCount)
                           else
                               add 1 to archiveDropped
                           end-if
                       end-if
                   end-if.

               FindChargeOffDate.
                   move 1 to coIdx.
                   perform until coIdx > chargeOffCount
                       if cfLoanNum(coIdx) = lmLoanNum
                           and cfDate(coIdx) > loanEnded
                           move cfDate(coIdx) to loanEnded
                       end-if
                       add 1 to coIdx
                   end-perform.

               CheckOpenDispute.
                   move 'N' to inDispute.
                   move 1 to dIdx.
                   perform until dIdx > disputeCount
                       if openDisputeLoan(dIdx) = lmLoanNum
                           move 'Y' to inDispute
                       end-if
                       add 1 to dIdx
                   end-perform.

               ReportHeldLoan.
                   perform SetDetailLoan.
                   if lmHoldCode not = space
                       move "Held - legal hold" to outAction
                   else
                       move "Held - open dispute" to outAction
                   end-if.
                   write reportLine from detailLine.

               *> history first, master second - a run that stops
               *> between the two leaves the loan on both, and the
               *> next run finds the identical history record and
               *> finishes the move
               MoveOneLoan.
                   move acLoanNum(archiveIdx) to lmLoanNum.
                   read loanMaster
                       invalid key
                           add 1 to failedCount
                           display "Loan " lmLoanNum " left LOANMAST "
                               "during the run - not archived"
                       not invalid key
                           perform WriteHistoryRecord
                   end-read.

               WriteHistoryRecord.
                   move loanMasterRecord to loanHistRecord.
                   write loanHistRecord
                       invalid key
                           perform CompareHistoryRecord
                       not invalid key
                           move "LOANHIST" to journalFile
                           perform WriteMasterJournal
                           perform DeleteFromMaster
                   end-write.

               *> already on LOANHIST: the same record means an
               *> earlier run stopped half way; anything else is a
               *> loan number used twice and is left for a person
               CompareHistoryRecord.
                   read loanHistory
                       invalid key
                           move 'N' to archiveFound
                       not invalid key
                           move 'Y' to archiveFound
                   end-read.
                   if archiveFound = 'Y'
                       and loanHistRecord = loanMasterRecord
                       perform DeleteFromMaster
                   else
                       add 1 to failedCount
                       perform SetDetailLoan
                       move "Not moved - on LOANHIST already"
                           to outAction
                       write reportLine from detailLine
                   end-if.

               DeleteFromMaster.
                   delete loanMaster
                       invalid key
                           add 1 to failedCount
                           move "Not moved - delete failed"
                               to outAction
                       not invalid key
                           move "LOANMAST" to journalFile
                           perform WriteMasterJournal
                           move 'Y' to acMoved(archiveIdx)
                           add 1 to movedCount
                           add lmCurrentBalance to balanceMoved
                           move "Moved to LOANHIST" to outAction
                   end-delete.
                   perform SetDetailLoan.
                   write reportLine from detailLine.

               SetDetailLoan.
                   move lmLoanNum to outLoanNum.
                   move lmStatus to outStatus.
                   move zeros to loanEnded.
                   if lmStatus = 'C' and lmClosedDate is numeric
                       move lmClosedDate to loanEnded
                   end-if.
                   if lmStatus = 'O'
                       perform FindChargeOffDate
                   end-if.
                   perform FormatEndedDate.
                   move lmCustId to outCustId.
                   move lmCurrentBalance to outBalance.

               FormatEndedDate.
                   move spaces to outEnded.
                   move loanEnded(1:4) to outEnded(1:4).
                   move '/' to outEnded(5:1).
                   move loanEnded(5:2) to outEnded(6:2).
                   move '/' to outEnded(8:1).
                   move loanEnded(7:2) to outEnded(9:2).

               CountMaster.
                   move zeros to recordCount.
                   move 'N' to masterEof.
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
                               add 1 to recordCount
                       end-read
                   end-perform.

               CountHistory.
                   move zeros to recordCount.
                   move 'N' to historyEof.
                   move zeros to lhLoanNum.
                   start loanHistory key >= lhLoanNum
                       invalid key
                           move 'Y' to historyEof
                   end-start.
                   perform until historyEof = 'Y'
                       read loanHistory next record
                           at end
                               move 'Y' to historyEof
                           not at end
                               add 1 to recordCount
                       end-read
                   end-perform.

               *> the cross-reference rows of every moved loan go to
               *> loancust.hist; the rest become the new loancust.dat
               *> - the keep-file-and-copy-back PayHistoryArchive uses
               MoveXrefRows.
                   open input loanCustFile.
                   if loanCustStatus = "00"
                       open extend xrefHistFile
                       if xrefHistStatus = "05"
                           or xrefHistStatus = "35"
                           open output xrefHistFile
                           close xrefHistFile
                           open extend xrefHistFile
                       end-if
                       open output xrefKeepFile
                       move 'N' to xrefEof
                       perform until xrefEof = 'Y'
                           read loanCustFile
                               at end
                                   move 'Y' to xrefEof
                               not at end
                                   perform RouteXrefRow
                           end-read
                       end-perform
                       close loanCustFile
                       close xrefHistFile
                       close xrefKeepFile
                       call "CBL_COPY_FILE" using xrefKeepName
                           xrefLiveName
                           returning copyStatus
                       call "CBL_DELETE_FILE" using xrefKeepName
                           returning copyStatus
                   end-if.

               RouteXrefRow.
                   move 'N' to archiveFound.
                   move 1 to archiveIdx.
                   perform until archiveIdx > archiveCount
                       or archiveFound = 'Y'
                       if acLoanNum(archiveIdx) = lxLoanNum
                           and acMoved(archiveIdx) = 'Y'
                           move 'Y' to archiveFound
                       else
                           add 1 to archiveIdx
                       end-if
                   end-perform.
                   if archiveFound = 'Y'
                       move loanCustXrefRecord to xrefHistRecord
                       write xrefHistRecord
                       add 1 to xrefMoved
                   else
                       move loanCustXrefRecord to xrefKeepRecord
                       write xrefKeepRecord
                       add 1 to xrefKept
                   end-if.

               WriteReconciliation.
                   write reportLine from breakLine.
                   write reportLine from reconHeading.
                   move ' LOANMAST records' to outReconLabel.
                   move masterBefore to outReconBefore.
                   move movedCount to outReconMoved.
                   move masterAfter to outReconAfter.
                   write reportLine from reconLine.
                   move ' LOANHIST records' to outReconLabel.
                   move historyBefore to outReconBefore.
                   move movedCount to outReconMoved.
                   move historyAfter to outReconAfter.
                   write reportLine from reconLine.
                   move balanceMoved to outBalanceMoved.
                   write reportLine from balanceLine.
                   move xrefMoved to outXrefMoved.
                   move xrefKept to outXrefKept.
                   write reportLine from xrefLine.
                   move heldCount to outHeldCount.
                   write reportLine from heldLine.
                   if archiveDropped > 0
                       write reportLine from droppedLine
                   end-if.
                   write reportLine from breakLine.
                   if balancedFlag = 'Y'
                       write reportLine from balancedLine
                   else
                       write reportLine from unbalancedLine
                   end-if.

               WriteArchiveRegister.
                   open extend archiveRegister.
                   if archiveRegisterStatus = "05"
                       or archiveRegisterStatus = "35"
                       open output archiveRegister
                       close archiveRegister
                       open extend archiveRegister
                   end-if.
                   move runDate to arRunDate.
                   move loanRetainYears to arRetainYears.
                   move cutoffDateNumber to arCutoffDate.
                   move masterBefore to arMasterBefore.
                   move historyBefore to arHistoryBefore.
                   move movedCount to arLoansMoved.
                   move balanceMoved to arBalanceMoved.
                   move xrefMoved to arXrefMoved.
                   move masterAfter to arMasterAfter.
                   move historyAfter to arHistoryAfter.
                   move balancedFlag to arBalanced.
                   write archiveRegisterRecord.
                   close archiveRegister.

               LoadRetentionPolicy.
                   open input policyFile.
                   if policyStatus = "00"
                       perform until policyStatus = "10"
                           read policyFile
                               at end
                                   continue
                               not at end
                                   if rtRecordType = "LOAN"
                                       and rtYears is numeric
                                       move rtYears
                                           to loanRetainYears
                                   end-if
                           end-read
                       end-perform
                       close policyFile
                   end-if.

               LoadChargeOffs.
                   open input chargeOffFile.
                   if chargeOffStatus = "00"
                       perform until chargeOffStatus = "10"
                           read chargeOffFile
                               at end
                                   continue
                               not at end
                                   if chargeOffCount < maxChargeOffs
                                       and coLoanNum is numeric
                                       and coDate is numeric
                                       add 1 to chargeOffCount
                                       move coLoanNum
                                           to cfLoanNum(chargeOffCount)
                                       move coDate
                                           to cfDate(chargeOffCount)
                                   end-if
                           end-read
                       end-perform
                       close chargeOffFile
                   end-if.

               LoadOpenDisputes.
                   open input disputeFile.
                   if disputeStatus = "00"
                       perform until disputeStatus = "10"
                           read disputeFile
                               at end
                                   continue
                               not at end
                                   if dsStatus = 'O'
                                       and disputeCount < maxDisputes
                                       add 1 to disputeCount
                                       move dsLoanNum
                                           to openDisputeLoan
                                               (disputeCount)
                                   end-if
                           end-read
                       end-perform
                       close disputeFile
                   end-if.

               copy "lock-io".

               *> a delete's image is all on the before side and an
               *> add's all on the after side, the way JournalRecovery
               *> rolls each forward
               WriteMasterJournal.
                   open extend imageJournal.
                   if imageJournalStatus = "05"
                       or imageJournalStatus = "35"
                       open output imageJournal
                       close imageJournal
                       open extend imageJournal
                   end-if.
                   move "LoanArchive" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move journalFile to jrFileName.
                   move spaces to jrBefore.
                   move spaces to jrAfter.
                   if journalFile = "LOANHIST"
                       move 'A' to jrAction
                       move loanHistRecord to jrAfter
                   else
                       move 'D' to jrAction
                       move loanMasterRecord to jrBefore
                   end-if.
                   write imageJournalRecord.
                   close imageJournal.

               *> loanarch.par, if present, supplies the report file
               *> name - the same operator-repointing convention used
               *> for loanage.par
               GetArchiveParameters.
                   open input archiveParamFile.
                   if archiveParamStatus = "00"
                       read archiveParamFile into archiveParamRecord
                           at end
                               continue
                           not at end
                               if archiveParamRecord not = spaces
                                   move archiveParamRecord
                                       to reportFileName
                               end-if
                       end-read
                       close archiveParamFile
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
                   move "LoanArchive" to auditProgram.
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
