           identification division.
           program-id. LineDraw.

           environment division.

           input-output section.
           file-control.
           select drawFile assign to dynamic drawFileName
               organization is line sequential
               file status is drawStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select drawReport assign to dynamic drawReportFileName
               organization is line sequential.
           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
           select closePeriodFile assign to "closeper.tab"
               organization is line sequential
               file status is closePeriodStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select drawParamFile assign to "linedraw.par"
               organization is line sequential
               file status is drawParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd drawFile.
           *> one draw per record: the line being drawn on, the
           *> date the money goes out, and how much
           01 drawRecord.
               02 drLoanNum  pic 9(5).
               02 drDrawDate pic 9(8).
               02 drAmount   pic 9(7)V99.

           fd loanMaster.
               copy "loan-master".

           fd drawReport.
           01 reportLine pic X(90).

           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd closePeriodFile.
               copy "close-period".

           fd lockFile.
           01 lockRecord pic X(30).

           fd imageJournal.
               copy "image-journal".

           fd drawParamFile.
           01 drawParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 drawStatus pic X(2).
           01 masterStatus pic X(2).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy; the image saved at read
           *> time is the before side of every master rewrite
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 savedLoanImage pic X(200).
           01 drawParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides for the draw-input and draw-report
           *> file names - linedraw.par (if present) supplies these
           *> one per line, the same convention as pmtbatch.par
           01 drawFileName pic X(30) value "linedraw.dat".
           01 drawReportFileName pic X(30) value "linedraw.rpt".

           *> the closed accounting periods off closeper.tab - a
           *> draw dated into one is rejected, exactly as
           *> PaymentPosting rejects a payment
           01 closePeriodStatus pic X(2).
           01 maxPeriods constant as 240.
           77 closedCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 cloIdx pic S9(4) usage is COMPUTATIONAL.
           77 periodClosed pic X(1).
           01 closedArea.
               02 closedPeriod occurs maxPeriods times pic 9(6).

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

           77 availableCredit pic S9(7)V99 usage is COMPUTATIONAL-3.
           77 drawnCount pic 9(5) usage is COMPUTATIONAL value zeros.
           77 drawnTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 rejectedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 rejectReason pic X(20).

           *> rejected draws are held here and listed in their own
           *> section after the posted ones - maxRejects is a
           *> fixed, documented limit in the shop's usual style
           01 maxRejects constant as 1000.
           77 rejectIdx pic 9(5) usage is COMPUTATIONAL.
           01 rejectArea.
               02 rejectEntry occurs maxRejects times.
                   03 rejLoanNum pic 9(5).
                   03 rejDrawDate pic 9(8).
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

           01 reportHeading.
               02 filler pic X(50) value
           ' Loan #  Draw Date     Amount   Credit Line'.
               02 filler pic X(40) value
           '    New Balance   Available'.
           01 reportDetail.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outDrawDate pic 9999/99/99.
               02 filler     pic X(2) value space.
               02 outAmount  pic ZZZZZZ9.99.
               02 filler     pic X(3) value space.
               02 outLineAmount pic ZZZZZZ9.99.
               02 filler     pic X(4) value space.
               02 outNewBalance pic ZZZZZZ9.99.
               02 filler     pic X(2) value space.
               02 outAvailable pic ZZZZZZ9.99.
           01 rejectHeading.
               02 filler pic X(60) value
                   ' Rejected Draws'.
           01 rejectDetail.
               02 outRejLoanNum pic ZZZZ9.
               02 filler        pic X(3) value space.
               02 outRejDrawDate pic 9999/99/99.
               02 filler        pic X(2) value space.
               02 outRejAmount  pic ZZZZZZ9.99.
               02 filler        pic X(3) value space.
               02 outRejReason  pic X(20).
           01 noRejectsLine.
               02 filler pic X(20) value '  (none)'.
           01 reportSummary.
               02 filler pic X(15) value 'Draws posted:  '.
               02 outDrawnCount pic ZZZZ9.
               02 filler pic X(10) value '  Amount: '.
               02 outDrawnTotal pic ZZZZZZZZ9.99.
               02 filler pic X(12) value '  Rejected: '.
               02 outRejectedCount pic ZZZZ9.
           01 breakLine.
               02 filler pic X(70) value all '-'.

           procedure division.
               *> posts the day's draws against revolving lines of
               *> credit on LOANMAST: each draw raises the line's
               *> balance, but only as far as the approved line
               *> amount - a draw past the available credit, against
               *> a loan that is not a line, or against a line that
               *> is no longer active is rejected to its own section
               *> of the report for the servicing desk; the money
               *> going out is journaled to the ledger (the loan
               *> debited, cash credited) with the run's own
               *> balancing trailer
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               perform GetDrawParameters.
               perform LoadClosedPeriods.
               string drawFileName delimited by space
                   " -> LOANMAST" delimited by size
                   into auditInputsValue.
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
                   display "LOANMAST is in use by another program "
                       "- no draw run; if nothing is really "
                       "running, remove LOANMAST.lck"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open i-o loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no draw run"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input drawFile.
               if drawStatus not = "00"
                   display "Draw file " drawFileName
                       " could not be opened - no draw run"
                   close loanMaster
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform OpenJournal.
               open output drawReport.
               write reportLine from reportHeading.
               write reportLine from breakLine.
               perform until drawStatus = "10"
                   read drawFile
                       at end
                           continue
                       not at end
                           perform PostOneDraw
                   end-read
               end-perform.
               perform WriteRejectSection.
               write reportLine from breakLine.
               move drawnCount to outDrawnCount.
               move drawnTotal to outDrawnTotal.
               move rejectedCount to outRejectedCount.
               write reportLine from reportSummary.
               close drawFile.
               close drawReport.
               close loanMaster.
               perform WriteJournalTrailer.
               perform ReleaseSharedLock.
               if rejectedCount > 0 and return-code = CleanRunCode
                   move WarningRunCode to return-code
               end-if.
               stop run.

               PostOneDraw.
                   perform CheckClosedPeriod.
                   if drLoanNum is not numeric
                       or drAmount is not numeric
                       or drAmount = 0
                       move 'BAD DRAW RECORD' to rejectReason
                       perform RejectDraw
                   else
                   if periodClosed = 'Y'
                       move 'CLOSED PERIOD' to rejectReason
                       perform RejectDraw
                   else
                       move drLoanNum to lmLoanNum
                       read loanMaster
                           invalid key
                               move 'UNKNOWN LOAN' to rejectReason
                               perform RejectDraw
                           not invalid key
                               move spaces to savedLoanImage
                               move loanMasterRecord
                                   to savedLoanImage
                               perform DrawAgainstLine
                       end-read
                   end-if
                   end-if.

               CheckClosedPeriod.
                   move 'N' to periodClosed.
                   move 1 to cloIdx.
                   perform until cloIdx > closedCount
                       or periodClosed = 'Y'
                       if drDrawDate(1:6) = closedPeriod(cloIdx)
                           move 'Y' to periodClosed
                       else
                           add 1 to cloIdx
                       end-if
                   end-perform.

               LoadClosedPeriods.
                   open input closePeriodFile.
                   if closePeriodStatus = "00"
                       perform until closePeriodStatus = "10"
                           read closePeriodFile
                               into closePeriodRecord
                               at end
                                   continue
                               not at end
                                   if cpStatus = 'C'
                                       and cpPeriod is numeric
                                       and closedCount < maxPeriods
                                       add 1 to closedCount
                                       move cpPeriod to
                                           closedPeriod(closedCount)
                                   end-if
                           end-read
                       end-perform
                       close closePeriodFile
                   end-if.

               *> only an active line with room left under its
               *> approved amount takes the draw
               DrawAgainstLine.
                   move zeros to availableCredit.
                   if lmLineAmount is numeric
                       and lmLineAmount > lmCurrentBalance
                       compute availableCredit =
                           lmLineAmount - lmCurrentBalance
                   end-if.
                   evaluate true
                       when lmProduct not = 'R'
                           move 'NOT A CREDIT LINE' to rejectReason
                           perform RejectDraw
                       when lmStatus not = 'A'
                           move 'LINE NOT ACTIVE' to rejectReason
                           perform RejectDraw
                       when drAmount > availableCredit
                           move 'OVER CREDIT LINE' to rejectReason
                           perform RejectDraw
                       when other
                           perform PostDraw
                   end-evaluate.

               PostDraw.
                   add drAmount to lmCurrentBalance.
                   rewrite loanMasterRecord
                       invalid key
                           display "Unable to update loan "
                               lmLoanNum " on the master"
                   end-rewrite.
                   perform WriteMasterJournal.
                   add 1 to drawnCount.
                   add drAmount to drawnTotal.
                   move 'LOAN-PRN' to glAccount.
                   move drAmount to glDebit.
                   move zeros to glCredit.
                   perform WriteJournalEntry.
                   move 'CASH    ' to glAccount.
                   move zeros to glDebit.
                   move drAmount to glCredit.
                   perform WriteJournalEntry.
                   move lmLoanNum to outLoanNum.
                   move spaces to outDrawDate(1:10).
                   move drDrawDate(1:4) to outDrawDate(1:4).
                   move '/' to outDrawDate(5:1).
                   move drDrawDate(5:2) to outDrawDate(6:2).
                   move '/' to outDrawDate(8:1).
                   move drDrawDate(7:2) to outDrawDate(9:2).
                   move drAmount to outAmount.
                   move lmLineAmount to outLineAmount.
                   move lmCurrentBalance to outNewBalance.
                   subtract drAmount from availableCredit.
                   move availableCredit to outAvailable.
                   write reportLine from reportDetail.

               *> files the staged reason and the draw into the
               *> reject table for the report's own section
               RejectDraw.
                   add 1 to rejectedCount.
                   if rejectedCount <= maxRejects
                       move rejectReason to rejReason(rejectedCount)
                       move drLoanNum to rejLoanNum(rejectedCount)
                       move drDrawDate to rejDrawDate(rejectedCount)
                       move drAmount to rejAmount(rejectedCount)
                   end-if.

               WriteRejectSection.
                   write reportLine from breakLine.
                   write reportLine from rejectHeading.
                   if rejectedCount = 0
                       write reportLine from noRejectsLine
                   else
                       move 1 to rejectIdx
                       perform until rejectIdx > rejectedCount
                           or rejectIdx > maxRejects
                           move rejLoanNum(rejectIdx)
                               to outRejLoanNum
                           move spaces to outRejDrawDate(1:10)
                           move rejDrawDate(rejectIdx)(1:4)
                               to outRejDrawDate(1:4)
                           move '/' to outRejDrawDate(5:1)
                           move rejDrawDate(rejectIdx)(5:2)
                               to outRejDrawDate(6:2)
                           move '/' to outRejDrawDate(8:1)
                           move rejDrawDate(rejectIdx)(7:2)
                               to outRejDrawDate(9:2)
                           move rejAmount(rejectIdx) to outRejAmount
                           move rejReason(rejectIdx) to outRejReason
                           write reportLine from rejectDetail
                           add 1 to rejectIdx
                       end-perform
                   end-if.

               WriteJournalEntry.
                   move runDate to glRunDate.
                   move "LineDraw" to glSource.
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

               *> the trailer proving the run balanced - a journal
               *> whose debits and credits disagree must fail the
               *> run before accounting books from it
               WriteJournalTrailer.
                   move runDate to glRunDate.
                   move "LineDraw" to glSource.
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

               copy "lock-io".

               *> one before/after image per master change onto the
               *> dated journal - same open-per-write auto-create
               *> fallback the job log uses
               WriteMasterJournal.
                   open extend imageJournal.
                   if imageJournalStatus = "05"
                       or imageJournalStatus = "35"
                       open output imageJournal
                       close imageJournal
                       open extend imageJournal
                   end-if.
                   move "LineDraw" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move "LOANMAST" to jrFileName.
                   move 'C' to jrAction.
                   move savedLoanImage to jrBefore.
                   move spaces to jrAfter.
                   move loanMasterRecord to jrAfter.
                   write imageJournalRecord.
                   close imageJournal.

               *> linedraw.par, if present, supplies the draw input
               *> and draw-report file names one per line - the same
               *> operator-repointing convention used for pmtbatch.par
               GetDrawParameters.
                   open input drawParamFile.
                   if drawParamStatus = "00"
                       read drawParamFile into drawParamRecord
                           at end
                               continue
                           not at end
                               move drawParamRecord to drawFileName
                       end-read
                       read drawParamFile into drawParamRecord
                           at end
                               continue
                           not at end
                               move drawParamRecord
                                   to drawReportFileName
                       end-read
                       close drawParamFile
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
                   move "LineDraw" to auditProgram.
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
