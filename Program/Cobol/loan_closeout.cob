           identification division.
           program-id. LoanCloseout.

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
           select closeoutFile assign to "closeout.dat"
               organization is line sequential
               file status is closeoutStatus.
           select letterTrigFile assign to "lettertrig.dat"
               organization is line sequential
               file status is letterTrigStatus.
           select statementFile assign to dynamic statementFileName
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
           select closeoutParamFile assign to "closeout.par"
               organization is line sequential
               file status is closeoutParamStatus.
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

           fd closeoutFile.
               copy "closeout-register".

           fd letterTrigFile.
               copy "letter-trigger".

           fd statementFile.
           01 statementLine pic X(80).

           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd lockFile.
           01 lockRecord pic X(30).

           fd imageJournal.
               copy "image-journal".

           fd closeoutParamFile.
           01 closeoutParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 masterStatus pic X(2).
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           77 custOnFile pic X(1).
           01 payHistoryStatus pic X(2).
           01 closeoutStatus pic X(2).
           01 letterTrigStatus pic X(2).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy; the image saved at read
           *> time is the before side of every master rewrite
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 savedLoanImage pic X(200).
           01 closeoutParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> each run writes its own date-stamped generation of
           *> final statements, <base>.<runDate>, the way the
           *> monthly statements do; closeout.par (if present)
           *> repoints the base name
           01 statementBaseName pic X(30) value "closeout.rpt".
           01 statementFileName pic X(40).
           01 runDateText pic X(8).

           *> every loan-and-closing already closed out, off the
           *> register, so each closing is closed out exactly once
           *> however many runs see it - maxClosed is a fixed,
           *> documented limit in the shop's usual style, and a
           *> register or a run that outgrows it stops rather than
           *> take an unloaded loan for one not yet closed out
           01 maxClosed constant as 20000.
           77 closedNotHeld pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 closedCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 closedIdx pic S9(5) usage is COMPUTATIONAL.
           77 alreadyDone pic X(1).
           01 closedArea.
               02 closedEntry occurs maxClosed times.
                   03 cdLoanNum pic 9(5).
                   03 cdClosedDate pic 9(8).

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

           77 masterEof pic X(1) value 'N'.
           77 refundAmount pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 unrecoveredAmount pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 closeoutCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 refundTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 unrecoveredCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 letterCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> the loan's history totals for its final statement,
           *> reversals netted back out
           77 histLineCount pic 9(5) usage is COMPUTATIONAL.
           77 totalPaid pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 totalInterest pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 totalPrincipal pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 totalEscrow pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 totalFees pic S9(9)V99 usage is COMPUTATIONAL-3.

           01 closedDateParts.
               02 cdpYear  pic 9(4).
               02 cdpMonth pic 99.
               02 cdpDay   pic 99.
           01 closedDateText pic X(10).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 breakLine.
               02 filler pic X(78) value all '-'.
           01 statementTitle.
               02 filler pic X(40) value
           '     FINAL STATEMENT - LOAN PAID IN FULL'.
               02 filler pic X(4) value space.
               02 outStmtDate pic 9999/99/99.
           01 stmtNameLine.
               02 filler pic X(2) value space.
               02 outName pic X(20).
           01 stmtAddressLine.
               02 filler pic X(2) value space.
               02 outAddress pic X(30).
           01 stmtCityLine.
               02 filler pic X(2) value space.
               02 outCity pic X(20).
               02 filler pic X(1) value space.
               02 outRegion pic X(2).
               02 filler pic X(2) value space.
               02 outPostal pic X(10).
           01 stmtLoanLine.
               02 filler pic X(24) value ' Loan Number:           '.
               02 outStmtLoanNum pic ZZZZ9.
           01 stmtOrigLine.
               02 filler pic X(24) value ' Original Principal:    '.
               02 outOrigPrincipal pic $$,$$$,$$9.99.
               02 filler pic X(16) value '   originated  '.
               02 outOrigDate pic 9999/99/99.
           01 stmtClosedLine.
               02 filler pic X(24) value ' Paid In Full On:       '.
               02 outClosedDate pic 9999/99/99.
           01 historyHeading.
               02 filler pic X(48) value
           ' Pay Date        Amount   Interest  Principal  '.
               02 filler pic X(30) value
           '   Escrow      Fees'.
           01 historyDetail.
               02 filler pic X(1) value space.
               02 outPayDate pic 9999/99/99.
               02 filler pic X(2) value space.
               02 outPayAmount pic Z,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outPayInterest pic ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outPayPrincipal pic ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outPayEscrow pic ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outPayFees pic ZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outPayFlag pic X(8).
           01 historyTotal.
               02 filler pic X(13) value ' Totals      '.
               02 outTotPaid pic -,---,--9.99.
               02 filler pic X(1) value space.
               02 outTotInterest pic ---,--9.99.
               02 filler pic X(1) value space.
               02 outTotPrincipal pic ---,--9.99.
               02 filler pic X(1) value space.
               02 outTotEscrow pic ---,--9.99.
               02 filler pic X(1) value space.
               02 outTotFees pic --,--9.99.
           01 noHistoryLine.
               02 filler pic X(40) value
                   ' (no payments on file)'.
           01 stmtRefundLine.
               02 filler pic X(24) value ' Escrow Refund:         '.
               02 outRefund pic $$,$$$,$$9.99.
           01 stmtAdvanceLine.
               02 filler pic X(36) value
           ' Escrow Advanced, Not Recovered:    '.
               02 outUnrecovered pic $$,$$$,$$9.99.
           01 summaryLine.
               02 filler pic X(20) value ' Loans closed out:  '.
               02 outCloseoutCount pic ZZZZ9.
               02 filler pic X(20) value '  Escrow refunded:  '.
               02 outRefundTotal pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(15) value '  Letters:     '.
               02 outLetterCount pic ZZZZ9.

           procedure division.
               *> closes out every loan PaymentPosting has paid to
               *> zero since the last closeout: the escrow still held
               *> is refunded to the borrower (registered, zeroed on
               *> LOANMAST under the lock and image journal, and
               *> journaled to the ledger), LetterEngine triggers go
               *> out for the paid-in-full letter and - on a secured
               *> product - the lien release, and a final statement
               *> lists the loan's whole payment history off
               *> payhist.dat
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               perform GetCloseoutParameters.
               move runDate to runDateText.
               move spaces to statementFileName.
               string statementBaseName delimited by space
                   '.' delimited by size
                   runDateText delimited by size
                   into statementFileName.
               string "LOANMAST -> " delimited by size
                   statementFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadCloseoutRegister.
               if closedNotHeld > 0
                   display "closeout.dat has " closedNotHeld
                       " entries past the " maxClosed "-entry table - "
                       "no closeout run; see the supervisor"
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
                       "- no closeout run; if nothing is really "
                       "running, remove LOANMAST.lck"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open i-o loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no closeout run"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               perform OpenCloseoutFile.
               perform OpenLetterTrigFile.
               perform OpenJournal.
               open output statementFile.
               move spaces to outStmtDate(1:10).
               move runYear to outStmtDate(1:4).
               move '/' to outStmtDate(5:1).
               move runMonth to outStmtDate(6:2).
               move '/' to outStmtDate(8:1).
               move runDay to outStmtDate(9:2).

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
                           if lmStatus = 'C'
                               and lmClosedDate is numeric
                               and lmClosedDate > 0
                               perform FindCloseout
                               if alreadyDone = 'N'
                                   if closedCount < maxClosed
                                       perform CloseOutOneLoan
                                   else
                                       add 1 to closedNotHeld
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform.

               write statementLine from breakLine.
               move closeoutCount to outCloseoutCount.
               move refundTotal to outRefundTotal.
               move letterCount to outLetterCount.
               write statementLine from summaryLine.
               close statementFile.
               close closeoutFile.
               close letterTrigFile.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               close loanMaster.
               perform WriteJournalTrailer.
               perform ReleaseSharedLock.
               if unrecoveredCount > 0 and return-code = CleanRunCode
                   move WarningRunCode to return-code
               end-if.
               if closedNotHeld > 0
                   display "*** " closedNotHeld " closing(s) not "
                       "closed out - the closeout register table is "
                       "full; see the supervisor ***"
                   move ErrorRunCode to return-code
               end-if.
               stop run.

               FindCloseout.
                   move 'N' to alreadyDone.
                   move 1 to closedIdx.
                   perform until closedIdx > closedCount
                       or alreadyDone = 'Y'
                       if cdLoanNum(closedIdx) = lmLoanNum
                           and cdClosedDate(closedIdx) = lmClosedDate
                           move 'Y' to alreadyDone
                       else
                           add 1 to closedIdx
                       end-if
                   end-perform.

               CloseOutOneLoan.
                   move spaces to savedLoanImage.
                   move loanMasterRecord to savedLoanImage.
                   perform RefundEscrow.
                   perform RegisterCloseout.
                   perform RaiseCloseoutLetters.
                   perform WriteFinalStatement.
                   add 1 to closeoutCount.

               *> whatever escrow is still held belongs to the
               *> borrower now - it is refunded and the held balance
               *> zeroed; a negative balance is a servicer advance
               *> the payoff never recovered, reported rather than
               *> refunded
               RefundEscrow.
                   move zeros to refundAmount.
                   move zeros to unrecoveredAmount.
                   if lmEscrowBalance is not numeric
                       move zeros to lmEscrowBalance
                   end-if.
                   if lmEscrowBalance > 0
                       move lmEscrowBalance to refundAmount
                   else
                       if lmEscrowBalance < 0
                           compute unrecoveredAmount =
                               0 - lmEscrowBalance
                           add 1 to unrecoveredCount
                       end-if
                   end-if.
                   if refundAmount > 0
                       move zeros to lmEscrowBalance
                       rewrite loanMasterRecord
                           invalid key
                               display "Unable to update loan "
                                   lmLoanNum " on the master"
                       end-rewrite
                       perform WriteMasterJournal
                       add refundAmount to refundTotal
                       move 'ESCROW  ' to glAccount
                       move refundAmount to glDebit
                       move zeros to glCredit
                       perform WriteJournalEntry
                       move 'CASH    ' to glAccount
                       move zeros to glDebit
                       move refundAmount to glCredit
                       perform WriteJournalEntry
                   end-if.

               RegisterCloseout.
                   move lmLoanNum to coLoanNum.
                   move lmClosedDate to coClosedDate.
                   move runDate to coRunDate.
                   move lmCustId to coCustId.
                   move refundAmount to coRefund.
                   move unrecoveredAmount to coUnrecovered.
                   write closeoutRecord.
                   add 1 to closedCount.
                   move lmLoanNum to cdLoanNum(closedCount).
                   move lmClosedDate to cdClosedDate(closedCount).

               *> 'PIF' the paid-in-full letter for every closing;
               *> 'LRL' the lien release only where a lien exists -
               *> the secured products on the collateral register
               RaiseCloseoutLetters.
                   move lmClosedDate to closedDateParts.
                   move spaces to closedDateText.
                   string cdpYear delimited by size
                       '/' delimited by size
                       cdpMonth delimited by size
                       '/' delimited by size
                       cdpDay delimited by size
                       into closedDateText.
                   move spaces to triggerRecord.
                   move lmLoanNum to trLoanNum.
                   move 'PIF' to trLetter.
                   move lmCustId to trCustId.
                   move zeros to trRefNum.
                   move spaces to trReason.
                   string 'paid ' delimited by size
                       closedDateText delimited by size
                       into trReason.
                   write triggerRecord.
                   add 1 to letterCount.
                   if lmProduct = 'V' or lmProduct = 'P'
                       or lmProduct = 'D'
                       move 'LRL' to trLetter
                       write triggerRecord
                       add 1 to letterCount
                   end-if.

               WriteFinalStatement.
                   perform ReadCloseoutCustomer.
                   write statementLine from breakLine.
                   write statementLine from statementTitle.
                   if custOnFile = 'Y'
                       move custName to outName
                       write statementLine from stmtNameLine
                       move custAddress1 to outAddress
                       write statementLine from stmtAddressLine
                       if custAddress2 not = spaces
                           move custAddress2 to outAddress
                           write statementLine from stmtAddressLine
                       end-if
                       move custCity to outCity
                       move custRegion to outRegion
                       move custPostal to outPostal
                       write statementLine from stmtCityLine
                   end-if.
                   move lmLoanNum to outStmtLoanNum.
                   write statementLine from stmtLoanLine.
                   move lmPrincipal to outOrigPrincipal.
                   move spaces to outOrigDate(1:10).
                   move lmOrigDate(1:4) to outOrigDate(1:4).
                   move '/' to outOrigDate(5:1).
                   move lmOrigDate(5:2) to outOrigDate(6:2).
                   move '/' to outOrigDate(8:1).
                   move lmOrigDate(7:2) to outOrigDate(9:2).
                   write statementLine from stmtOrigLine.
                   move closedDateText to outClosedDate(1:10).
                   write statementLine from stmtClosedLine.
                   write statementLine from breakLine.
                   write statementLine from historyHeading.
                   perform ListLoanHistory.
                   write statementLine from breakLine.
                   move refundAmount to outRefund.
                   write statementLine from stmtRefundLine.
                   if unrecoveredAmount > 0
                       move unrecoveredAmount to outUnrecovered
                       write statementLine from stmtAdvanceLine
                   end-if.

               ReadCloseoutCustomer.
                   move 'N' to custOnFile.
                   if custFileAvailable = 'Y' and lmCustId > 0
                       move lmCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               move 'Y' to custOnFile
                       end-read
                   end-if.

               *> one pass over the history per closed loan - a
               *> closeout run sees a handful of loans, not the book
               ListLoanHistory.
                   move zeros to histLineCount.
                   move zeros to totalPaid.
                   move zeros to totalInterest.
                   move zeros to totalPrincipal.
                   move zeros to totalEscrow.
                   move zeros to totalFees.
                   open input payHistory.
                   if payHistoryStatus = "00"
                       perform until payHistoryStatus = "10"
                           read payHistory into payHistoryRecord
                               at end
                                   continue
                               not at end
                                   if phLoanNum = lmLoanNum
                                       perform WriteHistoryLine
                                   end-if
                           end-read
                       end-perform
                       close payHistory
                   end-if.
                   if histLineCount = 0
                       write statementLine from noHistoryLine
                   else
                       move totalPaid to outTotPaid
                       move totalInterest to outTotInterest
                       move totalPrincipal to outTotPrincipal
                       move totalEscrow to outTotEscrow
                       move totalFees to outTotFees
                       write statementLine from historyTotal
                   end-if.

               WriteHistoryLine.
                   add 1 to histLineCount.
                   if phEscrow is not numeric
                       move zeros to phEscrow
                   end-if.
                   if phFees is not numeric
                       move zeros to phFees
                   end-if.
                   move spaces to outPayDate(1:10).
                   move phPayDate(1:4) to outPayDate(1:4).
                   move '/' to outPayDate(5:1).
                   move phPayDate(5:2) to outPayDate(6:2).
                   move '/' to outPayDate(8:1).
                   move phPayDate(7:2) to outPayDate(9:2).
                   move phAmount to outPayAmount.
                   move phInterest to outPayInterest.
                   move phPrincipal to outPayPrincipal.
                   move phEscrow to outPayEscrow.
                   move phFees to outPayFees.
                   if phTranType = 'R' or phTranType = 'F'
                       move 'REVERSED' to outPayFlag
                       if phTranType = 'F'
                           move 'REFUNDED' to outPayFlag
                       end-if
                       subtract phAmount from totalPaid
                       subtract phInterest from totalInterest
                       subtract phPrincipal from totalPrincipal
                       subtract phEscrow from totalEscrow
                       subtract phFees from totalFees
                   else
                       move spaces to outPayFlag
                       add phAmount to totalPaid
                       add phInterest to totalInterest
                       add phPrincipal to totalPrincipal
                       add phEscrow to totalEscrow
                       add phFees to totalFees
                   end-if.
                   write statementLine from historyDetail.

               *> a missing register just means nothing has ever been
               *> closed out - the first run creates it
               LoadCloseoutRegister.
                   open input closeoutFile.
                   if closeoutStatus = "00"
                       perform until closeoutStatus = "10"
                           read closeoutFile into closeoutRecord
                               at end
                                   continue
                               not at end
                                   if closedCount < maxClosed
                                       add 1 to closedCount
                                       move coLoanNum
                                           to cdLoanNum(closedCount)
                                       move coClosedDate
                                           to cdClosedDate(closedCount)
                                   else
                                       add 1 to closedNotHeld
                                   end-if
                           end-read
                       end-perform
                       close closeoutFile
                   end-if.

               *> same auto-create-on-first-run fallback the audit
               *> trail uses
               OpenCloseoutFile.
                   open extend closeoutFile.
                   if closeoutStatus = "05" or closeoutStatus = "35"
                       open output closeoutFile
                       close closeoutFile
                       open extend closeoutFile
                   end-if.

               *> appended to, not replaced - the aging run and the
               *> application desk leave their own triggers there for
               *> the same LetterEngine pass
               OpenLetterTrigFile.
                   open extend letterTrigFile.
                   if letterTrigStatus = "05"
                       or letterTrigStatus = "35"
                       open output letterTrigFile
                       close letterTrigFile
                       open extend letterTrigFile
                   end-if.

               WriteJournalEntry.
                   move runDate to glRunDate.
                   move "LoanCloseout" to glSource.
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
                   move "LoanCloseout" to glSource.
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
                   move "LoanCloseout" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move "LOANMAST" to jrFileName.
                   move 'C' to jrAction.
                   move savedLoanImage to jrBefore.
                   move spaces to jrAfter.
                   move loanMasterRecord to jrAfter.
                   write imageJournalRecord.
                   close imageJournal.

               *> closeout.par, if present, supplies the final-
               *> statement base name - the same operator-repointing
               *> convention used for monthly.par
               GetCloseoutParameters.
                   open input closeoutParamFile.
                   if closeoutParamStatus = "00"
                       read closeoutParamFile into closeoutParamRecord
                           at end
                               continue
                           not at end
                               move closeoutParamRecord
                                   to statementBaseName
                       end-read
                       close closeoutParamFile
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
                   move "LoanCloseout" to auditProgram.
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
