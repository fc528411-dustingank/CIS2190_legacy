           identification division.
           program-id. InvestorRemittance.

           environment division.

           input-output section.
           file-control.
           select payHistory assign to "payhist.dat"
               organization is line sequential
               file status is payHistoryStatus.
           select participationFile assign to "particip.tab"
               organization is line sequential
               file status is participationStatus.
           select remitLog assign to "invremit.log"
               organization is line sequential
               file status is remitLogStatus.
           select remitReport assign to dynamic reportFileName
               organization is line sequential.
           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
           select remitParamFile assign to "invremit.par"
               organization is line sequential
               file status is remitParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd payHistory.
               copy "pay-history".

           fd participationFile.
               copy "participation".

           fd remitLog.
           *> one record per investor per month remitted - what
           *> was passed through to whom, and the guard against the
           *> same month being remitted twice
           01 remitLogRecord.
               02 rlPeriod    pic 9(6).
               02 rlInvestor  pic X(8).
               02 rlPrincipal pic S9(9)V99.
               02 rlInterest  pic S9(9)V99.
               02 rlServFee   pic S9(9)V99.
               02 rlRunDate   pic 9(8).

           fd remitReport.
           01 reportLine pic X(100).

           fd journalFile.
               copy "gl-journal".

           fd glAccountFile.
               copy "gl-account".

           fd remitParamFile.
           01 remitParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 payHistoryStatus pic X(2).
           01 participationStatus pic X(2).
           01 remitLogStatus pic X(2).
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
           01 remitParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the participations - see copybook/participation-io.cpy
           copy "participation-table".

           *> invremit.par, if present, supplies the month to remit
           *> (yyyymm) and the report name one per line; with no
           *> month given the month just ended is remitted
           01 reportFileName pic X(30) value "invremit.rpt".
           01 remitPeriod pic 9(6).
           01 remitPeriodParts redefines remitPeriod.
               02 rpYear  pic 9(4).
               02 rpMonth pic 99.
           77 alreadyRemitted pic X(1) value 'N'.

           *> the month's net principal and interest collected per
           *> loan, reversals and refunds taken back out - maxLoans
           *> is a fixed, documented limit in the shop's usual style
           01 maxLoans constant as 5000.
           77 collCount pic S9(5) usage is COMPUTATIONAL value zeros.
           77 collIdx pic S9(5) usage is COMPUTATIONAL.
           77 collFound pic X(1).
           01 collectionArea.
               02 collectionEntry occurs maxLoans times.
                   03 ccLoanNum   pic 9(5).
                   03 ccPrincipal pic S9(9)V99
                       usage is COMPUTATIONAL-3.
                   03 ccInterest  pic S9(9)V99
                       usage is COMPUTATIONAL-3.

           *> the investors with a share in force, in the order
           *> first met on particip.tab - maxInvestors is a fixed,
           *> documented limit in the shop's usual style
           01 maxInvestors constant as 100.
           77 invCount pic S9(4) usage is COMPUTATIONAL value zeros.
           77 invIdx pic S9(4) usage is COMPUTATIONAL.
           77 invFound pic X(1).
           01 investorArea.
               02 investorEntry occurs maxInvestors times.
                   03 ivCode pic X(8).
                   03 ivName pic X(20).

           *> one share's split, then the investor's and the run's
           *> totals of it
           77 sharePrincipal pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 shareInterest pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 investorInterest pic S9(9)V99
               usage is COMPUTATIONAL-3.
           77 servicingFee pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 invTotPrincipal pic S9(11)V99
               usage is COMPUTATIONAL-3.
           77 invTotInterest pic S9(11)V99
               usage is COMPUTATIONAL-3.
           77 invTotFee pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 invShares pic 9(5) usage is COMPUTATIONAL.
           77 runTotPrincipal pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 runTotShareInt pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 runTotInterest pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 runTotFee pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 grossPrincipal pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 grossInterest pic S9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 retainedAmount pic S9(11)V99
               usage is COMPUTATIONAL-3.
           *> a journal leg whose amount may have gone negative in
           *> a month of reversals posts on the other side
           77 legAmount pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 legSide pic X(1).

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
           ' Investor Remittance               '.
               02 filler pic X(8) value 'Month  '.
               02 outPeriodYear pic 9(4).
               02 filler pic X(1) value '/'.
               02 outPeriodMonth pic 99.
               02 filler pic X(10) value '   Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(100) value all '-'.
           01 investorLine.
               02 filler pic X(10) value ' Investor '.
               02 outInvestor pic X(8).
               02 filler pic X(2) value space.
               02 outInvestorName pic X(20).
           01 shareHeading.
               02 filler pic X(8) value '  Loan #'.
               02 filler pic X(9) value '    Share'.
               02 filler pic X(11) value '  Principal'.
               02 filler pic X(12) value '    Interest'.
               02 filler pic X(13) value '    Inv Princ'.
               02 filler pic X(13) value '      Inv Int'.
               02 filler pic X(13) value '    Servicing'.
           01 shareDetail.
               02 filler pic X(3) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outPercent pic ZZ9.99.
               02 filler pic X(1) value '%'.
               02 outCollPrin pic ZZZ,ZZ9.99-.
               02 filler pic X(1) value space.
               02 outCollInt pic ZZZ,ZZ9.99-.
               02 filler pic X(2) value space.
               02 outSharePrin pic ZZZ,ZZ9.99-.
               02 filler pic X(2) value space.
               02 outShareInt pic ZZZ,ZZ9.99-.
               02 filler pic X(2) value space.
               02 outShareFee pic ZZZ,ZZ9.99-.
           01 investorTotal.
               02 filler pic X(20) value '   Remit to investor'.
               02 outRemitTotal pic ZZZ,ZZZ,ZZ9.99-.
               02 filler pic X(5) value space.
               02 outInvPrin pic Z,ZZZ,ZZ9.99-.
               02 outInvInt pic Z,ZZZ,ZZ9.99-.
               02 outInvFee pic Z,ZZZ,ZZ9.99-.
           01 summaryLine.
               02 outSummaryLabel pic X(44).
               02 outSummaryAmount pic ZZZ,ZZZ,ZZ9.99-.
           01 noSharesLine.
               02 filler pic X(60) value
           ' No participations in force - nothing to remit'.

           procedure division.
               *> the month's pass-through to the partner banks
               *> that hold shares of our loans: every principal and
               *> interest dollar collected in the month (payhist.dat
               *> net of reversals and refunds) on a participated
               *> loan is split by particip.tab - the investor's
               *> percentage of the principal, and of the interest
               *> the part the pass-through rate earns, the rest of
               *> the investor's interest kept as our servicing fee.
               *> The report is the remittance advice, investor by
               *> investor; the amounts owed are journaled to the
               *> due-to-investors account, and the month is logged
               *> so it is never remitted twice
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move runYear to rpYear.
               move runMonth to rpMonth.
               if rpMonth = 1
                   subtract 1 from rpYear
                   move 12 to rpMonth
               else
                   subtract 1 from rpMonth
               end-if.
               perform GetRemitParameters.
               move spaces to auditInputsValue.
               string "payhist.dat/particip.tab month "
                   delimited by size
                   remitPeriod delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.

               perform CheckAlreadyRemitted.
               if alreadyRemitted = 'Y'
                   display "Month " remitPeriod " has already been "
                       "remitted - see invremit.log; no run"
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               perform LoadParticipations.
               perform LoadInvestors.
               perform LoadCollections.
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

               open output remitReport.
               move rpYear to outPeriodYear.
               move rpMonth to outPeriodMonth.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               write reportLine from breakLine.
               if invCount = 0
                   write reportLine from noSharesLine
                   close remitReport
                   stop run
               end-if.

               perform OpenJournal.
               perform OpenRemitLog.
               move 1 to invIdx.
               perform until invIdx > invCount
                   perform RemitOneInvestor
                   add 1 to invIdx
               end-perform.
               close remitLog.
               perform WriteRemitSummary.
               close remitReport.
               perform WriteRemitJournal.
               perform WriteJournalTrailer.
               stop run.

               *> one investor's advice: each share it holds, then
               *> the total owed, and the log record for the month
               RemitOneInvestor.
                   move zeros to invTotPrincipal.
                   move zeros to invTotInterest.
                   move zeros to invTotFee.
                   move zeros to invShares.
                   move ivCode(invIdx) to outInvestor.
                   move ivName(invIdx) to outInvestorName.
                   write reportLine from investorLine.
                   write reportLine from shareHeading.
                   move 1 to partIdx.
                   perform until partIdx > partCount
                       if pnInvestor(partIdx) = ivCode(invIdx)
                           and pnActive(partIdx) = 'A'
                           and pnSoldDate(partIdx)(1:6)
                               <= remitPeriod
                           perform SplitOneShare
                       end-if
                       add 1 to partIdx
                   end-perform.
                   compute outRemitTotal =
                       invTotPrincipal + invTotInterest.
                   move invTotPrincipal to outInvPrin.
                   move invTotInterest to outInvInt.
                   move invTotFee to outInvFee.
                   write reportLine from investorTotal.
                   write reportLine from breakLine.
                   move remitPeriod to rlPeriod.
                   move ivCode(invIdx) to rlInvestor.
                   move invTotPrincipal to rlPrincipal.
                   move invTotInterest to rlInterest.
                   move invTotFee to rlServFee.
                   move runDate to rlRunDate.
                   write remitLogRecord.

               *> the note rate on the sold share is the pass-through
               *> rate and the servicing fee together, so the
               *> investor's interest is its share of the interest
               *> collected in that proportion
               SplitOneShare.
                   add 1 to invShares.
                   move pnLoanNum(partIdx) to outLoanNum.
                   move pnPercent(partIdx) to outPercent.
                   move zeros to sharePrincipal.
                   move zeros to shareInterest.
                   move zeros to outCollPrin.
                   move zeros to outCollInt.
                   move pnLoanNum(partIdx) to partLoanNum.
                   perform FindCollection.
                   if collFound = 'Y'
                       move ccPrincipal(collIdx) to outCollPrin
                       move ccInterest(collIdx) to outCollInt
                       compute sharePrincipal rounded =
                           ccPrincipal(collIdx)
                               * pnPercent(partIdx) / 100
                       compute shareInterest rounded =
                           ccInterest(collIdx)
                               * pnPercent(partIdx) / 100
                   end-if.
                   if pnPassRate(partIdx) + pnServFee(partIdx) > 0
                       compute investorInterest rounded =
                           shareInterest * pnPassRate(partIdx)
                               / (pnPassRate(partIdx)
                                   + pnServFee(partIdx))
                   else
                       move shareInterest to investorInterest
                   end-if.
                   compute servicingFee =
                       shareInterest - investorInterest.
                   move sharePrincipal to outSharePrin.
                   move investorInterest to outShareInt.
                   move servicingFee to outShareFee.
                   write reportLine from shareDetail.
                   add sharePrincipal to invTotPrincipal.
                   add investorInterest to invTotInterest.
                   add servicingFee to invTotFee.
                   add sharePrincipal to runTotPrincipal.
                   add shareInterest to runTotShareInt.
                   add investorInterest to runTotInterest.
                   add servicingFee to runTotFee.

               *> what the participated loans brought in, what went
               *> out to the investors, and what we keep
               WriteRemitSummary.
                   move 1 to collIdx.
                   perform until collIdx > collCount
                       move ccLoanNum(collIdx) to partLoanNum
                       perform FindSoldPercent
                       if soldPercent > 0
                           add ccPrincipal(collIdx) to grossPrincipal
                           add ccInterest(collIdx) to grossInterest
                       end-if
                       add 1 to collIdx
                   end-perform.
                   move ' Collected on participated loans - principal'
                       to outSummaryLabel.
                   move grossPrincipal to outSummaryAmount.
                   write reportLine from summaryLine.
                   move ' Collected on participated loans - interest'
                       to outSummaryLabel.
                   move grossInterest to outSummaryAmount.
                   write reportLine from summaryLine.
                   move ' Principal passed to investors'
                       to outSummaryLabel.
                   move runTotPrincipal to outSummaryAmount.
                   write reportLine from summaryLine.
                   move ' Interest passed to investors'
                       to outSummaryLabel.
                   move runTotInterest to outSummaryAmount.
                   write reportLine from summaryLine.
                   move ' Servicing fee kept on sold shares'
                       to outSummaryLabel.
                   move runTotFee to outSummaryAmount.
                   write reportLine from summaryLine.
                   compute retainedAmount =
                       grossPrincipal + grossInterest
                           - runTotPrincipal - runTotInterest.
                   move ' Retained by us (our share plus servicing)'
                       to outSummaryLabel.
                   move retainedAmount to outSummaryAmount.
                   write reportLine from summaryLine.

               *> the collections were booked in full to the loan and
               *> interest accounts when they posted; the investors'
               *> part now moves to what we owe them - principal out
               *> of the participations-sold account, interest out
               *> of interest income with the servicing fee kept
               *> reclassified as servicing income
               WriteRemitJournal.
                   move 'PART-SLD' to glAccount.
                   move runTotPrincipal to legAmount.
                   move 'D' to legSide.
                   perform PostSignedLeg.
                   move 'INT-INC ' to glAccount.
                   move runTotShareInt to legAmount.
                   move 'D' to legSide.
                   perform PostSignedLeg.
                   move 'INV-PAY ' to glAccount.
                   compute legAmount =
                       runTotPrincipal + runTotInterest.
                   move 'C' to legSide.
                   perform PostSignedLeg.
                   move 'SRV-INC ' to glAccount.
                   move runTotFee to legAmount.
                   move 'C' to legSide.
                   perform PostSignedLeg.

               PostSignedLeg.
                   if legAmount < 0
                       compute legAmount = 0 - legAmount
                       if legSide = 'D'
                           move 'C' to legSide
                       else
                           move 'D' to legSide
                       end-if
                   end-if.
                   if legAmount > 0
                       if legSide = 'D'
                           move legAmount to glDebit
                           move zeros to glCredit
                       else
                           move zeros to glDebit
                           move legAmount to glCredit
                       end-if
                       perform WriteJournalEntry
                   end-if.

               *> the investors holding a share in force during the
               *> month, each once
               LoadInvestors.
                   move 1 to partIdx.
                   perform until partIdx > partCount
                       if pnActive(partIdx) = 'A'
                           and pnSoldDate(partIdx)(1:6)
                               <= remitPeriod
                           perform StoreInvestor
                       end-if
                       add 1 to partIdx
                   end-perform.

               StoreInvestor.
                   move 'N' to invFound.
                   move 1 to invIdx.
                   perform until invIdx > invCount
                       or invFound = 'Y'
                       if ivCode(invIdx) = pnInvestor(partIdx)
                           move 'Y' to invFound
                       else
                           add 1 to invIdx
                       end-if
                   end-perform.
                   if invFound = 'N'
                       if invCount < maxInvestors
                           add 1 to invCount
                           move pnInvestor(partIdx) to ivCode(invCount)
                           move pnInvestorName(partIdx)
                               to ivName(invCount)
                       else
                           display "More than " maxInvestors
                               " investors - " pnInvestor(partIdx)
                               " not remitted"
                           move ErrorRunCode to return-code
                       end-if
                   end-if.

               *> payments add, reversals ('R') take the payment
               *> back out, and a credit-balance refund ('F') is
               *> principal paid back to the borrower
               LoadCollections.
                   open input payHistory.
                   if payHistoryStatus = "00"
                       perform until payHistoryStatus = "10"
                           read payHistory into payHistoryRecord
                               at end
                                   continue
                               not at end
                                   if phPayDate(1:6) = remitPeriod
                                       perform AddOneCollection
                                   end-if
                           end-read
                       end-perform
                       close payHistory
                   end-if.

               AddOneCollection.
                   move phLoanNum to partLoanNum.
                   perform FindSoldPercent.
                   if soldPercent > 0
                       perform FindCollection
                       if collFound = 'N' and collCount < maxLoans
                           add 1 to collCount
                           move collCount to collIdx
                           move phLoanNum to ccLoanNum(collIdx)
                           move zeros to ccPrincipal(collIdx)
                           move zeros to ccInterest(collIdx)
                           move 'Y' to collFound
                       end-if
                       if collFound = 'Y'
                           evaluate phTranType
                               when 'R'
                                   subtract phPrincipal
                                       from ccPrincipal(collIdx)
                                   subtract phInterest
                                       from ccInterest(collIdx)
                               when 'F'
                                   subtract phPrincipal
                                       from ccPrincipal(collIdx)
                               when other
                                   add phPrincipal
                                       to ccPrincipal(collIdx)
                                   add phInterest
                                       to ccInterest(collIdx)
                           end-evaluate
                       end-if
                   end-if.

               FindCollection.
                   move 'N' to collFound.
                   move 1 to collIdx.
                   perform until collIdx > collCount
                       or collFound = 'Y'
                       if ccLoanNum(collIdx) = partLoanNum
                           move 'Y' to collFound
                       else
                           add 1 to collIdx
                       end-if
                   end-perform.

               CheckAlreadyRemitted.
                   open input remitLog.
                   if remitLogStatus = "00"
                       perform until remitLogStatus = "10"
                           read remitLog into remitLogRecord
                               at end
                                   continue
                               not at end
                                   if rlPeriod = remitPeriod
                                       move 'Y' to alreadyRemitted
                                   end-if
                           end-read
                       end-perform
                       close remitLog
                   end-if.

               *> same auto-create-on-first-run fallback the audit
               *> trail uses
               OpenRemitLog.
                   open extend remitLog.
                   if remitLogStatus = "05" or remitLogStatus = "35"
                       open output remitLog
                       close remitLog
                       open extend remitLog
                   end-if.

               WriteJournalEntry.
                   move runDate to glRunDate.
                   move "InvestorRemittance" to glSource.
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
                   move "InvestorRemittance" to glSource.
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
                   move 'INT-INC ' to glAccount.
                   perform ValidateGlAccount.
                   move 'SRV-INC ' to glAccount.
                   perform ValidateGlAccount.
                   move 'INV-PAY ' to glAccount.
                   perform ValidateGlAccount.
                   move 'PART-SLD' to glAccount.
                   perform ValidateGlAccount.

               copy "gl-account-io".

               copy "participation-io".

               *> invremit.par, if present, supplies the month and
               *> the report name one per line - the same operator-
               *> repointing convention used for loanbatch.par
               GetRemitParameters.
                   open input remitParamFile.
                   if remitParamStatus = "00"
                       read remitParamFile into remitParamRecord
                           at end
                               continue
                           not at end
                               if remitParamRecord(1:6) is numeric
                                   move remitParamRecord(1:6)
                                       to remitPeriod
                               end-if
                       end-read
                       read remitParamFile into remitParamRecord
                           at end
                               continue
                           not at end
                               if remitParamRecord not = spaces
                                   move remitParamRecord
                                       to reportFileName
                               end-if
                       end-read
                       close remitParamFile
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
                   move "InvestorRemittance" to auditProgram.
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
