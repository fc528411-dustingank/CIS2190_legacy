           identification division.
           program-id. SettlementRecon.

           environment division.

           input-output section.
           file-control.
           select settleFile assign to dynamic settleFileName
               organization is line sequential
               file status is settleStatus.
           select payHistory assign to "payhist.dat"
               organization is line sequential
               file status is payHistoryStatus.
           select recoveryFile assign to "recovery.dat"
               organization is line sequential
               file status is recoveryStatus.
           select journalFile assign to "gljournal.dat"
               organization is line sequential
               file status is journalStatus.
           select openItemFile assign to "setlopen.dat"
               organization is line sequential
               file status is openItemStatus.
           select settleReport assign to dynamic settleReportFileName
               organization is line sequential.
           select settleParamFile assign to "settle.par"
               organization is line sequential
               file status is settleParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd settleFile.
           *> the bank's daily settlement totals: one record per
           *> source the bank reports money under - PAYMENT (the
           *> teller and mailed-payment deposit), LOCKBOX, ACH (the
           *> drafts that settled), NSF (drafts and checks returned,
           *> charged back against the account) and RECOVERY - with
           *> the settlement date and amount; a source reported in
           *> more than one record is added up
           01 settleRecord.
               02 sbSettleDate pic 9(8).
               02 sbSource     pic X(8).
               02 sbAmount     pic 9(9)V99.

           fd payHistory.
               copy "pay-history".

           fd recoveryFile.
           *> the recovery receipts the servicing desk files on
           *> charged-off loans - the layout ChargeOffBatch reads
           01 recoveryRecord.
               02 rvLoanNum pic 9(5).
               02 rvDate    pic 9(8).
               02 rvAmount  pic 9(7)V99.

           fd journalFile.
               copy "gl-journal".

           fd openItemFile.
           *> the unreconciled differences carried from one day to
           *> the next: the settlement date the difference arose
           *> on, the source, which side was over ('B' the bank
           *> showed more than the books, 'L' the books more than
           *> the bank) and by how much, how many settlement days
           *> it has stood open, and the last run that aged it
           01 openItemRecord.
               02 oiSettleDate pic 9(8).
               02 oiSource     pic X(8).
               02 oiSide       pic X(1).
               02 oiAmount     pic 9(9)V99.
               02 oiDaysOpen   pic 9(4).
               02 oiLastRecon  pic 9(8).

           fd settleReport.
           01 reportLine pic X(104).

           fd settleParamFile.
           01 settleParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 settleStatus pic X(2).
           01 payHistoryStatus pic X(2).
           01 recoveryStatus pic X(2).
           01 journalStatus pic X(2).
           01 openItemStatus pic X(2).
           01 settleParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides for the bank settlement input and
           *> the report - settle.par (if present) supplies these
           *> one per line, the same convention as achret.par
           01 settleFileName pic X(30) value "settle.dat".
           01 settleReportFileName pic X(30) value "settle.rpt".

           *> the date being reconciled - the settlement date on
           *> the bank's file
           01 reconDate.
               02 reconYear  pic 9(4).
               02 reconMonth pic 99.
               02 reconDay   pic 99.
           77 otherDateCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 unknownSourceCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> one row per reconciled line: the five money sources,
           *> then the general ledger's cash from the posting runs
           *> against the bank's net receipts
           01 sourceCount constant as 6.
           01 glCashRow constant as 6.
           77 srcIdx pic S9(4) usage is COMPUTATIONAL.
           77 findSource pic X(8).
           77 srcFound pic X(1).
           01 sourceArea.
               02 sourceEntry occurs sourceCount times.
                   03 srName    pic X(8).
                   03 srLabel   pic X(22).
                   03 srBank    pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 srBooks   pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 srToday   pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 srCarried pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 srStatus  pic X(14).

           *> the open items brought forward off setlopen.dat, the
           *> day's new ones added on the end - maxOpenItems is a
           *> fixed, documented limit in the shop's usual style
           01 maxOpenItems constant as 500.
           77 openCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 opIdx pic S9(4) usage is COMPUTATIONAL.
           01 openArea.
               02 openEntry occurs maxOpenItems times.
                   03 opSettleDate pic 9(8).
                   03 opSource     pic X(8).
                   03 opAmount     pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 opDaysOpen   pic 9(4).
                   03 opLastRecon  pic 9(8).
                   03 opCleared    pic X(1).
           77 openRemaining pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 outOfBalanceCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 workAmount pic S9(11)V99 usage is COMPUTATIONAL-3.

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
           ' Cash Settlement Reconciliation    Date   '.
               02 outReconDate pic 9999/99/99.
               02 filler pic X(10) value '   Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(104) value all '-'.
           01 reportHeading.
               02 filler pic X(48) value
           ' Source                           Bank          '.
               02 filler pic X(56) value
           ' Books    Today''s Diff         Carried  Status'.
           01 reportDetail.
               02 filler     pic X(1) value space.
               02 outLabel   pic X(22).
               02 outBank    pic ZZZ,ZZZ,ZZ9.99-.
               02 filler     pic X(1) value space.
               02 outBooks   pic ZZZ,ZZZ,ZZ9.99-.
               02 filler     pic X(1) value space.
               02 outToday   pic ZZZ,ZZZ,ZZ9.99-.
               02 filler     pic X(1) value space.
               02 outCarried pic ZZZ,ZZZ,ZZ9.99-.
               02 filler     pic X(1) value space.
               02 outStatus  pic X(14).
           01 otherDateLine.
               02 filler pic X(48) value
           ' Bank records for other dates (not reconciled): '.
               02 outOtherCount pic ZZZZ9.
           01 unknownSourceLine.
               02 filler pic X(48) value
           ' Bank records under an unknown source:         '.
               02 outUnknownCount pic ZZZZ9.
           01 openHeading.
               02 filler pic X(60) value
           ' Unreconciled Items Carried Forward'.
           01 openColHeads.
               02 filler pic X(58) value
           ' Arose on    Source       Difference  Side   Days  Age'.
           01 openDetail.
               02 filler       pic X(1) value space.
               02 outOpDate    pic 9999/99/99.
               02 filler       pic X(2) value space.
               02 outOpSource  pic X(8).
               02 filler       pic X(1) value space.
               02 outOpAmount  pic ZZZ,ZZZ,ZZ9.99.
               02 filler       pic X(2) value space.
               02 outOpSide    pic X(5).
               02 filler       pic X(1) value space.
               02 outOpDays    pic ZZZ9.
               02 filler       pic X(2) value space.
               02 outOpAge     pic X(10).
           01 noOpenLine.
               02 filler pic X(30) value '  (none - all reconciled)'.
           01 summaryLine.
               02 filler pic X(26) value ' Lines out of balance:   '.
               02 outOutCount pic ZZZZ9.
               02 filler pic X(26) value '   Items carried forward: '.
               02 outOpenCount pic ZZZZ9.

           procedure division.
               *> proves the day's postings against what actually
               *> settled in the bank: the bank's totals by source
               *> against payhist.dat for the same date (split by the
               *> channel each payment came in on, NSF reversals on
               *> their own line) and recovery.dat, and the bank's
               *> net receipts against the CASH lines PaymentPosting
               *> wrote to gljournal.dat. A difference that does not
               *> clear is carried forward on setlopen.dat and aged
               *> one settlement day each run until an offsetting
               *> difference on a later day clears it
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetSettleParameters.
               string settleFileName delimited by space
                   "/payhist.dat/gljournal.dat" delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.

               perform LoadSourceNames.
               open input settleFile.
               if settleStatus not = "00"
                   display "Settlement file " settleFileName
                       " could not be opened - no reconciliation"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move zeros to reconDate.
               perform until settleStatus = "10"
                   read settleFile into settleRecord
                       at end
                           continue
                       not at end
                           perform AddBankTotal
                   end-read
               end-perform.
               close settleFile.
               if reconDate = zeros
                   display "Settlement file " settleFileName
                       " has no settlement totals - no reconciliation"
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               perform AddPayHistory.
               perform AddRecoveries.
               perform AddJournalCash.
               perform LoadOpenItems.

               move 1 to srcIdx.
               perform until srcIdx > sourceCount
                   perform ReconcileOneSource
                   add 1 to srcIdx
               end-perform.

               perform WriteSettleReport.
               perform RewriteOpenItems.
               if outOfBalanceCount > 0 or openRemaining > 0
                   or unknownSourceCount > 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

               LoadSourceNames.
                   move 'PAYMENT ' to srName(1).
                   move 'Payment file' to srLabel(1).
                   move 'LOCKBOX ' to srName(2).
                   move 'Lockbox' to srLabel(2).
                   move 'ACH     ' to srName(3).
                   move 'ACH debits' to srLabel(3).
                   move 'NSF     ' to srName(4).
                   move 'NSF reversals' to srLabel(4).
                   move 'RECOVERY' to srName(5).
                   move 'Recoveries' to srLabel(5).
                   move 'GL-CASH ' to srName(6).
                   move 'GL cash (net receipts)' to srLabel(6).
                   move 1 to srcIdx.
                   perform until srcIdx > sourceCount
                       move zeros to srBank(srcIdx)
                       move zeros to srBooks(srcIdx)
                       move zeros to srToday(srcIdx)
                       move zeros to srCarried(srcIdx)
                       move spaces to srStatus(srcIdx)
                       add 1 to srcIdx
                   end-perform.

               *> the first dated record names the day; a record for
               *> any other day is counted and left alone rather than
               *> mixed into this one
               AddBankTotal.
                   if reconDate = zeros
                       move sbSettleDate to reconDate
                   end-if.
                   if sbSettleDate not = reconDate
                       add 1 to otherDateCount
                   else
                       move sbSource to findSource
                       perform FindSourceRow
                       if srcFound = 'Y' and srcIdx not = glCashRow
                           add sbAmount to srBank(srcIdx)
                       else
                           add 1 to unknownSourceCount
                           display "Unknown settlement source "
                               sbSource " - not reconciled"
                       end-if
                   end-if.

               FindSourceRow.
                   move 'N' to srcFound.
                   move 1 to srcIdx.
                   perform until srcIdx > sourceCount
                       or srcFound = 'Y'
                       if srName(srcIdx) = findSource
                           move 'Y' to srcFound
                       else
                           add 1 to srcIdx
                       end-if
                   end-perform.

               *> a reversal is NSF money whatever channel the
               *> original came in on; everything else goes to the
               *> channel the payment record carries
               AddPayHistory.
                   open input payHistory.
                   if payHistoryStatus = "00"
                       perform until payHistoryStatus = "10"
                           read payHistory into payHistoryRecord
                               at end
                                   continue
                               not at end
                                   if phPayDate = reconDate
                                       perform AddOnePosting
                                   end-if
                           end-read
                       end-perform
                       close payHistory
                   end-if.

               *> a credit-balance refund ('F') is money paid out,
               *> not a receipt, and stays off the settlement
               AddOnePosting.
                   if phTranType = 'R'
                       add phAmount to srBooks(4)
                   end-if.
                   if phTranType not = 'R' and phTranType not = 'F'
                       evaluate phSource
                           when 'L'
                               add phAmount to srBooks(2)
                           when 'A'
                               add phAmount to srBooks(3)
                           when other
                               add phAmount to srBooks(1)
                       end-evaluate
                   end-if.

               AddRecoveries.
                   open input recoveryFile.
                   if recoveryStatus = "00"
                       perform until recoveryStatus = "10"
                           read recoveryFile into recoveryRecord
                               at end
                                   continue
                               not at end
                                   if rvDate = reconDate
                                       add rvAmount to srBooks(5)
                                   end-if
                           end-read
                       end-perform
                       close recoveryFile
                   end-if.

               *> the posting runs' cash: debits are money received
               *> (including short payments parked in suspense, which
               *> reach payhist.dat only when released), credits are
               *> reversals handed back
               AddJournalCash.
                   open input journalFile.
                   if journalStatus = "00"
                       perform until journalStatus = "10"
                           read journalFile into glJournalRecord
                               at end
                                   continue
                               not at end
                                   if glRunDate = reconDate
                                       and glSource = "PaymentPosting"
                                       and glAccount = 'CASH    '
                                       add glDebit to srBooks(6)
                                       subtract glCredit
                                           from srBooks(6)
                                   end-if
                           end-read
                       end-perform
                       close journalFile
                   end-if.

               *> an item already aged by a run for this date (a
               *> rerun) is not aged again, and one that arose on
               *> this date or later is dropped - the rerun raises
               *> it afresh
               LoadOpenItems.
                   open input openItemFile.
                   if openItemStatus = "00"
                       perform until openItemStatus = "10"
                           read openItemFile into openItemRecord
                               at end
                                   continue
                               not at end
                                   if oiSettleDate < reconDate
                                       perform CarryOneItem
                                   end-if
                           end-read
                       end-perform
                       close openItemFile
                   end-if.

               CarryOneItem.
                   move oiSource to findSource.
                   perform FindSourceRow.
                   if openCount < maxOpenItems and srcFound = 'Y'
                       add 1 to openCount
                       move oiSettleDate to opSettleDate(openCount)
                       move oiSource to opSource(openCount)
                       if oiSide = 'L'
                           compute opAmount(openCount) =
                               0 - oiAmount
                       else
                           move oiAmount to opAmount(openCount)
                       end-if
                       move oiDaysOpen to opDaysOpen(openCount)
                       if oiLastRecon < reconDate
                           add 1 to opDaysOpen(openCount)
                       end-if
                       move reconDate to opLastRecon(openCount)
                       move 'N' to opCleared(openCount)
                       add opAmount(openCount) to srCarried(srcIdx)
                   end-if.

               *> the bank's side of the GL line is its net receipts
               *> through the posting runs - payments, lockbox and
               *> drafts less NSF; recoveries are not posted through
               *> PaymentPosting and stay out of it. A difference
               *> that exactly offsets what the line was carrying is
               *> the timing difference coming home: the carried
               *> items clear with it
               ReconcileOneSource.
                   if srcIdx = glCashRow
                       compute srBank(srcIdx) =
                           srBank(1) + srBank(2) + srBank(3)
                               - srBank(4)
                   end-if.
                   compute srToday(srcIdx) =
                       srBank(srcIdx) - srBooks(srcIdx).
                   compute workAmount =
                       srToday(srcIdx) + srCarried(srcIdx).
                   evaluate true
                       when srToday(srcIdx) = 0
                           and srCarried(srcIdx) = 0
                           move 'IN BALANCE' to srStatus(srcIdx)
                       when srCarried(srcIdx) not = 0
                           and workAmount = 0
                           move 'CLEARED' to srStatus(srcIdx)
                           perform ClearCarriedItems
                       when srToday(srcIdx) = 0
                           move 'ITEMS OPEN' to srStatus(srcIdx)
                       when other
                           move 'OUT OF BALANCE' to srStatus(srcIdx)
                           add 1 to outOfBalanceCount
                           perform AddNewItem
                   end-evaluate.

               ClearCarriedItems.
                   move 1 to opIdx.
                   perform until opIdx > openCount
                       if opSource(opIdx) = srName(srcIdx)
                           move 'Y' to opCleared(opIdx)
                       end-if
                       add 1 to opIdx
                   end-perform.

               AddNewItem.
                   if openCount < maxOpenItems
                       add 1 to openCount
                       move reconDate to opSettleDate(openCount)
                       move srName(srcIdx) to opSource(openCount)
                       move srToday(srcIdx) to opAmount(openCount)
                       move 1 to opDaysOpen(openCount)
                       move reconDate to opLastRecon(openCount)
                       move 'N' to opCleared(openCount)
                   else
                       display "More than " maxOpenItems
                           " open settlement items - "
                           srName(srcIdx) " not carried"
                       move ErrorRunCode to return-code
                   end-if.

               WriteSettleReport.
                   open output settleReport.
                   move spaces to outReconDate(1:10).
                   move reconYear to outReconDate(1:4).
                   move '/' to outReconDate(5:1).
                   move reconMonth to outReconDate(6:2).
                   move '/' to outReconDate(8:1).
                   move reconDay to outReconDate(9:2).
                   move spaces to outRunDate(1:10).
                   move runYear to outRunDate(1:4).
                   move '/' to outRunDate(5:1).
                   move runMonth to outRunDate(6:2).
                   move '/' to outRunDate(8:1).
                   move runDay to outRunDate(9:2).
                   write reportLine from reportTitle.
                   write reportLine from breakLine.
                   write reportLine from reportHeading.
                   write reportLine from breakLine.
                   move 1 to srcIdx.
                   perform until srcIdx > sourceCount
                       if srcIdx = glCashRow
                           write reportLine from breakLine
                       end-if
                       move srLabel(srcIdx) to outLabel
                       move srBank(srcIdx) to outBank
                       move srBooks(srcIdx) to outBooks
                       move srToday(srcIdx) to outToday
                       move srCarried(srcIdx) to outCarried
                       move srStatus(srcIdx) to outStatus
                       write reportLine from reportDetail
                       add 1 to srcIdx
                   end-perform.
                   write reportLine from breakLine.
                   if otherDateCount > 0
                       move otherDateCount to outOtherCount
                       write reportLine from otherDateLine
                   end-if.
                   if unknownSourceCount > 0
                       move unknownSourceCount to outUnknownCount
                       write reportLine from unknownSourceLine
                   end-if.

                   write reportLine from openHeading.
                   write reportLine from openColHeads.
                   move 1 to opIdx.
                   perform until opIdx > openCount
                       if opCleared(opIdx) = 'N'
                           perform WriteOpenDetail
                       end-if
                       add 1 to opIdx
                   end-perform.
                   if openRemaining = 0
                       write reportLine from noOpenLine
                   end-if.
                   write reportLine from breakLine.
                   move outOfBalanceCount to outOutCount.
                   move openRemaining to outOpenCount.
                   write reportLine from summaryLine.
                   close settleReport.

               *> aged in settlement days outstanding - a difference
               *> still open after a few days is no longer timing
               WriteOpenDetail.
                   add 1 to openRemaining.
                   move spaces to outOpDate(1:10).
                   move opSettleDate(opIdx)(1:4) to outOpDate(1:4).
                   move '/' to outOpDate(5:1).
                   move opSettleDate(opIdx)(5:2) to outOpDate(6:2).
                   move '/' to outOpDate(8:1).
                   move opSettleDate(opIdx)(7:2) to outOpDate(9:2).
                   move opSource(opIdx) to outOpSource.
                   if opAmount(opIdx) < 0
                       compute workAmount = 0 - opAmount(opIdx)
                       move 'BOOKS' to outOpSide
                   else
                       move opAmount(opIdx) to workAmount
                       move 'BANK' to outOpSide
                   end-if.
                   move workAmount to outOpAmount.
                   move opDaysOpen(opIdx) to outOpDays.
                   evaluate true
                       when opDaysOpen(opIdx) <= 2
                           move '1-2 DAYS' to outOpAge
                       when opDaysOpen(opIdx) <= 5
                           move '3-5 DAYS' to outOpAge
                       when opDaysOpen(opIdx) <= 30
                           move '6-30 DAYS' to outOpAge
                       when other
                           move 'OVER 30' to outOpAge
                   end-evaluate.
                   write reportLine from openDetail.

               *> the carried items are rewritten whole each run -
               *> those cleared today drop off
               RewriteOpenItems.
                   open output openItemFile.
                   move 1 to opIdx.
                   perform until opIdx > openCount
                       if opCleared(opIdx) = 'N'
                           move opSettleDate(opIdx) to oiSettleDate
                           move opSource(opIdx) to oiSource
                           if opAmount(opIdx) < 0
                               move 'L' to oiSide
                               compute oiAmount = 0 - opAmount(opIdx)
                           else
                               move 'B' to oiSide
                               move opAmount(opIdx) to oiAmount
                           end-if
                           move opDaysOpen(opIdx) to oiDaysOpen
                           move opLastRecon(opIdx) to oiLastRecon
                           write openItemRecord
                       end-if
                       add 1 to opIdx
                   end-perform.
                   close openItemFile.

               *> settle.par, if present, supplies the settlement
               *> input and report names one per line - the same
               *> operator-repointing convention used for achret.par
               GetSettleParameters.
                   open input settleParamFile.
                   if settleParamStatus = "00"
                       read settleParamFile into settleParamRecord
                           at end
                               continue
                           not at end
                               move settleParamRecord
                                   to settleFileName
                       end-read
                       read settleParamFile into settleParamRecord
                           at end
                               continue
                           not at end
                               move settleParamRecord
                                   to settleReportFileName
                       end-read
                       close settleParamFile
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
                   move "SettlementRecon" to auditProgram.
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
