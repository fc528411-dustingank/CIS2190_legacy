           identification division.
           program-id. VintageAnalysis.

           environment division.

           input-output section.
           file-control.
           select closePeriodFile assign to "closeper.tab"
               organization is line sequential
               file status is closePeriodStatus.
           select snapshotFile assign to dynamic snapshotFileName
               organization is line sequential
               file status is snapshotStatus.
           select chargeOffFile assign to "chargeoff.dat"
               organization is line sequential
               file status is chargeOffStatus.
           select recoveryFile assign to "recovery.dat"
               organization is line sequential
               file status is recoveryStatus.
           select vintageReport assign to dynamic vintageReportFileName
               organization is line sequential.
           select vintageParamFile assign to "vintage.par"
               organization is line sequential
               file status is vintageParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd closePeriodFile.
               copy "close-period".

           fd snapshotFile.
           01 snapshotRecord pic X(200).

           fd chargeOffFile.
               copy "charge-off".

           fd recoveryFile.
           *> one row per recovery receipt on a charged-off loan -
           *> the layout ChargeOffBatch reads
           01 recoveryRecord.
               02 rvLoanNum pic 9(5).
               02 rvDate    pic 9(8).
               02 rvAmount  pic 9(7)V99.

           fd vintageReport.
           01 reportLine pic X(100).

           fd vintageParamFile.
           01 vintageParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 closePeriodStatus pic X(2).
           01 snapshotStatus pic X(2).
           01 chargeOffStatus pic X(2).
           01 recoveryStatus pic X(2).
           01 vintageParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended override for the report file name -
           *> vintage.par (if present) supplies it, the same
           *> convention as loanbatch.par
           01 vintageReportFileName pic X(30) value "vintage.rpt".

           *> each snapshot is read as a loan master image so the
           *> shared aging arithmetic can run against it, whichever
           *> layout the month was closed in
           copy "loan-master".
           copy "snapshot-image-fields".
           copy "aging-fields".

           *> the closed periods off closeper.tab, oldest first -
           *> maxPeriods is a fixed, documented limit in the shop's
           *> usual style (the same limit MonthEndClose carries)
           01 maxPeriods constant as 240.
           77 periodCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 perIdx pic S9(4) usage is COMPUTATIONAL.
           77 perFound pic X(1).
           77 sortIdx pic S9(4) usage is COMPUTATIONAL.
           77 sortSwapped pic X(1).
           01 periodArea.
               02 periodEntry occurs maxPeriods times.
                   03 pdPeriod pic 9(6).
                   03 pdStatus pic X(1).
                   03 pdRead   pic X(1).
           01 swapEntry.
               02 swPeriod pic 9(6).
               02 swStatus pic X(1).
               02 swRead   pic X(1).
           01 snapshotFileName pic X(40).
           01 snapPeriod pic 9(6).
           01 snapPeriodParts redefines snapPeriod.
               02 snapYear  pic 9(4).
               02 snapMonth pic 99.
           77 snapshotsRead pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 snapshotsMissing pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 periodsReopened pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 snapshotEof pic X(1).

           *> each snapshot is aged as of the last day of its month
           77 monthLength pic 99.
           77 leapRemainder pic 9(4) usage is COMPUTATIONAL.
           77 leapQuotient pic 9(4) usage is COMPUTATIONAL.
           77 leapYearFlag pic X(1).
           01 monthDaysTable.
               02 filler pic X(24) value '312831303130313130313031'.
           01 filler redefines monthDaysTable.
               02 monthDays pic 99 occurs 12 times.

           *> every loan ever seen on a snapshot, indexed directly by
           *> loan number: the cohort it belongs to (zero until first
           *> seen, -1 when it has no usable origination date) and
           *> the most payments it has ever been behind, which is
           *> what makes the delinquency rates cumulative
           01 maxLoanNumber constant as 99999.
           77 loanIdx pic S9(6) usage is COMPUTATIONAL.
           01 loanTrackArea.
               02 loanTrackEntry occurs maxLoanNumber times.
                   03 ltCohort pic S9(4) usage is COMPUTATIONAL.
                   03 ltWorst  pic S9(4) usage is COMPUTATIONAL.

           *> one cohort per origination quarter (key yyyyq), with
           *> its loan count and original principal, and one cell per
           *> snapshot period holding the cumulative counts and
           *> amounts at that month on book
           01 maxCohorts constant as 80.
           77 cohortCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 cohIdx pic S9(4) usage is COMPUTATIONAL.
           77 cohortKey pic 9(5).
           77 lowestKey pic 9(5).
           77 lowestIdx pic S9(4) usage is COMPUTATIONAL.
           77 printedCount pic S9(4) usage is COMPUTATIONAL.
           01 cohortArea.
               02 cohortEntry occurs maxCohorts times.
                   03 chKey        pic 9(5).
                   03 chKeyParts redefines chKey.
                       04 chYear    pic 9(4).
                       04 chQuarter pic 9.
                   03 chLoans      pic 9(5) usage is COMPUTATIONAL.
                   03 chOrigAmount pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 chPrinted    pic X(1).
                   03 cellEntry occurs maxPeriods times.
                       04 ceLoans     pic 9(5) usage is COMPUTATIONAL.
                       04 ceEver30    pic 9(5) usage is COMPUTATIONAL.
                       04 ceEver60    pic 9(5) usage is COMPUTATIONAL.
                       04 ceEver90    pic 9(5) usage is COMPUTATIONAL.
                       04 cePrepaid   pic 9(5) usage is COMPUTATIONAL.
                       04 ceChargeOff pic S9(9)V99
                           usage is COMPUTATIONAL-3.
                       04 ceRecovery  pic S9(9)V99
                           usage is COMPUTATIONAL-3.

           *> the exceptions the footnotes report
           77 loansNoOrigDate pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 loansNoCohort pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 chargeOffsUnmatched pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 recoveriesUnmatched pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> prepayment - a loan closed before its term ran out
           01 closedDateParts.
               02 closedYear  pic 9(4).
               02 closedMonth pic 99.
               02 closedDay   pic 99.
           77 monthsToClose pic S9(5) usage is COMPUTATIONAL.

           77 eventPeriod pic 9(6).
           77 eventAmount pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 monthsOnBook pic S9(5) usage is COMPUTATIONAL.
           77 cohortStartMonth pic 99.
           77 rateWork pic S9(5)V99 usage is COMPUTATIONAL-3.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 todayDate pic 9(8).
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reportTitle.
               02 filler pic X(42) value
           ' Vintage Analysis by Origination Quarter  '.
               02 filler pic X(7) value 'Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(92) value all '-'.
           01 sourceLine.
               02 filler pic X(30) value
           ' Built from month-end closes '.
               02 outFirstPeriod pic X(7).
               02 filler pic X(4) value ' to '.
               02 outLastPeriod pic X(7).
               02 filler pic X(3) value ' ('.
               02 outSnapshotCount pic ZZ9.
               02 filler pic X(12) value ' snapshots)'.
           01 cohortLine.
               02 filler pic X(8) value ' Cohort '.
               02 outCohortYear pic 9(4).
               02 filler pic X(2) value ' Q'.
               02 outCohortQuarter pic 9.
               02 filler pic X(11) value '    Loans: '.
               02 outCohortLoans pic ZZZZ9.
               02 filler pic X(24) value
           '    Original principal: '.
               02 outCohortAmount pic ZZZ,ZZZ,ZZ9.99.
           01 vintageHeading1.
               02 filler pic X(23) value space.
               02 filler pic X(10) value '  Ever 30+'.
               02 filler pic X(10) value '  Ever 60+'.
               02 filler pic X(10) value '  Ever 90+'.
               02 filler pic X(10) value '   Chg-off'.
               02 filler pic X(10) value '  Recovery'.
               02 filler pic X(10) value '  Net loss'.
               02 filler pic X(10) value '   Prepaid'.
           01 vintageHeading2.
               02 filler pic X(23) value
           '  MOB   Period    Loans'.
               02 filler pic X(10) value '   % loans'.
               02 filler pic X(10) value '   % loans'.
               02 filler pic X(10) value '   % loans'.
               02 filler pic X(10) value '    % orig'.
               02 filler pic X(10) value '    % orig'.
               02 filler pic X(10) value '    % orig'.
               02 filler pic X(10) value '   % loans'.
           01 vintageDetail.
               02 filler      pic X(2) value space.
               02 outMob      pic ZZ9.
               02 filler      pic X(3) value space.
               02 outPeriod   pic X(7).
               02 filler      pic X(3) value space.
               02 outLoans    pic ZZZZ9.
               02 filler      pic X(4) value space.
               02 outEver30   pic ZZ9.99.
               02 filler      pic X(4) value space.
               02 outEver60   pic ZZ9.99.
               02 filler      pic X(4) value space.
               02 outEver90   pic ZZ9.99.
               02 filler      pic X(4) value space.
               02 outChargeOff pic ZZ9.99.
               02 filler      pic X(4) value space.
               02 outRecovery pic ZZ9.99.
               02 filler      pic X(4) value space.
               02 outNetLoss  pic ZZ9.99-.
               02 filler      pic X(3) value space.
               02 outPrepaid  pic ZZ9.99.
           01 noSnapshotLine.
               02 filler pic X(70) value
           ' No closed month-end snapshots on file - nothing to report'.
           01 footnoteLine.
               02 filler      pic X(1) value space.
               02 outFootLabel pic X(56).
               02 outFootCount pic ZZZZ9.

           procedure division.
               *> static-pool (vintage) analysis: loans are grouped
               *> into cohorts by the quarter they were originated in
               *> and each cohort is followed month on book through
               *> the MonthEndClose snapshots (LOANMAST.ME.<yyyymm>)
               *> of every closed period, so the history never moves
               *> when the live master does. For each cohort and
               *> month on book the report shows the share of the
               *> cohort's loans ever 30, 60 and 90+ days delinquent
               *> (the DelinquencyAging buckets, aged as of each
               *> snapshot's month end), the cumulative charge-offs
               *> (chargeoff.dat) and recoveries (recovery.dat) as a
               *> share of the cohort's original principal, and the
               *> share of its loans prepaid - closed before their
               *> term ran out
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move runDate to todayDate.
               perform GetVintageParameters.
               move "month-end snapshots vintage pass"
                   to auditInputsValue.
               perform WriteAuditTrail.

               perform LoadClosedPeriods.
               perform SortPeriods.
               move 1 to loanIdx.
               perform until loanIdx > maxLoanNumber
                   move zeros to ltCohort(loanIdx)
                   move zeros to ltWorst(loanIdx)
                   add 1 to loanIdx
               end-perform.

               move 1 to perIdx.
               perform until perIdx > periodCount
                   if pdStatus(perIdx) = 'C'
                       perform ReadOneSnapshot
                   else
                       add 1 to periodsReopened
                   end-if
                   add 1 to perIdx
               end-perform.
               move todayDate to runDate.

               if snapshotsRead > 0
                   perform LoadChargeOffs
                   perform LoadRecoveries
               end-if.

               open output vintageReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               write reportLine from breakLine.
               if snapshotsRead = 0
                   write reportLine from noSnapshotLine
               else
                   perform WriteSourceLine
                   perform WriteCohorts
               end-if.
               perform WriteFootnotes.
               close vintageReport.

               if snapshotsRead = 0
                   display "No closed month-end snapshots found - "
                       "no vintage analysis"
                   move ErrorRunCode to return-code
               else
                   if snapshotsMissing > 0 or loansNoCohort > 0
                       or chargeOffsUnmatched > 0
                       or recoveriesUnmatched > 0
                       move WarningRunCode to return-code
                   end-if
               end-if.
               stop run.

               *> one row per period on closeper.tab; a period closed,
               *> reopened and closed again keeps its last status
               LoadClosedPeriods.
                   open input closePeriodFile.
                   if closePeriodStatus = "00"
                       perform until closePeriodStatus = "10"
                           read closePeriodFile into closePeriodRecord
                               at end
                                   continue
                               not at end
                                   perform StoreOnePeriod
                           end-read
                       end-perform
                       close closePeriodFile
                   else
                       display "No period control file closeper.tab"
                   end-if.

               StoreOnePeriod.
                   move 'N' to perFound.
                   move 1 to perIdx.
                   perform until perIdx > periodCount
                       or perFound = 'Y'
                       if pdPeriod(perIdx) = cpPeriod
                           move cpStatus to pdStatus(perIdx)
                           move 'Y' to perFound
                       end-if
                       add 1 to perIdx
                   end-perform.
                   if perFound = 'N'
                       if periodCount < maxPeriods
                           add 1 to periodCount
                           move cpPeriod to pdPeriod(periodCount)
                           move cpStatus to pdStatus(periodCount)
                           move 'N' to pdRead(periodCount)
                       else
                           display "Period table full - period "
                               cpPeriod " left out"
                       end-if
                   end-if.

               *> the worst-ever delinquency only accumulates properly
               *> when the snapshots are taken in calendar order
               SortPeriods.
                   move 'Y' to sortSwapped.
                   perform until sortSwapped = 'N'
                       move 'N' to sortSwapped
                       move 1 to sortIdx
                       perform until sortIdx >= periodCount
                           if pdPeriod(sortIdx) > pdPeriod(sortIdx + 1)
                               move periodEntry(sortIdx) to swapEntry
                               move periodEntry(sortIdx + 1)
                                   to periodEntry(sortIdx)
                               move swapEntry
                                   to periodEntry(sortIdx + 1)
                               move 'Y' to sortSwapped
                           end-if
                           add 1 to sortIdx
                       end-perform
                   end-perform.

               ReadOneSnapshot.
                   move pdPeriod(perIdx) to snapPeriod.
                   move spaces to snapshotFileName.
                   string "LOANMAST.ME." delimited by size
                       snapPeriod delimited by size
                       into snapshotFileName.
                   open input snapshotFile.
                   if snapshotStatus not = "00"
                       display "No month-end snapshot for closed "
                           "period " snapPeriod " - period left out"
                       add 1 to snapshotsMissing
                   else
                       perform SetSnapshotAsOf
                       move 'Y' to pdRead(perIdx)
                       add 1 to snapshotsRead
                       move 'N' to snapshotEof
                       perform until snapshotEof = 'Y'
                           read snapshotFile
                               at end
                                   move 'Y' to snapshotEof
                               not at end
                                   if snapshotRecord(1:8)
                                       not = 'TRAILER '
                                       move snapshotRecord
                                           to snapshotImage
                                       perform LoadSnapshotImage
                                       perform TallySnapshotLoan
                                   end-if
                           end-read
                       end-perform
                       close snapshotFile
                   end-if.

               *> the aging arithmetic reads the runDate group, which
               *> is pointed at the snapshot's month end for the pass
               *> and put back to today's date afterward
               SetSnapshotAsOf.
                   move snapYear to runYear.
                   move snapMonth to runMonth.
                   move monthDays(snapMonth) to monthLength.
                   if snapMonth = 2
                       perform CheckLeapYear
                       if leapYearFlag = 'Y'
                           move 29 to monthLength
                       end-if
                   end-if.
                   move monthLength to runDay.

               *> divisible by 4, except centuries unless divisible
               *> by 400
               CheckLeapYear.
                   move 'N' to leapYearFlag.
                   divide snapYear by 4 giving leapQuotient
                       remainder leapRemainder.
                   if leapRemainder = 0
                       move 'Y' to leapYearFlag
                       divide snapYear by 100 giving leapQuotient
                           remainder leapRemainder
                       if leapRemainder = 0
                           move 'N' to leapYearFlag
                           divide snapYear by 400
                               giving leapQuotient
                               remainder leapRemainder
                           if leapRemainder = 0
                               move 'Y' to leapYearFlag
                           end-if
                       end-if
                   end-if.

               *> closed loans owe nothing and charged-off loans are
               *> off the performing books, so - as in DelinquencyAging
               *> - only the rest are aged; a loan keeps the worst
               *> bucket it ever reached
               TallySnapshotLoan.
                   if lmLoanNum is not numeric or lmLoanNum = 0
                       add 1 to loansNoCohort
                   else
                       move lmLoanNum to loanIdx
                       if ltCohort(loanIdx) = 0
                           perform AssignCohort
                       end-if
                       if ltCohort(loanIdx) > 0
                           move ltCohort(loanIdx) to cohIdx
                           add 1 to ceLoans(cohIdx, perIdx)
                           if lmStatus not = 'C' and lmStatus not = 'O'
                               perform ComputePaymentsBehind
                               if paymentsBehind > ltWorst(loanIdx)
                                   move paymentsBehind
                                       to ltWorst(loanIdx)
                               end-if
                           end-if
                           if ltWorst(loanIdx) >= 1
                               add 1 to ceEver30(cohIdx, perIdx)
                           end-if
                           if ltWorst(loanIdx) >= 2
                               add 1 to ceEver60(cohIdx, perIdx)
                           end-if
                           if ltWorst(loanIdx) >= 3
                               add 1 to ceEver90(cohIdx, perIdx)
                           end-if
                           if lmStatus = 'C'
                               perform CheckPrepaid
                           end-if
                       end-if
                   end-if.

               *> the quarter comes off the origination month; a loan
               *> with no usable origination date is counted once
               *> and left out of every cohort
               AssignCohort.
                   if lmOrigDate is not numeric or lmOrigDate = 0
                       move -1 to ltCohort(loanIdx)
                       add 1 to loansNoOrigDate
                   else
                       move lmOrigDate to origDateParts
                       compute cohortKey = (origYear * 10)
                           + ((origMonth + 2) / 3)
                       move 1 to cohIdx
                       perform until cohIdx > cohortCount
                           or chKey(cohIdx) = cohortKey
                           add 1 to cohIdx
                       end-perform
                       if cohIdx > cohortCount
                           if cohortCount < maxCohorts
                               perform AddCohort
                           else
                               display "Cohort table full - loan "
                                   lmLoanNum " left out"
                               move -1 to ltCohort(loanIdx)
                               add 1 to loansNoCohort
                           end-if
                       end-if
                       if ltCohort(loanIdx) = 0
                           move cohIdx to ltCohort(loanIdx)
                           add 1 to chLoans(cohIdx)
                           add lmPrincipal to chOrigAmount(cohIdx)
                       end-if
                   end-if.

               AddCohort.
                   add 1 to cohortCount.
                   move cohortCount to cohIdx.
                   move cohortKey to chKey(cohIdx).
                   move zeros to chLoans(cohIdx).
                   move zeros to chOrigAmount(cohIdx).
                   move 'N' to chPrinted(cohIdx).
                   move 1 to sortIdx.
                   perform until sortIdx > maxPeriods
                       move zeros to ceLoans(cohIdx, sortIdx)
                       move zeros to ceEver30(cohIdx, sortIdx)
                       move zeros to ceEver60(cohIdx, sortIdx)
                       move zeros to ceEver90(cohIdx, sortIdx)
                       move zeros to cePrepaid(cohIdx, sortIdx)
                       move zeros to ceChargeOff(cohIdx, sortIdx)
                       move zeros to ceRecovery(cohIdx, sortIdx)
                       add 1 to sortIdx
                   end-perform.

               *> a line of credit paid to zero stays open for the next
               *> draw and has no term to run out, so only installment
               *> loans can prepay; a closed loan with no closed date
               *> predates the field and cannot be told apart from a
               *> loan paid at maturity, so it is not counted
               CheckPrepaid.
                   if lmProduct not = 'R'
                       and lmClosedDate is numeric
                       and lmClosedDate > 0
                       move lmClosedDate to closedDateParts
                       move lmOrigDate to origDateParts
                       compute monthsToClose =
                           ((closedYear - origYear) * 12)
                               + (closedMonth - origMonth)
                       if monthsToClose < lmTerm
                           add 1 to cePrepaid(cohIdx, perIdx)
                       end-if
                   end-if.

               *> a charge-off counts in every snapshot from the month
               *> it was taken onward; one on a loan never seen on a
               *> snapshot has no cohort to go to
               LoadChargeOffs.
                   open input chargeOffFile.
                   if chargeOffStatus = "00"
                       perform until chargeOffStatus = "10"
                           read chargeOffFile into chargeOffRecord
                               at end
                                   continue
                               not at end
                                   if coLoanNum is numeric
                                       and coLoanNum > 0
                                       and coDate is numeric
                                       and coBalance is numeric
                                       move coLoanNum to loanIdx
                                       move coDate(1:6) to eventPeriod
                                       move coBalance to eventAmount
                                       if ltCohort(loanIdx) > 0
                                           perform SpreadChargeOff
                                       else
                                           add 1 to chargeOffsUnmatched
                                       end-if
                                   else
                                       add 1 to chargeOffsUnmatched
                                   end-if
                           end-read
                       end-perform
                       close chargeOffFile
                   end-if.

               SpreadChargeOff.
                   move ltCohort(loanIdx) to cohIdx.
                   move 1 to sortIdx.
                   perform until sortIdx > periodCount
                       if pdRead(sortIdx) = 'Y'
                           and pdPeriod(sortIdx) >= eventPeriod
                           add eventAmount
                               to ceChargeOff(cohIdx, sortIdx)
                       end-if
                       add 1 to sortIdx
                   end-perform.

               LoadRecoveries.
                   open input recoveryFile.
                   if recoveryStatus = "00"
                       perform until recoveryStatus = "10"
                           read recoveryFile into recoveryRecord
                               at end
                                   continue
                               not at end
                                   if rvLoanNum is numeric
                                       and rvLoanNum > 0
                                       and rvDate is numeric
                                       and rvAmount is numeric
                                       move rvLoanNum to loanIdx
                                       move rvDate(1:6) to eventPeriod
                                       move rvAmount to eventAmount
                                       if ltCohort(loanIdx) > 0
                                           perform SpreadRecovery
                                       else
                                           add 1 to recoveriesUnmatched
                                       end-if
                                   else
                                       add 1 to recoveriesUnmatched
                                   end-if
                           end-read
                       end-perform
                       close recoveryFile
                   end-if.

               SpreadRecovery.
                   move ltCohort(loanIdx) to cohIdx.
                   move 1 to sortIdx.
                   perform until sortIdx > periodCount
                       if pdRead(sortIdx) = 'Y'
                           and pdPeriod(sortIdx) >= eventPeriod
                           add eventAmount
                               to ceRecovery(cohIdx, sortIdx)
                       end-if
                       add 1 to sortIdx
                   end-perform.

               WriteSourceLine.
                   move spaces to outFirstPeriod.
                   move spaces to outLastPeriod.
                   move 1 to perIdx.
                   perform until perIdx > periodCount
                       if pdRead(perIdx) = 'Y'
                           move pdPeriod(perIdx) to snapPeriod
                           if outFirstPeriod = spaces
                               move snapYear to outFirstPeriod(1:4)
                               move '/' to outFirstPeriod(5:1)
                               move snapMonth to outFirstPeriod(6:2)
                           end-if
                           move snapYear to outLastPeriod(1:4)
                           move '/' to outLastPeriod(5:1)
                           move snapMonth to outLastPeriod(6:2)
                       end-if
                       add 1 to perIdx
                   end-perform.
                   move snapshotsRead to outSnapshotCount.
                   write reportLine from sourceLine.
                   write reportLine from breakLine.

               *> the cohorts went into the table in the order the
               *> snapshots turned them up, so they are reported by
               *> picking the oldest not yet printed each time
               WriteCohorts.
                   move zeros to printedCount.
                   perform until printedCount >= cohortCount
                       move 99999 to lowestKey
                       move zeros to lowestIdx
                       move 1 to cohIdx
                       perform until cohIdx > cohortCount
                           if chPrinted(cohIdx) = 'N'
                               and chKey(cohIdx) <= lowestKey
                               move chKey(cohIdx) to lowestKey
                               move cohIdx to lowestIdx
                           end-if
                           add 1 to cohIdx
                       end-perform
                       move lowestIdx to cohIdx
                       perform WriteOneCohort
                       move 'Y' to chPrinted(cohIdx)
                       add 1 to printedCount
                   end-perform.

               WriteOneCohort.
                   move chYear(cohIdx) to outCohortYear.
                   move chQuarter(cohIdx) to outCohortQuarter.
                   move chLoans(cohIdx) to outCohortLoans.
                   move chOrigAmount(cohIdx) to outCohortAmount.
                   write reportLine from cohortLine.
                   write reportLine from vintageHeading1.
                   write reportLine from vintageHeading2.
                   compute cohortStartMonth =
                       ((chQuarter(cohIdx) - 1) * 3) + 1.
                   move 1 to perIdx.
                   perform until perIdx > periodCount
                       if pdRead(perIdx) = 'Y'
                           and ceLoans(cohIdx, perIdx) > 0
                           perform WriteVintageDetail
                       end-if
                       add 1 to perIdx
                   end-perform.
                   write reportLine from breakLine.

               *> months on book count from the first month of the
               *> cohort's quarter; the delinquency and prepayment
               *> rates are shares of the cohort's loans, the loss
               *> rates shares of its original principal
               WriteVintageDetail.
                   move pdPeriod(perIdx) to snapPeriod.
                   compute monthsOnBook =
                       ((snapYear - chYear(cohIdx)) * 12)
                           + (snapMonth - cohortStartMonth).
                   if monthsOnBook < 0
                       move zeros to monthsOnBook
                   end-if.
                   move monthsOnBook to outMob.
                   move spaces to outPeriod.
                   move snapYear to outPeriod(1:4).
                   move '/' to outPeriod(5:1).
                   move snapMonth to outPeriod(6:2).
                   move ceLoans(cohIdx, perIdx) to outLoans.
                   move zeros to outEver30, outEver60, outEver90,
                       outPrepaid.
                   if chLoans(cohIdx) > 0
                       compute rateWork rounded =
                           ceEver30(cohIdx, perIdx) * 100
                               / chLoans(cohIdx)
                       move rateWork to outEver30
                       compute rateWork rounded =
                           ceEver60(cohIdx, perIdx) * 100
                               / chLoans(cohIdx)
                       move rateWork to outEver60
                       compute rateWork rounded =
                           ceEver90(cohIdx, perIdx) * 100
                               / chLoans(cohIdx)
                       move rateWork to outEver90
                       compute rateWork rounded =
                           cePrepaid(cohIdx, perIdx) * 100
                               / chLoans(cohIdx)
                       move rateWork to outPrepaid
                   end-if.
                   move zeros to outChargeOff, outRecovery, outNetLoss.
                   if chOrigAmount(cohIdx) > 0
                       compute rateWork rounded =
                           ceChargeOff(cohIdx, perIdx) * 100
                               / chOrigAmount(cohIdx)
                       move rateWork to outChargeOff
                       compute rateWork rounded =
                           ceRecovery(cohIdx, perIdx) * 100
                               / chOrigAmount(cohIdx)
                       move rateWork to outRecovery
                       compute rateWork rounded =
                           (ceChargeOff(cohIdx, perIdx)
                               - ceRecovery(cohIdx, perIdx)) * 100
                               / chOrigAmount(cohIdx)
                       move rateWork to outNetLoss
                   end-if.
                   write reportLine from vintageDetail.

               WriteFootnotes.
                   if snapshotsMissing > 0
                       move 'Closed periods with no snapshot file'
                           to outFootLabel
                       move snapshotsMissing to outFootCount
                       write reportLine from footnoteLine
                   end-if.
                   if periodsReopened > 0
                       move 'Reopened periods left out until reclosed'
                           to outFootLabel
                       move periodsReopened to outFootCount
                       write reportLine from footnoteLine
                   end-if.
                   if loansNoOrigDate > 0
                       move 'Loans with no origination date (no cohort)'
                           to outFootLabel
                       move loansNoOrigDate to outFootCount
                       write reportLine from footnoteLine
                   end-if.
                   if loansNoCohort > 0
                       move 'Snapshot records left out of every cohort'
                           to outFootLabel
                       move loansNoCohort to outFootCount
                       write reportLine from footnoteLine
                   end-if.
                   if chargeOffsUnmatched > 0
                       move 'Charge-offs on loans not on any snapshot'
                           to outFootLabel
                       move chargeOffsUnmatched to outFootCount
                       write reportLine from footnoteLine
                   end-if.
                   if recoveriesUnmatched > 0
                       move 'Recoveries on loans not on any snapshot'
                           to outFootLabel
                       move recoveriesUnmatched to outFootCount
                       write reportLine from footnoteLine
                   end-if.

               copy "aging-io".

               copy "snapshot-image-io".

               *> vintage.par, if present, supplies the report file
               *> name - the same operator-repointing convention used
               *> for loanbatch.par
               GetVintageParameters.
                   open input vintageParamFile.
                   if vintageParamStatus = "00"
                       read vintageParamFile into vintageParamRecord
                           at end
                               continue
                           not at end
                               move vintageParamRecord
                                   to vintageReportFileName
                       end-read
                       close vintageParamFile
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
                   move "VintageAnalysis" to auditProgram.
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
