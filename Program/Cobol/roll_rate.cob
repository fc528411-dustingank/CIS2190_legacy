           identification division.
           program-id. RollRateMatrix.

           environment division.

           input-output section.
           file-control.
           select fromSnapshot assign to dynamic fromSnapshotName
               organization is line sequential
               file status is fromStatus.
           select toSnapshot assign to dynamic toSnapshotName
               organization is line sequential
               file status is toStatus.
           select reserveParamFile assign to "reserve.par"
               organization is line sequential
               file status is reserveParamStatus.
           select rollReport assign to dynamic rollReportFileName
               organization is line sequential.
           select rollParamFile assign to "rollrate.par"
               organization is line sequential
               file status is rollParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd fromSnapshot.
           01 fromRecord pic X(200).

           fd toSnapshot.
           01 toRecord pic X(200).

           fd reserveParamFile.
               copy "reserve-rule".

           fd rollReport.
           01 reportLine pic X(130).

           fd rollParamFile.
           01 rollParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 fromStatus pic X(2).
           01 toStatus pic X(2).
           01 reserveParamStatus pic X(2).
           01 rollParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides - rollrate.par (if present)
           *> supplies, one per line, the month to roll into
           *> (yyyymm, default last month), how many months to
           *> average the rates over (default 6), and the report
           *> name
           01 rollReportFileName pic X(30) value "rollrate.rpt".
           01 rollPeriod pic 9(6).
           01 rollPeriodParts redefines rollPeriod.
               02 rollYear  pic 9(4).
               02 rollMonth pic 99.
           01 maxAverageMonths constant as 24.
           77 averageMonths pic 99 value 6.

           *> each snapshot image is read as a loan master record so
           *> the shared aging arithmetic can bucket it, whichever
           *> layout the month was closed in
           copy "loan-master".
           copy "snapshot-image-fields".
           copy "aging-fields".
           copy "reserve-pct-table".

           *> the pair of month-end snapshots being compared - the
           *> month rolled from and the month rolled into
           01 toPeriod pic 9(6).
           01 toPeriodParts redefines toPeriod.
               02 toYear  pic 9(4).
               02 toMonth pic 99.
           01 fromPeriod pic 9(6).
           01 fromPeriodParts redefines fromPeriod.
               02 fromYear  pic 9(4).
               02 fromMonth pic 99.
           01 fromSnapshotName pic X(40).
           01 toSnapshotName pic X(40).
           77 fromEof pic X(1).
           77 toEof pic X(1).
           77 fromKey pic 9(5).
           77 toKey pic 9(5).
           77 priorFromKey pic 9(5).
           77 priorToKey pic 9(5).
           77 sequenceErrors pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 transitionOk pic X(1).
           77 currentFound pic X(1) value 'N'.
           77 transitionIdx pic S9(4) usage is COMPUTATIONAL.
           77 transitionsUsed pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 transitionsMissing pic S9(4) usage is COMPUTATIONAL
               value zeros.
           01 oldestPeriod pic 9(6).

           *> each snapshot is aged as of the last day of its month
           01 endPeriod pic 9(6).
           01 endPeriodParts redefines endPeriod.
               02 endYear  pic 9(4).
               02 endMonth pic 99.
           77 endDate pic 9(8).
           77 fromEndDate pic 9(8).
           77 toEndDate pic 9(8).
           77 monthLength pic 99.
           77 leapRemainder pic 9(4) usage is COMPUTATIONAL.
           77 leapQuotient pic 9(4) usage is COMPUTATIONAL.
           77 leapYearFlag pic X(1).
           01 monthDaysTable.
               02 filler pic X(24) value '312831303130313130313031'.
           01 filler redefines monthDaysTable.
               02 monthDays pic 99 occurs 12 times.

           *> states 1-6 are current, 30, 60, 90+, charged off and
           *> closed; row 7 is a loan new to the master since the
           *> earlier snapshot and column 7 a loan gone from it
           77 loanState pic S9(4) usage is COMPUTATIONAL.
           77 rowIdx pic S9(4) usage is COMPUTATIONAL.
           77 colIdx pic S9(4) usage is COMPUTATIONAL.
           77 moveBalance pic S9(9)V99 usage is COMPUTATIONAL-3.

           *> one month's moves, the month reported, the months
           *> averaged together, and the one being printed - all
           *> four the same shape so a matrix can be copied whole
           01 tranMatrix.
               02 tranRow occurs 7 times.
                   03 tranCell occurs 7 times.
                       04 tnCount   pic 9(7) usage is COMPUTATIONAL.
                       04 tnBalance pic S9(11)V99
                           usage is COMPUTATIONAL-3.
           01 currentMatrix.
               02 currentRow occurs 7 times.
                   03 currentCell occurs 7 times.
                       04 cuCount   pic 9(7) usage is COMPUTATIONAL.
                       04 cuBalance pic S9(11)V99
                           usage is COMPUTATIONAL-3.
           01 averageMatrix.
               02 averageRow occurs 7 times.
                   03 averageCell occurs 7 times.
                       04 avCount   pic 9(7) usage is COMPUTATIONAL.
                       04 avBalance pic S9(11)V99
                           usage is COMPUTATIONAL-3.
           01 printMatrix.
               02 printRow occurs 7 times.
                   03 printCell occurs 7 times.
                       04 pmCount   pic 9(7) usage is COMPUTATIONAL.
                       04 pmBalance pic S9(11)V99
                           usage is COMPUTATIONAL-3.
           77 rowCount pic 9(7) usage is COMPUTATIONAL.
           77 rowBalance pic S9(11)V99 usage is COMPUTATIONAL-3.
           01 columnTotalsArea.
               02 columnTotals occurs 8 times.
                   03 ctCount   pic 9(7) usage is COMPUTATIONAL.
                   03 ctBalance pic S9(11)V99
                       usage is COMPUTATIONAL-3.
           77 rateBasis pic X(1).
           77 pctWork pic S9(5)V99 usage is COMPUTATIONAL-3.

           *> flow to loss: the share of a bucket's balance that
           *> rolls worse in a month, and the loss that implies,
           *> set beside the reserve.par percentages
           01 rollForwardArea.
               02 rollForward occurs 4 times pic S9V9(6)
                   usage is COMPUTATIONAL-3.
           01 flowToLossArea.
               02 flowToLoss occurs 4 times pic S9V9(6)
                   usage is COMPUTATIONAL-3.
           77 cellRate pic S9V9(6) usage is COMPUTATIONAL-3.
           77 reserveLow pic 9(3)V99.
           77 reserveHigh pic 9(3)V99.
           77 reserveOutside pic 9(3) usage is COMPUTATIONAL
               value zeros.

           01 rowLabelValues.
               02 filler pic X(16) value ' Current'.
               02 filler pic X(16) value ' 30 days'.
               02 filler pic X(16) value ' 60 days'.
               02 filler pic X(16) value ' 90+ days'.
               02 filler pic X(16) value ' Charged off'.
               02 filler pic X(16) value ' Closed'.
               02 filler pic X(16) value ' New to master'.
           01 filler redefines rowLabelValues.
               02 rowLabel pic X(16) occurs 7 times.
           01 flowLabelValues.
               02 filler pic X(16) value ' Current'.
               02 filler pic X(16) value ' 30 days'.
               02 filler pic X(16) value ' 60 days'.
               02 filler pic X(16) value ' 90+ days'.
           01 filler redefines flowLabelValues.
               02 flowLabel pic X(16) occurs 4 times.

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
           ' Roll-Rate Transition Matrix       Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(128) value all '-'.
           01 monthLine.
               02 filler pic X(30) value
           ' Month-end snapshots          '.
               02 outFromPeriod pic X(7).
               02 filler pic X(4) value ' to '.
               02 outToPeriod pic X(7).
           01 averageLine.
               02 filler pic X(13) value ' Average of  '.
               02 outAverageCount pic Z9.
               02 filler pic X(25) value
           ' monthly rolls, pooled,  '.
               02 outOldestPeriod pic X(7).
               02 filler pic X(4) value ' to '.
               02 outNewestPeriod pic X(7).
           01 sectionLine.
               02 filler pic X(1) value space.
               02 outSectionTitle pic X(60).
           01 matrixHeading.
               02 filler pic X(16) value ' From \ To'.
               02 filler pic X(14) value '       Current'.
               02 filler pic X(14) value '       30 days'.
               02 filler pic X(14) value '       60 days'.
               02 filler pic X(14) value '      90+ days'.
               02 filler pic X(14) value '   Charged off'.
               02 filler pic X(14) value '        Closed'.
               02 filler pic X(14) value '   Off master'.
               02 filler pic X(14) value '         Total'.
           01 matrixLine.
               02 outRowLabel pic X(16).
               02 outCell pic X(14) occurs 8 times.
           77 countEdit pic Z(13)9.
           77 balanceEdit pic Z,ZZZ,ZZZ,ZZ9-.
           77 pctEdit pic Z(10)9.99.
           01 flowHeading.
               02 filler pic X(16) value ' Bucket'.
               02 filler pic X(14) value '  Roll forward'.
               02 filler pic X(14) value '  Flow to loss'.
               02 filler pic X(14) value '   reserve.par'.
               02 filler pic X(14) value '   reserve.par'.
           01 flowHeading2.
               02 filler pic X(16) value space.
               02 filler pic X(14) value '   % a month'.
               02 filler pic X(14) value '    % implied'.
               02 filler pic X(14) value '       % low'.
               02 filler pic X(14) value '      % high'.
           01 flowLine.
               02 outFlowLabel pic X(16).
               02 outRollPct pic Z(10)9.99.
               02 outLossPct pic Z(10)9.99.
               02 outReserveLow pic Z(10)9.99.
               02 outReserveHigh pic Z(10)9.99.
               02 filler pic X(2) value space.
               02 outFlowFlag pic X(24).
           01 footnoteLine.
               02 filler      pic X(1) value space.
               02 outFootLabel pic X(56).
               02 outFootCount pic ZZZZ9.

           procedure division.
               *> compares month-end snapshots (LOANMAST.ME.<yyyymm>)
               *> loan by loan and prints how the book moved between
               *> them - counts and balances from each status and
               *> aging bucket (current, 30, 60, 90+, charged off,
               *> closed) to each other, loans new to the master and
               *> loans gone from it - then the same moves averaged
               *> over the last few months, and the loss those
               *> average roll rates imply for each bucket set
               *> beside the reserve.par percentages. The snapshots
               *> are in loan-number order, as MonthEndClose writes
               *> them, so the two files are matched in one pass
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move runDate to todayDate.
               move runYear to rollYear.
               move runMonth to rollMonth.
               if rollMonth = 1
                   subtract 1 from rollYear
                   move 12 to rollMonth
               else
                   subtract 1 from rollMonth
               end-if.
               perform GetRollParameters.
               move spaces to auditInputsValue.
               string "month-end snapshots rolled into " delimited
                   by size
                   rollPeriod delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadReservePercentages.

               move 1 to rowIdx.
               perform until rowIdx > 7
                   move 1 to colIdx
                   perform until colIdx > 7
                       move zeros to avCount(rowIdx, colIdx)
                       move zeros to avBalance(rowIdx, colIdx)
                       add 1 to colIdx
                   end-perform
                   add 1 to rowIdx
               end-perform.

               move rollPeriod to toPeriod.
               move 1 to transitionIdx.
               perform until transitionIdx > averageMonths
                   perform RunOneTransition
                   if transitionOk = 'Y'
                       if transitionIdx = 1
                           move tranMatrix to currentMatrix
                           move 'Y' to currentFound
                       end-if
                       perform AddToAverage
                       add 1 to transitionsUsed
                       move fromPeriod to oldestPeriod
                   else
                       add 1 to transitionsMissing
                   end-if
                   move fromPeriod to toPeriod
                   add 1 to transitionIdx
               end-perform.
               move todayDate to runDate.

               if currentFound = 'N'
                   display "Month-end snapshots for " rollPeriod
                       " and the month before are both needed - "
                       "no roll-rate run"
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               open output rollReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               write reportLine from breakLine.

               move rollPeriod to toPeriod.
               perform StepBackOneMonth.
               move fromYear to outFromPeriod(1:4).
               move '/' to outFromPeriod(5:1).
               move fromMonth to outFromPeriod(6:2).
               move toYear to outToPeriod(1:4).
               move '/' to outToPeriod(5:1).
               move toMonth to outToPeriod(6:2).
               write reportLine from monthLine.
               write reportLine from breakLine.
               move currentMatrix to printMatrix.
               move 'Loans moved' to outSectionTitle.
               write reportLine from sectionLine.
               perform WriteCountMatrix.
               move 'Balance moved (balance at the earlier month end)'
                   to outSectionTitle.
               write reportLine from sectionLine.
               perform WriteBalanceMatrix.
               move 'Roll rates - % of the loans in each row'
                   to outSectionTitle.
               write reportLine from sectionLine.
               move 'C' to rateBasis.
               perform WriteRateMatrix.
               move 'Roll rates - % of the balance in each row'
                   to outSectionTitle.
               write reportLine from sectionLine.
               move 'B' to rateBasis.
               perform WriteRateMatrix.

               move transitionsUsed to outAverageCount.
               move oldestPeriod to fromPeriod.
               move fromYear to outOldestPeriod(1:4).
               move '/' to outOldestPeriod(5:1).
               move fromMonth to outOldestPeriod(6:2).
               move outToPeriod to outNewestPeriod.
               write reportLine from averageLine.
               write reportLine from breakLine.
               move averageMatrix to printMatrix.
               move 'Average roll rates - % of the loans in each row'
                   to outSectionTitle.
               write reportLine from sectionLine.
               move 'C' to rateBasis.
               perform WriteRateMatrix.
               move 'Average roll rates - % of the balance in each row'
                   to outSectionTitle.
               write reportLine from sectionLine.
               move 'B' to rateBasis.
               perform WriteRateMatrix.
               perform WriteFlowToLoss.
               perform WriteFootnotes.
               close rollReport.

               if sequenceErrors > 0
                   display "*** Snapshot records out of loan-number "
                       "order - roll-rate figures cannot be trusted"
                   move ErrorRunCode to return-code
               else
                   if transitionsMissing > 0 or reserveOutside > 0
                       move WarningRunCode to return-code
                   end-if
               end-if.
               stop run.

               StepBackOneMonth.
                   move toPeriod to fromPeriod.
                   if fromMonth = 1
                       subtract 1 from fromYear
                       move 12 to fromMonth
                   else
                       subtract 1 from fromMonth
                   end-if.

               *> one month's roll: the snapshot for the month before
               *> toPeriod against toPeriod's own; a month without
               *> both snapshots is left out of the average and
               *> footnoted
               RunOneTransition.
                   perform StepBackOneMonth.
                   move 'N' to transitionOk.
                   move spaces to fromSnapshotName.
                   string "LOANMAST.ME." delimited by size
                       fromPeriod delimited by size
                       into fromSnapshotName.
                   move spaces to toSnapshotName.
                   string "LOANMAST.ME." delimited by size
                       toPeriod delimited by size
                       into toSnapshotName.
                   open input fromSnapshot.
                   if fromStatus = "00"
                       open input toSnapshot
                       if toStatus = "00"
                           move 'Y' to transitionOk
                       else
                           close fromSnapshot
                       end-if
                   end-if.
                   if transitionOk = 'Y'
                       move fromPeriod to endPeriod
                       perform SetMonthEnd
                       move endDate to fromEndDate
                       move toPeriod to endPeriod
                       perform SetMonthEnd
                       move endDate to toEndDate
                       perform MatchSnapshots
                       close fromSnapshot
                       close toSnapshot
                   end-if.

               *> the classic two-file match on loan number: a loan
               *> on both snapshots moved from one state to another,
               *> a loan only on the later one is new to the master,
               *> one only on the earlier one has gone from it
               MatchSnapshots.
                   move 1 to rowIdx.
                   perform until rowIdx > 7
                       move 1 to colIdx
                       perform until colIdx > 7
                           move zeros to tnCount(rowIdx, colIdx)
                           move zeros to tnBalance(rowIdx, colIdx)
                           add 1 to colIdx
                       end-perform
                       add 1 to rowIdx
                   end-perform.
                   move zeros to priorFromKey, priorToKey.
                   move 'N' to fromEof, toEof.
                   perform ReadFromSnapshot.
                   perform ReadToSnapshot.
                   perform until fromEof = 'Y' and toEof = 'Y'
                       evaluate true
                           when toEof = 'Y'
                               perform AddGoneLoan
                               perform ReadFromSnapshot
                           when fromEof = 'Y'
                               perform AddNewLoan
                               perform ReadToSnapshot
                           when fromKey < toKey
                               perform AddGoneLoan
                               perform ReadFromSnapshot
                           when toKey < fromKey
                               perform AddNewLoan
                               perform ReadToSnapshot
                           when other
                               perform AddMatchedLoan
                               perform ReadFromSnapshot
                               perform ReadToSnapshot
                       end-evaluate
                   end-perform.

               *> the TRAILER record closes each snapshot
               ReadFromSnapshot.
                   read fromSnapshot
                       at end
                           move 'Y' to fromEof
                       not at end
                           if fromRecord(1:8) = 'TRAILER '
                               move 'Y' to fromEof
                           else
                               move fromRecord(1:5) to fromKey
                               if fromKey not > priorFromKey
                                   add 1 to sequenceErrors
                               end-if
                               move fromKey to priorFromKey
                           end-if
                   end-read.

               ReadToSnapshot.
                   read toSnapshot
                       at end
                           move 'Y' to toEof
                       not at end
                           if toRecord(1:8) = 'TRAILER '
                               move 'Y' to toEof
                           else
                               move toRecord(1:5) to toKey
                               if toKey not > priorToKey
                                   add 1 to sequenceErrors
                               end-if
                               move toKey to priorToKey
                           end-if
                   end-read.

               *> a move is weighed by the balance it started from
               AddMatchedLoan.
                   move fromRecord to snapshotImage.
                   perform LoadSnapshotImage.
                   move fromEndDate to runDate.
                   perform ClassifyLoan.
                   move loanState to rowIdx.
                   move lmCurrentBalance to moveBalance.
                   move toRecord to snapshotImage.
                   perform LoadSnapshotImage.
                   move toEndDate to runDate.
                   perform ClassifyLoan.
                   move loanState to colIdx.
                   perform AddToTransition.

               AddGoneLoan.
                   move fromRecord to snapshotImage.
                   perform LoadSnapshotImage.
                   move fromEndDate to runDate.
                   perform ClassifyLoan.
                   move loanState to rowIdx.
                   move lmCurrentBalance to moveBalance.
                   move 7 to colIdx.
                   perform AddToTransition.

               *> a new loan has no earlier balance, so it is weighed
               *> by the balance it arrived with
               AddNewLoan.
                   move toRecord to snapshotImage.
                   perform LoadSnapshotImage.
                   move toEndDate to runDate.
                   perform ClassifyLoan.
                   move 7 to rowIdx.
                   move loanState to colIdx.
                   move lmCurrentBalance to moveBalance.
                   perform AddToTransition.

               AddToTransition.
                   add 1 to tnCount(rowIdx, colIdx).
                   add moveBalance to tnBalance(rowIdx, colIdx).

               *> the same buckets DelinquencyAging prints, with the
               *> loans it leaves out - charged off and closed - as
               *> states of their own
               ClassifyLoan.
                   evaluate lmStatus
                       when 'O'
                           move 5 to loanState
                       when 'C'
                           move 6 to loanState
                       when other
                           perform ComputePaymentsBehind
                           if paymentsBehind > 3
                               move 4 to loanState
                           else
                               compute loanState = paymentsBehind + 1
                           end-if
                   end-evaluate.

               AddToAverage.
                   move 1 to rowIdx.
                   perform until rowIdx > 7
                       move 1 to colIdx
                       perform until colIdx > 7
                           add tnCount(rowIdx, colIdx)
                               to avCount(rowIdx, colIdx)
                           add tnBalance(rowIdx, colIdx)
                               to avBalance(rowIdx, colIdx)
                           add 1 to colIdx
                       end-perform
                       add 1 to rowIdx
                   end-perform.

               *> the aging arithmetic reads the runDate group, which
               *> is pointed at each snapshot's month end in turn
               SetMonthEnd.
                   move monthDays(endMonth) to monthLength.
                   if endMonth = 2
                       perform CheckLeapYear
                       if leapYearFlag = 'Y'
                           move 29 to monthLength
                       end-if
                   end-if.
                   compute endDate = (endPeriod * 100) + monthLength.

               *> divisible by 4, except centuries unless divisible
               *> by 400
               CheckLeapYear.
                   move 'N' to leapYearFlag.
                   divide endYear by 4 giving leapQuotient
                       remainder leapRemainder.
                   if leapRemainder = 0
                       move 'Y' to leapYearFlag
                       divide endYear by 100 giving leapQuotient
                           remainder leapRemainder
                       if leapRemainder = 0
                           move 'N' to leapYearFlag
                           divide endYear by 400
                               giving leapQuotient
                               remainder leapRemainder
                           if leapRemainder = 0
                               move 'Y' to leapYearFlag
                           end-if
                       end-if
                   end-if.

               WriteCountMatrix.
                   write reportLine from matrixHeading.
                   perform ClearColumnTotals.
                   move 1 to rowIdx.
                   perform until rowIdx > 7
                       move rowLabel(rowIdx) to outRowLabel
                       move zeros to rowCount
                       move 1 to colIdx
                       perform until colIdx > 7
                           move pmCount(rowIdx, colIdx) to countEdit
                           move countEdit to outCell(colIdx)
                           add pmCount(rowIdx, colIdx) to rowCount
                           add pmCount(rowIdx, colIdx)
                               to ctCount(colIdx)
                           add 1 to colIdx
                       end-perform
                       move rowCount to countEdit
                       move countEdit to outCell(8)
                       add rowCount to ctCount(8)
                       write reportLine from matrixLine
                       add 1 to rowIdx
                   end-perform.
                   move ' Total' to outRowLabel.
                   move 1 to colIdx.
                   perform until colIdx > 8
                       move ctCount(colIdx) to countEdit
                       move countEdit to outCell(colIdx)
                       add 1 to colIdx
                   end-perform.
                   write reportLine from matrixLine.
                   write reportLine from breakLine.

               WriteBalanceMatrix.
                   write reportLine from matrixHeading.
                   perform ClearColumnTotals.
                   move 1 to rowIdx.
                   perform until rowIdx > 7
                       move rowLabel(rowIdx) to outRowLabel
                       move zeros to rowBalance
                       move 1 to colIdx
                       perform until colIdx > 7
                           move pmBalance(rowIdx, colIdx)
                               to balanceEdit
                           move balanceEdit to outCell(colIdx)
                           add pmBalance(rowIdx, colIdx) to rowBalance
                           add pmBalance(rowIdx, colIdx)
                               to ctBalance(colIdx)
                           add 1 to colIdx
                       end-perform
                       move rowBalance to balanceEdit
                       move balanceEdit to outCell(8)
                       add rowBalance to ctBalance(8)
                       write reportLine from matrixLine
                       add 1 to rowIdx
                   end-perform.
                   move ' Total' to outRowLabel.
                   move 1 to colIdx.
                   perform until colIdx > 8
                       move ctBalance(colIdx) to balanceEdit
                       move balanceEdit to outCell(colIdx)
                       add 1 to colIdx
                   end-perform.
                   write reportLine from matrixLine.
                   write reportLine from breakLine.

               ClearColumnTotals.
                   move 1 to colIdx.
                   perform until colIdx > 8
                       move zeros to ctCount(colIdx)
                       move zeros to ctBalance(colIdx)
                       add 1 to colIdx
                   end-perform.

               *> each row as percentages of its own total, by loan
               *> count (rateBasis 'C') or by balance ('B'); a row
               *> with nothing in it prints blank
               WriteRateMatrix.
                   write reportLine from matrixHeading.
                   move 1 to rowIdx.
                   perform until rowIdx > 7
                       move rowLabel(rowIdx) to outRowLabel
                       perform SumPrintRow
                       move 1 to colIdx
                       perform until colIdx > 8
                           move spaces to outCell(colIdx)
                           add 1 to colIdx
                       end-perform
                       if (rateBasis = 'C' and rowCount > 0)
                           or (rateBasis = 'B' and rowBalance not = 0)
                           move 1 to colIdx
                           perform until colIdx > 7
                               if rateBasis = 'C'
                                   compute pctWork rounded =
                                       pmCount(rowIdx, colIdx) * 100
                                           / rowCount
                               else
                                   compute pctWork rounded =
                                       pmBalance(rowIdx, colIdx) * 100
                                           / rowBalance
                               end-if
                               move pctWork to pctEdit
                               move pctEdit to outCell(colIdx)
                               add 1 to colIdx
                           end-perform
                           move 100 to pctEdit
                           move pctEdit to outCell(8)
                       end-if
                       write reportLine from matrixLine
                       add 1 to rowIdx
                   end-perform.
                   write reportLine from breakLine.

               SumPrintRow.
                   move zeros to rowCount.
                   move zeros to rowBalance.
                   move 1 to colIdx.
                   perform until colIdx > 7
                       add pmCount(rowIdx, colIdx) to rowCount
                       add pmBalance(rowIdx, colIdx) to rowBalance
                       add 1 to colIdx
                   end-perform.

               *> off the averaged balances: the share of each
               *> bucket's balance that rolls to a worse state in a
               *> month (a worse bucket or straight to charge-off),
               *> and the implied loss worked back from 90+ - a
               *> bucket's own charge-off share plus, for each worse
               *> bucket it rolls into, that share times the worse
               *> bucket's implied loss - set beside the lowest and
               *> highest percentage reserve.par holds against the
               *> bucket across the tiers
               WriteFlowToLoss.
                   move 'Flow to loss off the average balance rolls'
                       to outSectionTitle.
                   write reportLine from sectionLine.
                   write reportLine from flowHeading.
                   write reportLine from flowHeading2.
                   move 4 to rowIdx.
                   perform until rowIdx < 1
                       perform SumPrintRow
                       move zeros to rollForward(rowIdx)
                       move zeros to flowToLoss(rowIdx)
                       if rowBalance > 0
                           compute rollForward(rowIdx) rounded =
                               pmBalance(rowIdx, 5) / rowBalance
                           move rollForward(rowIdx)
                               to flowToLoss(rowIdx)
                           compute colIdx = rowIdx + 1
                           perform until colIdx > 4
                               compute cellRate rounded =
                                   pmBalance(rowIdx, colIdx)
                                       / rowBalance
                               add cellRate to rollForward(rowIdx)
                               compute flowToLoss(rowIdx) rounded =
                                   flowToLoss(rowIdx)
                                       + (cellRate * flowToLoss(colIdx))
                               add 1 to colIdx
                           end-perform
                       end-if
                       subtract 1 from rowIdx
                   end-perform.
                   move 1 to bucketIdx.
                   perform until bucketIdx > 4
                       perform WriteFlowLine
                       add 1 to bucketIdx
                   end-perform.
                   write reportLine from breakLine.

               WriteFlowLine.
                   move flowLabel(bucketIdx) to outFlowLabel.
                   compute pctWork rounded =
                       rollForward(bucketIdx) * 100.
                   move pctWork to outRollPct.
                   compute pctWork rounded =
                       flowToLoss(bucketIdx) * 100.
                   move pctWork to outLossPct.
                   move reservePct(1, bucketIdx) to reserveLow.
                   move reservePct(1, bucketIdx) to reserveHigh.
                   move 2 to tierIdx.
                   perform until tierIdx > 9
                       if reservePct(tierIdx, bucketIdx) < reserveLow
                           move reservePct(tierIdx, bucketIdx)
                               to reserveLow
                       end-if
                       if reservePct(tierIdx, bucketIdx) > reserveHigh
                           move reservePct(tierIdx, bucketIdx)
                               to reserveHigh
                       end-if
                       add 1 to tierIdx
                   end-perform.
                   move reserveLow to outReserveLow.
                   move reserveHigh to outReserveHigh.
                   move spaces to outFlowFlag.
                   if reserveHigh < pctWork
                       move 'RESERVE BELOW IMPLIED' to outFlowFlag
                       add 1 to reserveOutside
                   end-if.
                   if reserveLow > pctWork
                       move 'RESERVE ABOVE IMPLIED' to outFlowFlag
                       add 1 to reserveOutside
                   end-if.
                   write reportLine from flowLine.

               WriteFootnotes.
                   if transitionsMissing > 0
                       move 'Months left out - a snapshot missing'
                           to outFootLabel
                       move transitionsMissing to outFootCount
                       write reportLine from footnoteLine
                   end-if.
                   if sequenceErrors > 0
                       move 'Snapshot records out of loan-number order'
                           to outFootLabel
                       move sequenceErrors to outFootCount
                       write reportLine from footnoteLine
                   end-if.

               *> reserve.par's first line is the reserve report's
               *> name, which this program has no use for; the
               *> percentage rows follow it
               LoadReservePercentages.
                   perform SetDefaultPercentages.
                   open input reserveParamFile.
                   if reserveParamStatus = "00"
                       read reserveParamFile into reserveParamRecord
                           at end
                               move "10" to reserveParamStatus
                       end-read
                       perform until reserveParamStatus not = "00"
                           read reserveParamFile
                               into reserveRuleRecord
                               at end
                                   move "10" to reserveParamStatus
                               not at end
                                   perform StoreReserveRule
                           end-read
                       end-perform
                       close reserveParamFile
                   end-if.

               copy "reserve-pct-io".

               copy "aging-io".

               copy "snapshot-image-io".

               *> rollrate.par, if present, supplies the month, the
               *> number of months to average and the report name one
               *> per line - the same operator-repointing convention
               *> used for loanbatch.par
               GetRollParameters.
                   open input rollParamFile.
                   if rollParamStatus = "00"
                       read rollParamFile into rollParamRecord
                           at end
                               continue
                           not at end
                               if rollParamRecord(1:6) is numeric
                                   move rollParamRecord(1:6)
                                       to rollPeriod
                               end-if
                       end-read
                       read rollParamFile into rollParamRecord
                           at end
                               continue
                           not at end
                               if rollParamRecord(1:2) is numeric
                                   and rollParamRecord(1:2) > "00"
                                   move rollParamRecord(1:2)
                                       to averageMonths
                               end-if
                       end-read
                       read rollParamFile into rollParamRecord
                           at end
                               continue
                           not at end
                               if rollParamRecord not = spaces
                                   move rollParamRecord
                                       to rollReportFileName
                               end-if
                       end-read
                       close rollParamFile
                   end-if.
                   if averageMonths > maxAverageMonths
                       move maxAverageMonths to averageMonths
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
                   move "RollRateMatrix" to auditProgram.
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
