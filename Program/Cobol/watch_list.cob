           identification division.
           program-id. EarlyWatchList.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select payHistory assign to "payhist.dat"
               organization is line sequential
               file status is payHistoryStatus.
           select suspenseFile assign to "suspense.dat"
               organization is line sequential
               file status is suspenseStatus.
           select watchListFile assign to "watchlist.dat"
               organization is line sequential
               file status is watchListStatus.
           select watchReport assign to dynamic watchReportFileName
               organization is line sequential.
           select watchParamFile assign to "watch.par"
               organization is line sequential
               file status is watchParamStatus.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd payHistory.
               copy "pay-history".

           fd suspenseFile.
               copy "suspense-record".

           fd watchListFile.
               copy "watch-list".

           fd watchReport.
           01 reportLine pic X(100).

           fd watchParamFile.
           01 watchParamRecord pic X(30).

           fd holdSkipFile.
               copy "hold-skip".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 masterStatus pic X(2).
           01 payHistoryStatus pic X(2).
           01 suspenseStatus pic X(2).
           01 watchListStatus pic X(2).
           01 watchParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> bankruptcy and legal holds - see copybook/hold-io.cpy
           copy "hold-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides - watch.par (if present) supplies
           *> one per line the report name, how many of each loan's
           *> latest payments to measure (4-12), how many days later
           *> the recent payments must land than the earlier ones to
           *> count as drifting, and how many months back a returned
           *> ACH draft still puts a loan on the list
           01 watchReportFileName pic X(30) value "watchlist.rpt".
           77 paymentsMeasured pic 99 value 6.
           77 driftDays pic 99 value 5.
           77 achLookbackMonths pic 99 value 6.
           01 minPaymentsMeasured constant as 4.
           01 maxPaymentsMeasured constant as 12.
           77 paramValue pic 99.

           77 masterEof pic X(1) value 'N'.
           copy "aging-fields".

           *> what the history says about each candidate loan,
           *> indexed directly by loan number: the loan's scheduled
           *> payment and first due date off the master, the
           *> principal-and-interest posted so far and how many
           *> installments it covers (the way PaymentPosting counts
           *> lmPaymentsPosted), and the days-late of the latest
           *> installments, oldest first
           01 maxLoanNumber constant as 99999.
           77 loanIdx pic S9(6) usage is COMPUTATIONAL.
           01 watchLoanArea.
               02 watchLoanEntry occurs maxLoanNumber times.
                   03 wtCandidate  pic X(1).
                   03 wtPayment    pic 9(5)V999
                       usage is COMPUTATIONAL-3.
                   03 wtFirstDue   pic 9(8).
                   03 wtPaidTotal  pic S9(9)V99
                       usage is COMPUTATIONAL-3.
                   03 wtCovered    pic S9(5) usage is COMPUTATIONAL.
                   03 wtAchReturns pic 9(3) usage is COMPUTATIONAL.
                   03 wtSuspense   pic 9(7)V99
                       usage is COMPUTATIONAL-3.
                   03 wtLateCount  pic 99 usage is COMPUTATIONAL.
                   03 wtLate occurs 12 times
                       pic S9(4) usage is COMPUTATIONAL.
           77 lateIdx pic 99 usage is COMPUTATIONAL.
           77 newCovered pic S9(5) usage is COMPUTATIONAL.
           77 installmentNum pic S9(5) usage is COMPUTATIONAL.
           77 daysLate pic S9(6) usage is COMPUTATIONAL.
           77 monthIndex pic S9(7) usage is COMPUTATIONAL.
           77 netPaid pic S9(9)V99 usage is COMPUTATIONAL-3.
           01 dueDateParts.
               02 dueYear  pic 9(4).
               02 dueMonth pic 99.
               02 dueDay   pic 99.
           01 payDateParts.
               02 payYear  pic 9(4).
               02 payMonth pic 99.
               02 payDay   pic 99.
           01 lookbackDate.
               02 lookbackYear  pic 9(4).
               02 lookbackMonth pic 99.
               02 lookbackDay   pic 99.

           *> one loan's measurements - the older and newer halves
           *> of its window are averaged and compared
           77 halfCount pic 99 usage is COMPUTATIONAL.
           77 olderTotal pic S9(7) usage is COMPUTATIONAL.
           77 newerTotal pic S9(7) usage is COMPUTATIONAL.
           77 lastLate pic S9(4) usage is COMPUTATIONAL.
           77 lateDrift pic S9(4) usage is COMPUTATIONAL.
           77 watchReasons pic X(3).
           77 reasonText pic X(30).
           77 reasonPtr pic 99 usage is COMPUTATIONAL.

           77 examinedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 watchCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 laterCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 achCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 suspenseCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

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
           ' Early-Delinquency Watch List      Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(90) value all '-'.
           01 colHeads.
               02 filler pic X(40) value
           ' Loan #  Cust #   Last Late   Drift  ACH'.
               02 filler pic X(40) value
           ' Returns   Suspense  Watched For'.
           01 reportDetail.
               02 filler     pic X(2) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(2) value space.
               02 outCustId  pic 9(6).
               02 filler     pic X(8) value space.
               02 outLastLate pic ---9.
               02 filler     pic X(4) value space.
               02 outDrift   pic ---9.
               02 filler     pic X(10) value space.
               02 outAchReturns pic ZZ9.
               02 filler     pic X(1) value space.
               02 outSuspense pic ZZZZZZ9.99.
               02 filler     pic X(2) value space.
               02 outReasons pic X(30).
           01 noWatchLine.
               02 filler pic X(40) value
           '  (no loans showing early warning signs)'.
           01 reportSummary.
               02 filler pic X(17) value 'Loans examined:  '.
               02 outExaminedCount pic ZZZZ9.
               02 filler pic X(14) value '  On watch:   '.
               02 outWatchCount pic ZZZZ9.
           01 reasonSummary.
               02 filler pic X(17) value 'Paying later:    '.
               02 outLaterCount pic ZZZZ9.
               02 filler pic X(14) value '  ACH return: '.
               02 outAchCount pic ZZZZ9.
               02 filler pic X(14) value '  Suspense:   '.
               02 outSuspenseCount pic ZZZZ9.
           01 heldSummary.
               02 filler pic X(40) value
           'Held loans kept off the watch list:     '.
               02 outHeldCount pic ZZZZ9.

           procedure division.
               *> the aging only sees a loan once it is a whole
               *> payment behind; this run looks for the signs that
               *> come first. For every current active loan it
               *> measures how many days after its due date each of
               *> the latest installments was paid, and watches the
               *> borrower whose payments are landing later and
               *> later, whose ACH draft has come back, or whose
               *> short payment is sitting in suspense - the list
               *> goes to watchlist.dat for CollectionsQueue's
               *> pre-delinquent tier and to a report for the desk
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "EarlyWatchList" to holdSkipProgram.
               perform GetWatchParameters.
               compute monthIndex = (runYear * 12) + (runMonth - 1)
                   - achLookbackMonths.
               divide monthIndex by 12 giving lookbackYear
                   remainder lookbackMonth.
               add 1 to lookbackMonth.
               move runDay to lookbackDay.
               move "LOANMAST payhist.dat -> watchlist.dat"
                   to auditInputsValue.
               perform WriteAuditTrail.

               move 1 to loanIdx.
               perform until loanIdx > maxLoanNumber
                   move 'N' to wtCandidate(loanIdx)
                   add 1 to loanIdx
               end-perform.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no watch list run"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
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
                           perform SetUpCandidate
                   end-read
               end-perform.
               close loanMaster.

               open input payHistory.
               if payHistoryStatus not = "00"
                   display "Payment history payhist.dat could not be "
                       "opened - no watch list run"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform until payHistoryStatus = "10"
                   read payHistory into payHistoryRecord
                       at end
                           continue
                       not at end
                           perform PostHistoryRecord
                   end-read
               end-perform.
               close payHistory.
               perform LoadSuspense.

               open output watchListFile.
               open output watchReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               write reportLine from breakLine.
               write reportLine from colHeads.
               move 'N' to masterEof.
               open input loanMaster.
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
                           if lmLoanNum > 0
                               and wtCandidate(lmLoanNum) = 'Y'
                               perform WatchOneLoan
                           end-if
                   end-read
               end-perform.
               close loanMaster.
               if watchCount = 0
                   write reportLine from noWatchLine
               end-if.
               write reportLine from breakLine.
               move examinedCount to outExaminedCount.
               move watchCount to outWatchCount.
               write reportLine from reportSummary.
               move laterCount to outLaterCount.
               move achCount to outAchCount.
               move suspenseCount to outSuspenseCount.
               write reportLine from reasonSummary.
               if holdSkipCount > 0
                   move holdSkipCount to outHeldCount
                   write reportLine from heldSummary
               end-if.
               close watchReport.
               close watchListFile.
               stop run.

               *> an active installment loan with a scheduled payment
               *> is measured - a line of credit has no fixed due
               *> amount to be late against. Installment 1 falls due
               *> on the first-payment date when the master carries
               *> one and a month after origination otherwise, the
               *> same rule the aging counts by
               SetUpCandidate.
                   if lmLoanNum > 0
                       and lmStatus = 'A'
                       and lmProduct not = 'R'
                       and lmMonthlyPayment is numeric
                       and lmMonthlyPayment > 0
                       and lmOrigDate is numeric
                       and lmOrigDate > 0
                       move lmLoanNum to loanIdx
                       move 'Y' to wtCandidate(loanIdx)
                       move lmMonthlyPayment to wtPayment(loanIdx)
                       if lmFirstPayDate is numeric
                           and lmFirstPayDate > 0
                           move lmFirstPayDate to wtFirstDue(loanIdx)
                       else
                           move lmOrigDate to dueDateParts
                           if dueMonth = 12
                               add 1 to dueYear
                               move 1 to dueMonth
                           else
                               add 1 to dueMonth
                           end-if
                           move dueDateParts to wtFirstDue(loanIdx)
                       end-if
                       move zeros to wtPaidTotal(loanIdx)
                       move zeros to wtCovered(loanIdx)
                       move zeros to wtAchReturns(loanIdx)
                       move zeros to wtSuspense(loanIdx)
                       move zeros to wtLateCount(loanIdx)
                   end-if.

               *> the history is replayed in posting order: each
               *> payment that carries the principal-and-interest
               *> total past another whole installment is timed
               *> against that installment's due date, and a
               *> reversal that takes an installment back off takes
               *> its timing with it. A credit refund pays back
               *> money beyond the schedule and changes nothing here
               PostHistoryRecord.
                   if phLoanNum is numeric and phLoanNum > 0
                       and phPayDate is numeric
                       and phInterest is numeric
                       and phPrincipal is numeric
                       move phLoanNum to loanIdx
                       if wtCandidate(loanIdx) = 'Y'
                           evaluate phTranType
                               when 'R'
                                   perform PostReversal
                               when 'F'
                                   continue
                               when other
                                   perform PostPayment
                           end-evaluate
                       end-if
                   end-if.

               PostPayment.
                   compute netPaid = phInterest + phPrincipal.
                   add netPaid to wtPaidTotal(loanIdx).
                   compute newCovered =
                       wtPaidTotal(loanIdx) / wtPayment(loanIdx).
                   if newCovered > wtCovered(loanIdx)
                       compute installmentNum = wtCovered(loanIdx) + 1
                       perform ComputeDaysLate
                       perform PushDaysLate
                       move newCovered to wtCovered(loanIdx)
                   end-if.

               *> an ACH draft the bank sent back is counted when it
               *> falls inside the lookback window - the reversal
               *> carries the original draft's date
               PostReversal.
                   compute netPaid = phInterest + phPrincipal.
                   subtract netPaid from wtPaidTotal(loanIdx).
                   if wtPaidTotal(loanIdx) < 0
                       move zeros to wtPaidTotal(loanIdx)
                   end-if.
                   compute newCovered =
                       wtPaidTotal(loanIdx) / wtPayment(loanIdx).
                   perform until wtCovered(loanIdx) <= newCovered
                       if wtLateCount(loanIdx) > 0
                           subtract 1 from wtLateCount(loanIdx)
                       end-if
                       subtract 1 from wtCovered(loanIdx)
                   end-perform.
                   if phSource = 'A'
                       and phPayDate >= lookbackDate
                       add 1 to wtAchReturns(loanIdx)
                   end-if.

               *> installment N is due N-1 months after the first,
               *> on the same day of the month; the days between due
               *> date and payment are counted on 30-day months, the
               *> basis DailyAccrual uses, so a payment early in the
               *> month after a 31st due date is not overstated
               ComputeDaysLate.
                   move wtFirstDue(loanIdx) to dueDateParts.
                   compute monthIndex = (dueYear * 12) + (dueMonth - 1)
                       + installmentNum - 1.
                   divide monthIndex by 12 giving dueYear
                       remainder dueMonth.
                   add 1 to dueMonth.
                   if dueDay > 30
                       move 30 to dueDay
                   end-if.
                   move phPayDate to payDateParts.
                   if payDay > 30
                       move 30 to payDay
                   end-if.
                   compute daysLate =
                       ((payYear - dueYear) * 360)
                           + ((payMonth - dueMonth) * 30)
                           + (payDay - dueDay).
                   if daysLate > 999
                       move 999 to daysLate
                   end-if.
                   if daysLate < -999
                       move -999 to daysLate
                   end-if.

               *> the window keeps the latest paymentsMeasured
               *> timings, oldest first
               PushDaysLate.
                   if wtLateCount(loanIdx) < paymentsMeasured
                       add 1 to wtLateCount(loanIdx)
                   else
                       move 1 to lateIdx
                       perform until lateIdx >= paymentsMeasured
                           move wtLate(loanIdx, lateIdx + 1)
                               to wtLate(loanIdx, lateIdx)
                           add 1 to lateIdx
                       end-perform
                   end-if.
                   move daysLate
                       to wtLate(loanIdx, wtLateCount(loanIdx)).

               *> a missing suspense file means nothing is parked
               LoadSuspense.
                   open input suspenseFile.
                   if suspenseStatus = "00"
                       perform until suspenseStatus = "10"
                           read suspenseFile into suspenseRecord
                               at end
                                   continue
                               not at end
                                   if suLoanNum is numeric
                                       and suLoanNum > 0
                                       and suAmount is numeric
                                       and wtCandidate(suLoanNum)
                                           = 'Y'
                                       move suAmount
                                           to wtSuspense(suLoanNum)
                                   end-if
                           end-read
                       end-perform
                       close suspenseFile
                   end-if.

               *> a loan already a payment behind is the aging's and
               *> the queue's business, not the watch list's; a held
               *> loan showing the signs is logged, not watched
               WatchOneLoan.
                   perform ComputePaymentsBehind.
                   if paymentsBehind = 0
                       add 1 to examinedCount
                       move lmLoanNum to loanIdx
                       perform MeasureOneLoan
                       if watchReasons not = spaces
                           perform CheckLoanHold
                           if loanOnHold = 'Y'
                               move 'not placed on watch list'
                                   to holdSkipAction
                               perform WriteHoldSkip
                           else
                               perform WriteWatchEntry
                           end-if
                       end-if
                   end-if.

               *> drifting means the newer half of the window lands
               *> at least driftDays later on average than the older
               *> half, and the latest payment was itself late - a
               *> borrower moving from early to on-time is not a
               *> worry. Too short a history cannot show a trend
               MeasureOneLoan.
                   move spaces to watchReasons.
                   move zeros to lastLate.
                   move zeros to lateDrift.
                   if wtLateCount(loanIdx) > 0
                       move wtLate(loanIdx, wtLateCount(loanIdx))
                           to lastLate
                   end-if.
                   if wtLateCount(loanIdx) >= minPaymentsMeasured
                       compute halfCount = wtLateCount(loanIdx) / 2
                       move zeros to olderTotal
                       move zeros to newerTotal
                       move 1 to lateIdx
                       perform until lateIdx > halfCount
                           add wtLate(loanIdx, lateIdx) to olderTotal
                           add wtLate(loanIdx,
                               wtLateCount(loanIdx) - halfCount
                                   + lateIdx)
                               to newerTotal
                           add 1 to lateIdx
                       end-perform
                       compute lateDrift rounded =
                           (newerTotal - olderTotal) / halfCount
                       if lateDrift >= driftDays
                           and lastLate > 0
                           move 'L' to watchReasons(1:1)
                       end-if
                   end-if.
                   if wtAchReturns(loanIdx) > 0
                       move 'N' to watchReasons(2:1)
                   end-if.
                   if wtSuspense(loanIdx) > 0
                       move 'S' to watchReasons(3:1)
                   end-if.

               WriteWatchEntry.
                   add 1 to watchCount.
                   move spaces to reasonText.
                   move 1 to reasonPtr.
                   if watchReasons(1:1) = 'L'
                       add 1 to laterCount
                       string 'paying later ' delimited by size
                           into reasonText with pointer reasonPtr
                   end-if.
                   if watchReasons(2:1) = 'N'
                       add 1 to achCount
                       string 'ACH return ' delimited by size
                           into reasonText with pointer reasonPtr
                   end-if.
                   if watchReasons(3:1) = 'S'
                       add 1 to suspenseCount
                       string 'partial' delimited by size
                           into reasonText with pointer reasonPtr
                   end-if.
                   move lmLoanNum to wlLoanNum.
                   move watchReasons to wlReasons.
                   move lastLate to wlLastLate.
                   move lateDrift to wlDrift.
                   move wtAchReturns(loanIdx) to wlAchReturns.
                   move wtSuspense(loanIdx) to wlSuspense.
                   move runDate to wlRunDate.
                   write watchListRecord.
                   move lmLoanNum to outLoanNum.
                   move lmCustId to outCustId.
                   move lastLate to outLastLate.
                   move lateDrift to outDrift.
                   move wtAchReturns(loanIdx) to outAchReturns.
                   move wtSuspense(loanIdx) to outSuspense.
                   move reasonText to outReasons.
                   write reportLine from reportDetail.

               copy "aging-io".

               copy "hold-io".

               *> watch.par, if present, supplies the report name,
               *> the payments measured, the drift in days and the
               *> ACH lookback in months one per line - the same
               *> operator-repointing convention used for
               *> loanbatch.par; a value out of range keeps its
               *> default
               GetWatchParameters.
                   open input watchParamFile.
                   if watchParamStatus = "00"
                       read watchParamFile into watchParamRecord
                           at end
                               continue
                           not at end
                               move watchParamRecord
                                   to watchReportFileName
                       end-read
                       read watchParamFile into watchParamRecord
                           at end
                               continue
                           not at end
                               if watchParamRecord(1:2) is numeric
                                   move watchParamRecord(1:2)
                                       to paramValue
                                   if paramValue >= minPaymentsMeasured
                                       and paramValue
                                           <= maxPaymentsMeasured
                                       move paramValue
                                           to paymentsMeasured
                                   end-if
                               end-if
                       end-read
                       read watchParamFile into watchParamRecord
                           at end
                               continue
                           not at end
                               if watchParamRecord(1:2) is numeric
                                   and watchParamRecord(1:2) > "00"
                                   move watchParamRecord(1:2)
                                       to driftDays
                               end-if
                       end-read
                       read watchParamFile into watchParamRecord
                           at end
                               continue
                           not at end
                               if watchParamRecord(1:2) is numeric
                                   and watchParamRecord(1:2) > "00"
                                   move watchParamRecord(1:2)
                                       to achLookbackMonths
                               end-if
                       end-read
                       close watchParamFile
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
                   move "EarlyWatchList" to auditProgram.
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
