           identification division.
           program-id. PrepaymentSpeed.

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
           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select speedHistory assign to "prepayhist.dat"
               organization is line sequential
               file status is speedHistStatus.
           select speedReport assign to dynamic speedReportFileName
               organization is line sequential.
           select speedParamFile assign to "prepay.par"
               organization is line sequential
               file status is speedParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd payHistory.
               copy "pay-history".

           fd rateTable.
               copy "rate-table".

           fd speedHistory.
           *> one record per group per run - the whole book ('B'),
           *> each rate tier ('T') and each origination year ('V') -
           *> so the trend can be shown month over month. The file
           *> only ever grows; a month run twice is read back at its
           *> latest run
           01 speedHistRecord.
               02 shPeriod      pic 9(6).
               02 shGroupType   pic X(1).
               02 shGroupKey    pic X(4).
               02 shLoans       pic 9(5).
               02 shBegBalance  pic 9(11)V99.
               02 shScheduled   pic 9(11)V99.
               02 shPrepaid     pic 9(11)V99.
               02 shSmm         pic 9V9(6).
               02 shCpr         pic 9V9(6).
               02 shRunDate     pic 9(8).

           fd speedReport.
           01 reportLine pic X(110).

           fd speedParamFile.
           01 speedParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           copy "business-constants".

           01 masterStatus pic X(2).
           01 payHistoryStatus pic X(2).
           01 rateTableStatus pic X(2).
           01 speedHistStatus pic X(2).
           01 speedParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides - prepay.par (if present)
           *> supplies the month (yyyymm, default last month) and
           *> the report name one per line
           01 speedReportFileName pic X(30) value "prepay.rpt".
           01 speedPeriod pic 9(6).
           01 speedPeriodParts redefines speedPeriod.
               02 speedYear  pic 9(4).
               02 speedMonth pic 99.
           77 periodStart pic 9(8).

           77 masterEof pic X(1) value 'N'.

           *> the principal each loan paid in the month and since,
           *> off payhist.dat, indexed directly by loan number -
           *> reversals and credit refunds are netted out
           01 maxLoanNumber constant as 99999.
           77 loanIdx pic S9(6) usage is COMPUTATIONAL.
           01 loanPrincipalArea.
               02 loanPrincipalEntry occurs maxLoanNumber times.
                   03 lpMonth pic S9(9)V99 usage is COMPUTATIONAL-3.
                   03 lpLater pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 netPrincipal pic S9(9)V99 usage is COMPUTATIONAL-3.

           *> the same monthly-rate arithmetic LoanRecast replays
           *> the schedule with - the loan's own priced rate
           77 tRate pic 9.
           copy "rate-tier-table".
           77 iRate pic 99V99999999.
           77 begBalance pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 schedInterest pic S9(9)V999 usage is COMPUTATIONAL-3.
           77 schedPrincipal pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 actualPrincipal pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 prepaidPrincipal pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 paymentNumber pic S9(5) usage is COMPUTATIONAL.
           77 paidOff pic X(1).
           01 dueDateParts.
               02 dueYear  pic 9(4).
               02 dueMonth pic 99.
               02 dueDay   pic 99.

           *> the totals behind each speed: the whole book, rate
           *> tiers 0-9 (slot 1-10) and origination years
           01 bookTotals.
               02 bkLoans      pic 9(5) usage is COMPUTATIONAL.
               02 bkPayoffs    pic 9(5) usage is COMPUTATIONAL.
               02 bkBegBalance pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 bkScheduled  pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 bkActual     pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 bkPrepaid    pic S9(11)V99 usage is COMPUTATIONAL-3.
           01 tierTotalsArea.
               02 tierTotals occurs 10 times.
                   03 tgLoans      pic 9(5) usage is COMPUTATIONAL.
                   03 tgPayoffs    pic 9(5) usage is COMPUTATIONAL.
                   03 tgBegBalance pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 tgScheduled  pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 tgActual     pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 tgPrepaid    pic S9(11)V99
                       usage is COMPUTATIONAL-3.
           77 tierIdx pic S9(4) usage is COMPUTATIONAL.
           01 maxVintages constant as 60.
           77 vintageCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 vinIdx pic S9(4) usage is COMPUTATIONAL.
           77 vintagesDropped pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 lowestYear pic 9(4).
           77 lowestIdx pic S9(4) usage is COMPUTATIONAL.
           77 printedCount pic S9(4) usage is COMPUTATIONAL.
           01 vintageTotalsArea.
               02 vintageTotals occurs maxVintages times.
                   03 vgYear       pic 9(4).
                   03 vgPrinted    pic X(1).
                   03 vgLoans      pic 9(5) usage is COMPUTATIONAL.
                   03 vgPayoffs    pic 9(5) usage is COMPUTATIONAL.
                   03 vgBegBalance pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 vgScheduled  pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 vgActual     pic S9(11)V99
                       usage is COMPUTATIONAL-3.
                   03 vgPrepaid    pic S9(11)V99
                       usage is COMPUTATIONAL-3.

           *> one group's figures on their way to the report line
           *> and the history file
           01 groupFigures.
               02 gfLoans      pic 9(5) usage is COMPUTATIONAL.
               02 gfPayoffs    pic 9(5) usage is COMPUTATIONAL.
               02 gfBegBalance pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 gfScheduled  pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 gfActual     pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 gfPrepaid    pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 groupType pic X(1).
           77 groupKey pic X(4).
           77 smmRate pic S9V9(6) usage is COMPUTATIONAL-3.
           77 cprRate pic S9V9(6) usage is COMPUTATIONAL-3.
           77 exposure pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 pctWork pic S9(3)V999 usage is COMPUTATIONAL-3.

           *> the book's speed month by month off the history file,
           *> oldest first, the latest run of a month winning
           01 maxTrend constant as 240.
           01 trendMonths constant as 12.
           77 trendCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 trendIdx pic S9(4) usage is COMPUTATIONAL.
           77 trendSlot pic S9(4) usage is COMPUTATIONAL.
           77 trendFound pic X(1).
           01 trendArea.
               02 trendEntry occurs maxTrend times.
                   03 tdPeriod     pic 9(6).
                   03 tdLoans      pic 9(5).
                   03 tdBegBalance pic 9(11)V99.
                   03 tdPrepaid    pic 9(11)V99.
                   03 tdSmm        pic 9V9(6).
                   03 tdCpr        pic 9V9(6).
           01 trendPeriod pic 9(6).
           01 trendPeriodParts redefines trendPeriod.
               02 trendYear  pic 9(4).
               02 trendMonth pic 99.

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
           ' Prepayment Speed (SMM / CPR)      Month  '.
               02 outPeriodYear pic 9(4).
               02 filler pic X(1) value '/'.
               02 outPeriodMonth pic 99.
               02 filler pic X(10) value '   Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(106) value all '-'.
           01 sectionLine.
               02 filler pic X(1) value space.
               02 outSectionTitle pic X(60).
           01 speedHeading.
               02 filler pic X(14) value ' Group'.
               02 filler pic X(7) value '  Loans'.
               02 filler pic X(7) value ' Payoff'.
               02 filler pic X(16) value '   Begin balance'.
               02 filler pic X(16) value '   Sched princpl'.
               02 filler pic X(16) value '  Actual princpl'.
               02 filler pic X(16) value '     Prepaid'.
               02 filler pic X(9) value '    SMM %'.
               02 filler pic X(9) value '    CPR %'.
           01 speedDetail.
               02 outGroupLabel pic X(14).
               02 outLoans      pic ZZZZZZ9.
               02 outPayoffs    pic ZZZZZZ9.
               02 outBegBalance pic Z,ZZZ,ZZZ,ZZ9.99.
               02 outScheduled  pic Z,ZZZ,ZZZ,ZZ9.99.
               02 outActual     pic Z,ZZZ,ZZZ,ZZ9.99-.
               02 outPrepaid    pic ZZZZ,ZZZ,ZZ9.99.
               02 outSmm        pic ZZZZ9.999.
               02 outCpr        pic ZZZZZ9.99.
           01 trendHeading.
               02 filler pic X(14) value ' Month'.
               02 filler pic X(7) value '  Loans'.
               02 filler pic X(7) value space.
               02 filler pic X(16) value '   Begin balance'.
               02 filler pic X(32) value space.
               02 filler pic X(16) value '     Prepaid'.
               02 filler pic X(9) value '    SMM %'.
               02 filler pic X(9) value '    CPR %'.
           01 trendDetail.
               02 filler pic X(1) value space.
               02 outTrendPeriod pic X(7).
               02 filler pic X(6) value space.
               02 outTrendLoans pic ZZZZZZ9.
               02 filler pic X(7) value space.
               02 outTrendBalance pic Z,ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(32) value space.
               02 outTrendPrepaid pic ZZZZ,ZZZ,ZZ9.99.
               02 outTrendSmm pic ZZZZ9.999.
               02 outTrendCpr pic ZZZZZ9.99.
           01 footnoteLine.
               02 filler pic X(1) value space.
               02 outFootLabel pic X(56).
               02 outFootCount pic ZZZZ9.

           procedure division.
               *> how fast the book is paying down ahead of schedule,
               *> for treasury's funding projections: for each
               *> amortizing loan outstanding at the start of the
               *> month, the principal actually paid in the month
               *> (payhist.dat) is set against the principal the
               *> loan's own rate, term and payment schedule for it,
               *> and the excess - curtailments and payoffs - is the
               *> prepayment. Single-month mortality is the prepaid
               *> principal over the balance that was not scheduled
               *> to amortize anyway, and CPR annualises it:
               *> CPR = 1 - (1 - SMM) ** 12. Shown for the whole
               *> book, by rate tier and by origination year, with
               *> the book's trend off the speed history file
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move runYear to speedYear.
               move runMonth to speedMonth.
               if speedMonth = 1
                   subtract 1 from speedYear
                   move 12 to speedMonth
               else
                   subtract 1 from speedMonth
               end-if.
               perform GetSpeedParameters.
               compute periodStart = (speedPeriod * 100) + 1.
               move spaces to auditInputsValue.
               string "payhist.dat prepayment speed " delimited by size
                   speedPeriod delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadRateTable.

               move 1 to loanIdx.
               perform until loanIdx > maxLoanNumber
                   move zeros to lpMonth(loanIdx)
                   move zeros to lpLater(loanIdx)
                   add 1 to loanIdx
               end-perform.
               open input payHistory.
               if payHistoryStatus not = "00"
                   display "Payment history payhist.dat could not be "
                       "opened - no prepayment speed run"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform until payHistoryStatus = "10"
                   read payHistory into payHistoryRecord
                       at end
                           continue
                       not at end
                           perform PostHistoryPrincipal
                   end-read
               end-perform.
               close payHistory.

               perform ClearGroupTotals.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no prepayment speed run"
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
                           *> lines of credit have no schedule to
                           *> run ahead of, and a charged-off loan's
                           *> run-off is loss, not prepayment
                           if lmProduct not = 'R'
                               and lmStatus not = 'O'
                               and lmOrigDate is numeric
                               and lmOrigDate < periodStart
                               perform MeasureOneLoan
                           end-if
                   end-read
               end-perform.
               close loanMaster.

               open output speedReport.
               move speedYear to outPeriodYear.
               move speedMonth to outPeriodMonth.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               write reportLine from breakLine.
               perform WriteSpeedSections.
               perform WriteTrend.
               if vintagesDropped > 0
                   move 'Loans left out of the vintage table (full)'
                       to outFootLabel
                   move vintagesDropped to outFootCount
                   write reportLine from footnoteLine
               end-if.
               close speedReport.
               if vintagesDropped > 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> a reversal or a credit refund takes principal back
               *> out; anything dated after the month is remembered
               *> so the month's opening balance can be worked back
               *> from today's
               PostHistoryPrincipal.
                   if phLoanNum is numeric and phLoanNum > 0
                       and phPayDate is numeric
                       and phPrincipal is numeric
                       move phLoanNum to loanIdx
                       if phTranType = 'R' or phTranType = 'F'
                           compute netPrincipal = 0 - phPrincipal
                       else
                           move phPrincipal to netPrincipal
                       end-if
                       if phPayDate(1:6) = speedPeriod
                           add netPrincipal to lpMonth(loanIdx)
                       else
                           if phPayDate(1:6) > speedPeriod
                               add netPrincipal to lpLater(loanIdx)
                           end-if
                       end-if
                   end-if.

               *> the balance at the start of the month is today's
               *> plus every dollar of principal posted since; the
               *> scheduled principal is the payment less a month's
               *> interest on that balance - all of it once the
               *> term has run out, none before the first payment
               *> falls due
               MeasureOneLoan.
                   move lmLoanNum to loanIdx.
                   compute begBalance = lmCurrentBalance
                       + lpMonth(loanIdx) + lpLater(loanIdx).
                   if begBalance > 0
                       perform ScheduleOneLoan
                       move lpMonth(loanIdx) to actualPrincipal
                       move 'N' to paidOff
                       if actualPrincipal >= begBalance
                           move 'Y' to paidOff
                       end-if
                       compute prepaidPrincipal =
                           actualPrincipal - schedPrincipal
                       if prepaidPrincipal < 0
                           move zeros to prepaidPrincipal
                       end-if
                       perform AddToGroups
                   end-if.

               ScheduleOneLoan.
                   if lmFirstPayDate is numeric
                       and lmFirstPayDate > 0
                       move lmFirstPayDate to dueDateParts
                       compute paymentNumber =
                           ((speedYear - dueYear) * 12)
                               + (speedMonth - dueMonth) + 1
                   else
                       move lmOrigDate to dueDateParts
                       compute paymentNumber =
                           ((speedYear - dueYear) * 12)
                               + (speedMonth - dueMonth)
                   end-if.
                   evaluate true
                       when paymentNumber < 1
                           move zeros to schedPrincipal
                       when paymentNumber > lmTerm
                           move begBalance to schedPrincipal
                       when other
                           move lmTier to tRate
                           *> priced at the adder in force on the
                           *> loan's origination date, not today's
                           move lmOrigDate to rateAsOfDate
                           perform LookupRateAdder
                           compute iRate =
                               ((lmIRate + rateAdder) / PercentBasis)
                                   / MonthsPerYear
                           compute schedInterest rounded =
                               begBalance * iRate
                           compute schedPrincipal rounded =
                               lmMonthlyPayment - schedInterest
                           if schedPrincipal < 0
                               move zeros to schedPrincipal
                           end-if
                           if schedPrincipal > begBalance
                               move begBalance to schedPrincipal
                           end-if
                   end-evaluate.

               AddToGroups.
                   add 1 to bkLoans.
                   add begBalance to bkBegBalance.
                   add schedPrincipal to bkScheduled.
                   add actualPrincipal to bkActual.
                   add prepaidPrincipal to bkPrepaid.
                   compute tierIdx = lmTier + 1.
                   add 1 to tgLoans(tierIdx).
                   add begBalance to tgBegBalance(tierIdx).
                   add schedPrincipal to tgScheduled(tierIdx).
                   add actualPrincipal to tgActual(tierIdx).
                   add prepaidPrincipal to tgPrepaid(tierIdx).
                   if paidOff = 'Y'
                       add 1 to bkPayoffs
                       add 1 to tgPayoffs(tierIdx)
                   end-if.
                   move lmOrigDate to dueDateParts.
                   move 1 to vinIdx.
                   perform until vinIdx > vintageCount
                       or vgYear(vinIdx) = dueYear
                       add 1 to vinIdx
                   end-perform.
                   if vinIdx > vintageCount
                       if vintageCount < maxVintages
                           add 1 to vintageCount
                           move dueYear to vgYear(vinIdx)
                           move 'N' to vgPrinted(vinIdx)
                           move zeros to vgLoans(vinIdx)
                           move zeros to vgPayoffs(vinIdx)
                           move zeros to vgBegBalance(vinIdx)
                           move zeros to vgScheduled(vinIdx)
                           move zeros to vgActual(vinIdx)
                           move zeros to vgPrepaid(vinIdx)
                       else
                           add 1 to vintagesDropped
                       end-if
                   end-if.
                   if vinIdx <= vintageCount
                       add 1 to vgLoans(vinIdx)
                       add begBalance to vgBegBalance(vinIdx)
                       add schedPrincipal to vgScheduled(vinIdx)
                       add actualPrincipal to vgActual(vinIdx)
                       add prepaidPrincipal to vgPrepaid(vinIdx)
                       if paidOff = 'Y'
                           add 1 to vgPayoffs(vinIdx)
                       end-if
                   end-if.

               ClearGroupTotals.
                   move zeros to bkLoans, bkPayoffs.
                   move zeros to bkBegBalance, bkScheduled, bkActual,
                       bkPrepaid.
                   move 1 to tierIdx.
                   perform until tierIdx > 10
                       move zeros to tgLoans(tierIdx)
                       move zeros to tgPayoffs(tierIdx)
                       move zeros to tgBegBalance(tierIdx)
                       move zeros to tgScheduled(tierIdx)
                       move zeros to tgActual(tierIdx)
                       move zeros to tgPrepaid(tierIdx)
                       add 1 to tierIdx
                   end-perform.

               *> each group is written to the report and appended
               *> to the speed history in the same step, so the two
               *> can never disagree
               WriteSpeedSections.
                   open extend speedHistory.
                   if speedHistStatus = "05" or speedHistStatus = "35"
                       open output speedHistory
                       close speedHistory
                       open extend speedHistory
                   end-if.

                   move 'Whole book' to outSectionTitle.
                   write reportLine from sectionLine.
                   write reportLine from speedHeading.
                   move bookTotals to groupFigures.
                   move 'B' to groupType.
                   move 'BOOK' to groupKey.
                   move ' All loans' to outGroupLabel.
                   perform WriteGroupLine.
                   write reportLine from breakLine.

                   move 'By rate tier' to outSectionTitle.
                   write reportLine from sectionLine.
                   write reportLine from speedHeading.
                   move 1 to tierIdx.
                   perform until tierIdx > 10
                       if tgLoans(tierIdx) > 0
                           move tierTotals(tierIdx) to groupFigures
                           move 'T' to groupType
                           move spaces to groupKey
                           compute tRate = tierIdx - 1
                           move tRate to groupKey(1:1)
                           move spaces to outGroupLabel
                           string ' Tier ' delimited by size
                               tRate delimited by size
                               into outGroupLabel
                           perform WriteGroupLine
                       end-if
                       add 1 to tierIdx
                   end-perform.
                   write reportLine from breakLine.

                   move 'By origination year' to outSectionTitle.
                   write reportLine from sectionLine.
                   write reportLine from speedHeading.
                   move zeros to printedCount.
                   perform until printedCount >= vintageCount
                       move 9999 to lowestYear
                       move zeros to lowestIdx
                       move 1 to vinIdx
                       perform until vinIdx > vintageCount
                           if vgPrinted(vinIdx) = 'N'
                               and vgYear(vinIdx) <= lowestYear
                               move vgYear(vinIdx) to lowestYear
                               move vinIdx to lowestIdx
                           end-if
                           add 1 to vinIdx
                       end-perform
                       move lowestIdx to vinIdx
                       move vgLoans(vinIdx) to gfLoans
                       move vgPayoffs(vinIdx) to gfPayoffs
                       move vgBegBalance(vinIdx) to gfBegBalance
                       move vgScheduled(vinIdx) to gfScheduled
                       move vgActual(vinIdx) to gfActual
                       move vgPrepaid(vinIdx) to gfPrepaid
                       move 'V' to groupType
                       move vgYear(vinIdx) to groupKey
                       move spaces to outGroupLabel
                       string ' Orig ' delimited by size
                           vgYear(vinIdx) delimited by size
                           into outGroupLabel
                       perform WriteGroupLine
                       move 'Y' to vgPrinted(vinIdx)
                       add 1 to printedCount
                   end-perform.
                   write reportLine from breakLine.
                   close speedHistory.

               *> SMM over the balance not already scheduled to pay
               *> down; a group with no such balance has no speed
               WriteGroupLine.
                   compute exposure = gfBegBalance - gfScheduled.
                   if exposure > 0
                       compute smmRate rounded = gfPrepaid / exposure
                   else
                       move zeros to smmRate
                   end-if.
                   if smmRate > 1
                       move 1 to smmRate
                   end-if.
                   compute cprRate rounded =
                       1 - ((1 - smmRate) ** MonthsPerYear).
                   move gfLoans to outLoans.
                   move gfPayoffs to outPayoffs.
                   move gfBegBalance to outBegBalance.
                   move gfScheduled to outScheduled.
                   move gfActual to outActual.
                   move gfPrepaid to outPrepaid.
                   compute pctWork rounded = smmRate * 100.
                   move pctWork to outSmm.
                   compute pctWork rounded = cprRate * 100.
                   move pctWork to outCpr.
                   write reportLine from speedDetail.

                   move speedPeriod to shPeriod.
                   move groupType to shGroupType.
                   move groupKey to shGroupKey.
                   move gfLoans to shLoans.
                   move gfBegBalance to shBegBalance.
                   move gfScheduled to shScheduled.
                   move gfPrepaid to shPrepaid.
                   move smmRate to shSmm.
                   move cprRate to shCpr.
                   move runDate to shRunDate.
                   write speedHistRecord.

               *> the book's line for up to the last twelve months
               *> up to the one just measured, off the history file
               WriteTrend.
                   open input speedHistory.
                   if speedHistStatus = "00"
                       perform until speedHistStatus = "10"
                           read speedHistory
                               at end
                                   continue
                               not at end
                                   if shGroupType = 'B'
                                       and shPeriod <= speedPeriod
                                       perform StoreTrendMonth
                                   end-if
                           end-read
                       end-perform
                       close speedHistory
                   end-if.
                   move 'Book trend (latest run of each month)'
                       to outSectionTitle.
                   write reportLine from sectionLine.
                   write reportLine from trendHeading.
                   compute trendIdx = trendCount - trendMonths + 1.
                   if trendIdx < 1
                       move 1 to trendIdx
                   end-if.
                   perform until trendIdx > trendCount
                       move tdPeriod(trendIdx) to trendPeriod
                       move spaces to outTrendPeriod
                       move trendYear to outTrendPeriod(1:4)
                       move '/' to outTrendPeriod(5:1)
                       move trendMonth to outTrendPeriod(6:2)
                       move tdLoans(trendIdx) to outTrendLoans
                       move tdBegBalance(trendIdx) to outTrendBalance
                       move tdPrepaid(trendIdx) to outTrendPrepaid
                       compute pctWork rounded = tdSmm(trendIdx) * 100
                       move pctWork to outTrendSmm
                       compute pctWork rounded = tdCpr(trendIdx) * 100
                       move pctWork to outTrendCpr
                       write reportLine from trendDetail
                       add 1 to trendIdx
                   end-perform.
                   write reportLine from breakLine.

               *> kept in period order as it is built: a month seen
               *> again replaces its figures, a new one is slotted in
               *> after every earlier month
               StoreTrendMonth.
                   move 'N' to trendFound.
                   move 1 to trendSlot.
                   perform until trendSlot > trendCount
                       or trendFound not = 'N'
                       if tdPeriod(trendSlot) = shPeriod
                           move 'Y' to trendFound
                       else
                           if tdPeriod(trendSlot) > shPeriod
                               move 'I' to trendFound
                           else
                               add 1 to trendSlot
                           end-if
                       end-if
                   end-perform.
                   if trendFound not = 'Y'
                       if trendCount < maxTrend
                           move trendCount to trendIdx
                           perform until trendIdx < trendSlot
                               move trendEntry(trendIdx)
                                   to trendEntry(trendIdx + 1)
                               subtract 1 from trendIdx
                           end-perform
                           add 1 to trendCount
                       else
                           move zeros to trendSlot
                       end-if
                   end-if.
                   if trendSlot > 0
                       move shPeriod to tdPeriod(trendSlot)
                       move shLoans to tdLoans(trendSlot)
                       move shBegBalance to tdBegBalance(trendSlot)
                       move shPrepaid to tdPrepaid(trendSlot)
                       move shSmm to tdSmm(trendSlot)
                       move shCpr to tdCpr(trendSlot)
                   end-if.

               copy "rate-table-io".

               *> prepay.par, if present, supplies the month and the
               *> report name one per line - the same operator-
               *> repointing convention used for loanbatch.par
               GetSpeedParameters.
                   open input speedParamFile.
                   if speedParamStatus = "00"
                       read speedParamFile into speedParamRecord
                           at end
                               continue
                           not at end
                               if speedParamRecord(1:6) is numeric
                                   move speedParamRecord(1:6)
                                       to speedPeriod
                               end-if
                       end-read
                       read speedParamFile into speedParamRecord
                           at end
                               continue
                           not at end
                               if speedParamRecord not = spaces
                                   move speedParamRecord
                                       to speedReportFileName
                               end-if
                       end-read
                       close speedParamFile
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
                   move "PrepaymentSpeed" to auditProgram.
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
