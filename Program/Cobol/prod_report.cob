           identification division.
           program-id. ProductionReport.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select branchOfficerFile assign to "branchofc.tab"
               organization is line sequential
               file status is branchOfficerStatus.
           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select productionReport
               assign to dynamic productionReportFileName
               organization is line sequential.
           select productionParamFile assign to "prodrpt.par"
               organization is line sequential
               file status is productionParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd branchOfficerFile.
               copy "branch-officer".

           fd rateTable.
               copy "rate-table".

           fd productionReport.
           01 reportLine pic X(120).

           fd productionParamFile.
           01 productionParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           copy "business-constants".

           01 masterStatus pic X(2).
           01 branchOfficerStatus pic X(2).
           01 rateTableStatus pic X(2).
           01 productionParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended overrides - prodrpt.par (if present)
           *> supplies the month (yyyymm, default last month) and
           *> the report name one per line
           01 productionReportFileName pic X(30)
               value "production.rpt".
           01 productionPeriod pic 9(6).
           01 productionPeriodParts redefines productionPeriod.
               02 productionYear  pic 9(4).
               02 productionMonth pic 99.

           *> the branch and officer table - see
           *> copybook/branch-officer-io.cpy
           copy "branch-officer-table".

           *> the loan's priced rate - its own rate plus the tier
           *> adder in force on its origination date, the same
           *> figure the schedules amortize at
           77 tRate pic 9.
           copy "rate-tier-table".
           77 pricedRate pic 99V9(8).

           77 masterEof pic X(1) value 'N'.
           copy "aging-fields".

           *> one row per branch and officer the master carries,
           *> found by searching on the pair - a loan booked at one
           *> branch by an officer who has since moved shows under
           *> the branch it was booked at. Sorted by branch and
           *> officer before printing. maxRows is a fixed,
           *> documented limit in the shop's usual style
           01 maxRows constant as 500.
           77 rowCount pic S9(4) usage is COMPUTATIONAL value zeros.
           77 rowIdx pic S9(4) usage is COMPUTATIONAL.
           77 rowFound pic X(1).
           77 rowsDropped pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 rowKey.
               02 rowKeyBranch  pic X(3).
               02 rowKeyOfficer pic X(4).
           01 productionArea.
               02 productionRow occurs maxRows times.
                   03 rwKey.
                       04 rwBranch  pic X(3).
                       04 rwOfficer pic X(4).
                   03 rwFigures.
                       04 rwBooked     pic 9(5)
                           usage is COMPUTATIONAL.
                       04 rwVolume     pic S9(11)V99
                           usage is COMPUTATIONAL-3.
                       04 rwRateVolume pic S9(13)V9(6)
                           usage is COMPUTATIONAL-3.
                       04 rwLoans      pic 9(5)
                           usage is COMPUTATIONAL.
                       04 rwBalance    pic S9(11)V99
                           usage is COMPUTATIONAL-3.
                       04 rwDelinquent pic S9(11)V99
                           usage is COMPUTATIONAL-3.
                       04 rwIncentive  pic S9(9)V99
                           usage is COMPUTATIONAL-3.
           01 swapRow pic X(60).
           77 sortIdx pic S9(4) usage is COMPUTATIONAL.
           77 sortSwapped pic X(1).

           *> branch and grand totals carry the row layout, so a
           *> row adds into them figure by figure
           01 branchTotals.
               02 btBooked     pic 9(5) usage is COMPUTATIONAL.
               02 btVolume     pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 btRateVolume pic S9(13)V9(6)
                   usage is COMPUTATIONAL-3.
               02 btLoans      pic 9(5) usage is COMPUTATIONAL.
               02 btBalance    pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 btDelinquent pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 btIncentive  pic S9(9)V99 usage is COMPUTATIONAL-3.
           01 grandTotals.
               02 gtBooked     pic 9(5) usage is COMPUTATIONAL.
               02 gtVolume     pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 gtRateVolume pic S9(13)V9(6)
                   usage is COMPUTATIONAL-3.
               02 gtLoans      pic 9(5) usage is COMPUTATIONAL.
               02 gtBalance    pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 gtDelinquent pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 gtIncentive  pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 currentBranch pic X(3).
           77 officersNotOnTable pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> one line's figures on their way to the report
           01 lineFigures.
               02 lfBooked     pic 9(5) usage is COMPUTATIONAL.
               02 lfVolume     pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 lfRateVolume pic S9(13)V9(6)
                   usage is COMPUTATIONAL-3.
               02 lfLoans      pic 9(5) usage is COMPUTATIONAL.
               02 lfBalance    pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 lfDelinquent pic S9(11)V99 usage is COMPUTATIONAL-3.
               02 lfIncentive  pic S9(9)V99 usage is COMPUTATIONAL-3.

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
           ' Loan Production by Branch and Officer    '.
               02 filler pic X(7) value 'Month  '.
               02 outPeriodYear pic 9(4).
               02 filler pic X(1) value '/'.
               02 outPeriodMonth pic 99.
               02 filler pic X(10) value '   Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(116) value all '-'.
           01 colHeads.
               02 filler pic X(28) value ' Officer Name'.
               02 filler pic X(7) value ' Booked'.
               02 filler pic X(15) value '         Volume'.
               02 filler pic X(10) value '  Avg rate'.
               02 filler pic X(7) value '  Loans'.
               02 filler pic X(15) value '        Balance'.
               02 filler pic X(9) value ' Delinq %'.
               02 filler pic X(14) value '     Incentive'.
           01 branchHeading.
               02 filler pic X(8) value ' Branch '.
               02 outHeadBranch pic X(3).
               02 filler pic X(2) value space.
               02 outHeadBranchName pic X(30).
           01 reportDetail.
               02 filler pic X(2) value space.
               02 outOfficer pic X(4).
               02 filler pic X(2) value space.
               02 outOfficerName pic X(20).
               02 outBooked pic ZZZZZZ9.
               02 outVolume pic ZZZZ,ZZZ,ZZ9.99.
               02 outAvgRate pic ZZZZ9.9999.
               02 outLoans pic ZZZZZZ9.
               02 outBalance pic ZZZZ,ZZZ,ZZ9.99.
               02 outDelinqPct pic ZZZZZ9.99.
               02 outIncentive pic ZZZ,ZZZ,ZZ9.99.
           01 footnoteLine.
               02 filler pic X(1) value space.
               02 outFootLabel pic X(56).
               02 outFootCount pic ZZZZ9.
           77 pctWork pic S9(3)V99 usage is COMPUTATIONAL-3.

           procedure division.
               *> management's monthly view of the book by branch
               *> and loan officer: for each officer, the loans
               *> booked in the month, their dollar volume and
               *> average priced rate (weighted by principal), and
               *> across everything the officer has on the active
               *> book the loan count, current balance and the share
               *> of that balance a payment or more behind - with
               *> subtotals by branch, a grand total, and each
               *> officer's incentive: the month's volume at the
               *> officer's rate off branchofc.tab
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move runYear to productionYear.
               move runMonth to productionMonth.
               if productionMonth = 1
                   subtract 1 from productionYear
                   move 12 to productionMonth
               else
                   subtract 1 from productionMonth
               end-if.
               perform GetProductionParameters.
               move spaces to auditInputsValue.
               string "LOANMAST production " delimited by size
                   productionPeriod delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadRateTable.
               perform LoadBranchOfficers.

               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no production report"
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
                           perform AddOneLoan
                   end-read
               end-perform.
               close loanMaster.

               perform ComputeIncentives.
               perform SortRows.

               open output productionReport.
               move productionYear to outPeriodYear.
               move productionMonth to outPeriodMonth.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               write reportLine from breakLine.
               write reportLine from colHeads.
               move zeros to gtBooked gtVolume gtRateVolume
                   gtLoans gtBalance gtDelinquent gtIncentive.
               move 1 to rowIdx.
               perform until rowIdx > rowCount
                   move rwBranch(rowIdx) to currentBranch
                   perform WriteBranchBlock
               end-perform.
               move grandTotals to lineFigures.
               move spaces to outOfficer.
               move 'All branches' to outOfficerName.
               perform WriteFigures.
               if officersNotOnTable > 0
                   move 'Officer codes not on the branch table'
                       to outFootLabel
                   move officersNotOnTable to outFootCount
                   write reportLine from footnoteLine
               end-if.
               if rowsDropped > 0
                   move 'Loans left out (branch/officer table full)'
                       to outFootLabel
                   move rowsDropped to outFootCount
                   write reportLine from footnoteLine
               end-if.
               close productionReport.
               if rowsDropped > 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> a loan booked in the month counts toward the
               *> officer's production whatever has happened to it
               *> since; balances and delinquency are the active
               *> book as of today
               AddOneLoan.
                   move lmBranch to rowKeyBranch.
                   move lmOfficer to rowKeyOfficer.
                   perform FindRow.
                   if rowFound = 'N'
                       add 1 to rowsDropped
                   else
                       if lmOrigDate is numeric
                           and lmOrigDate(1:6) = productionPeriod
                           perform AddBooking
                       end-if
                       if lmStatus = 'A'
                           add 1 to rwLoans(rowIdx)
                           add lmCurrentBalance to rwBalance(rowIdx)
                           perform ComputePaymentsBehind
                           if paymentsBehind >= 1
                               add lmCurrentBalance
                                   to rwDelinquent(rowIdx)
                           end-if
                       end-if
                   end-if.

               AddBooking.
                   add 1 to rwBooked(rowIdx).
                   add lmPrincipal to rwVolume(rowIdx).
                   move lmTier to tRate.
                   move lmOrigDate to rateAsOfDate.
                   perform LookupRateAdder.
                   compute pricedRate = lmIRate + rateAdder.
                   compute rwRateVolume(rowIdx) = rwRateVolume(rowIdx)
                       + (pricedRate * lmPrincipal).

               *> the row for the branch/officer pair, added at zero
               *> the first time the pair is seen
               FindRow.
                   move 'N' to rowFound.
                   move 1 to rowIdx.
                   perform until rowIdx > rowCount or rowFound = 'Y'
                       if rwKey(rowIdx) = rowKey
                           move 'Y' to rowFound
                       else
                           add 1 to rowIdx
                       end-if
                   end-perform.
                   if rowFound = 'N' and rowCount < maxRows
                       add 1 to rowCount
                       move rowCount to rowIdx
                       move rowKey to rwKey(rowIdx)
                       move zeros to rwBooked(rowIdx)
                       move zeros to rwVolume(rowIdx)
                       move zeros to rwRateVolume(rowIdx)
                       move zeros to rwLoans(rowIdx)
                       move zeros to rwBalance(rowIdx)
                       move zeros to rwDelinquent(rowIdx)
                       move zeros to rwIncentive(rowIdx)
                       move 'Y' to rowFound
                   end-if.

               *> the officer's rate is a percentage of the dollar
               *> volume booked; no officer, or one not on the
               *> table, earns nothing
               ComputeIncentives.
                   move 1 to rowIdx.
                   perform until rowIdx > rowCount
                       if rwOfficer(rowIdx) not = spaces
                           move rwOfficer(rowIdx) to officerKey
                           perform LookupOfficer
                           if officerFound = 'Y'
                               compute rwIncentive(rowIdx) rounded =
                                   rwVolume(rowIdx)
                                       * ofCommission(ofIdx)
                                           / PercentBasis
                           else
                               add 1 to officersNotOnTable
                           end-if
                       end-if
                       add 1 to rowIdx
                   end-perform.

               SortRows.
                   move 'Y' to sortSwapped.
                   perform until sortSwapped = 'N'
                       move 'N' to sortSwapped
                       move 1 to sortIdx
                       perform until sortIdx >= rowCount
                           if rwKey(sortIdx) > rwKey(sortIdx + 1)
                               move productionRow(sortIdx) to swapRow
                               move productionRow(sortIdx + 1)
                                   to productionRow(sortIdx)
                               move swapRow
                                   to productionRow(sortIdx + 1)
                               move 'Y' to sortSwapped
                           end-if
                           add 1 to sortIdx
                       end-perform
                   end-perform.

               *> one branch's officers under its heading, closed by
               *> the branch subtotal; loans booked to no branch
               *> come first, as the sort leaves them
               WriteBranchBlock.
                   move currentBranch to outHeadBranch.
                   if currentBranch = spaces
                       move '(no branch)' to outHeadBranchName
                   else
                       move currentBranch to branchKey
                       perform LookupBranch
                       if branchFound = 'Y'
                           move brName(brIdx) to outHeadBranchName
                       else
                           move '(not on the branch table)'
                               to outHeadBranchName
                       end-if
                   end-if.
                   write reportLine from branchHeading.
                   move zeros to btBooked btVolume btRateVolume
                       btLoans btBalance btDelinquent btIncentive.
                   perform until rowIdx > rowCount
                       or rwBranch(rowIdx) not = currentBranch
                       move rwFigures(rowIdx) to lineFigures
                       move rwOfficer(rowIdx) to outOfficer
                       perform NameOfficer
                       perform WriteFigures
                       add rwBooked(rowIdx) to btBooked
                       add rwVolume(rowIdx) to btVolume
                       add rwRateVolume(rowIdx) to btRateVolume
                       add rwLoans(rowIdx) to btLoans
                       add rwBalance(rowIdx) to btBalance
                       add rwDelinquent(rowIdx) to btDelinquent
                       add rwIncentive(rowIdx) to btIncentive
                       add 1 to rowIdx
                   end-perform.
                   move branchTotals to lineFigures.
                   move spaces to outOfficer.
                   move '  Branch total' to outOfficerName.
                   perform WriteFigures.
                   write reportLine from breakLine.
                   add btBooked to gtBooked.
                   add btVolume to gtVolume.
                   add btRateVolume to gtRateVolume.
                   add btLoans to gtLoans.
                   add btBalance to gtBalance.
                   add btDelinquent to gtDelinquent.
                   add btIncentive to gtIncentive.

               NameOfficer.
                   if rwOfficer(rowIdx) = spaces
                       move '(unassigned)' to outOfficerName
                   else
                       move rwOfficer(rowIdx) to officerKey
                       perform LookupOfficer
                       if officerFound = 'Y'
                           move ofName(ofIdx) to outOfficerName
                       else
                           move '(not on table)' to outOfficerName
                       end-if
                   end-if.

               WriteFigures.
                   move lfBooked to outBooked.
                   move lfVolume to outVolume.
                   if lfVolume > 0
                       compute outAvgRate rounded =
                           lfRateVolume / lfVolume
                   else
                       move zeros to outAvgRate
                   end-if.
                   move lfLoans to outLoans.
                   move lfBalance to outBalance.
                   if lfBalance > 0
                       compute pctWork rounded =
                           (lfDelinquent * PercentBasis) / lfBalance
                       move pctWork to outDelinqPct
                   else
                       move zeros to outDelinqPct
                   end-if.
                   move lfIncentive to outIncentive.
                   write reportLine from reportDetail.

               copy "aging-io".

               copy "rate-table-io".

               copy "branch-officer-io".

               *> prodrpt.par, if present, supplies the month and
               *> the report name one per line - the same
               *> operator-repointing convention used for
               *> loanbatch.par
               GetProductionParameters.
                   open input productionParamFile.
                   if productionParamStatus = "00"
                       read productionParamFile
                           into productionParamRecord
                           at end
                               continue
                           not at end
                               if productionParamRecord(1:6)
                                   is numeric
                                   move productionParamRecord(1:6)
                                       to productionPeriod
                               end-if
                       end-read
                       read productionParamFile
                           into productionParamRecord
                           at end
                               continue
                           not at end
                               if productionParamRecord not = spaces
                                   move productionParamRecord
                                       to productionReportFileName
                               end-if
                       end-read
                       close productionParamFile
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
                   move "ProductionReport" to auditProgram.
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
