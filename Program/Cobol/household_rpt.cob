           identification division.
           program-id. HouseholdReport.

           environment division.

           input-output section.
           file-control.
           select householdFile assign to "household.dat"
               organization is line sequential
               file status is householdStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanCustFile assign to "loancust.dat"
               organization is line sequential
               file status is loanCustStatus.
           select householdReport assign to dynamic reportFileName
               organization is line sequential.
           select reportParamFile assign to "household.par"
               organization is line sequential
               file status is reportParamStatus.

           data division.
           file section.
           fd householdFile.
               copy "household".

           fd custFile.
               copy "customer-record".

           fd loanMaster.
               copy "loan-master".

           fd loanCustFile.
               copy "loan-cust-xref".

           fd householdReport.
           01 reportLine pic X(80).

           fd reportParamFile.
           01 reportParamRecord pic X(30).

           working-storage section.
           copy "return-codes".

           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 loanCustStatus pic X(2).
           01 reportParamStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           77 masterEof pic X(1) value 'N'.

           *> unattended override for the report file name -
           *> household.par (if present) supplies it, the same
           *> convention as custxref.par
           01 reportFileName pic X(30) value "household.rpt".

           *> the households - see copybook/household-io.cpy
           copy "household-table".
           copy "aging-fields".

           *> the loan master held in one table, each loan already
           *> bucketed - maxLoans is a fixed, documented limit in the
           *> shop's usual style. ltBucket is 0 current (or closed),
           *> 1 thirty days, 2 sixty, 3 ninety and over, 4 charged
           *> off - the higher, the worse
           01 maxLoans constant as 5000.
           77 loanCount pic S9(5) usage is COMPUTATIONAL value zeros.
           77 loanDropped pic S9(5) usage is COMPUTATIONAL
               value zeros.
           01 loanTableArea.
               02 loanTableEntry occurs maxLoans times.
                   03 ltLoanNum pic 9(5).
                   03 ltCustId  pic 9(6).
                   03 ltBalance pic S9(7)V99
                       usage is COMPUTATIONAL-3.
                   03 ltStatus  pic X(1).
                   03 ltBucket  pic 9.

           *> the loan-to-customer cross-reference, so a member's
           *> co-borrowed loans are found as well as their own
           01 maxXrefs constant as 5000.
           77 xrefCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 xIdx pic S9(5) usage is COMPUTATIONAL.
           01 xrefArea.
               02 xrefEntry occurs maxXrefs times.
                   03 xrLoanNum pic 9(5).
                   03 xrCustId pic 9(6).
                   03 xrRole pic X(1).

           *> the loans already counted into this household's total
           *> - a loan two members are both party to is listed under
           *> each but counted once
           01 maxCounted constant as 300.
           77 countedCount pic S9(5) usage is COMPUTATIONAL.
           77 cIdx pic S9(5) usage is COMPUTATIONAL.
           77 alreadyCounted pic X(1).
           01 countedArea.
               02 countedLoan occurs maxCounted times pic 9(5).

           77 i pic S9(5) usage is COMPUTATIONAL.
           77 lkIdx pic S9(5) usage is COMPUTATIONAL.
           77 lkFound pic X(1).
           77 listIdx pic S9(5) usage is COMPUTATIONAL.
           77 firstIdx pic S9(5) usage is COMPUTATIONAL.
           77 workRole pic X(1).
           77 householdLoanCount pic 9(5) usage is COMPUTATIONAL.
           77 householdBalance pic S9(9)V99
               usage is COMPUTATIONAL-3.
           77 householdWorst pic 9.
           77 householdsListed pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 householdsOverLimit pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 bucketIn pic 9.
           77 bucketText pic X(11).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.

           01 reportHeading.
               02 filler pic X(40) value
           ' Household Relationship Summary    Run '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(72) value all '-'.
           01 householdHeader.
               02 filler pic X(11) value ' Household '.
               02 outHouseholdId pic ZZZZZ9.
               02 filler pic X(8) value '  Head  '.
               02 outHeadName pic X(20).
               02 filler pic X(9) value '  Limit  '.
               02 outLimit pic ZZZZZZ9.99.
           01 memberLine.
               02 filler pic X(3) value space.
               02 outCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outCustName pic X(20).
               02 filler pic X(2) value space.
               02 outRelation pic X(10).
           01 loanDetail.
               02 filler pic X(10) value '     Loan '.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(7) value '  Role '.
               02 outRole pic X(1).
               02 filler pic X(10) value '  Balance '.
               02 outBalance pic ZZZZZZ9.99-.
               02 filler pic X(9) value '  Status '.
               02 outStatus pic X(1).
               02 filler pic X(2) value space.
               02 outBucket pic X(11).
           01 noLoansLine.
               02 filler pic X(20) value '     (no loans)'.
           01 householdFooter1.
               02 filler pic X(18) value '   Household loans'.
               02 outHouseholdLoans pic ZZZZ9.
               02 filler pic X(20) value '  Combined balance  '.
               02 outHouseholdBalance pic ZZZZZZZZ9.99-.
           01 householdFooter2.
               02 filler pic X(28) value
           '   Worst delinquency bucket '.
               02 outWorstBucket pic X(11).
               02 outOverLimit pic X(20).
           01 summaryLine1.
               02 filler pic X(22) value ' Households listed:  '.
               02 outHouseholdsListed pic ZZZZ9.
           01 summaryLine2.
               02 filler pic X(22) value ' Over household limit:'.
               02 outHouseholdsOver pic ZZZZ9.

           procedure division.
               *> the relationship summary: every household on
               *> household.dat with each member and every loan they
               *> hold, as the master's signer ('P') or as a party on
               *> loancust.dat, then the household's combined balance
               *> (each loan once) and the worst delinquency bucket
               *> any of its loans is in - the family's whole
               *> exposure with us on one page instead of scattered
               *> across unrelated customer numbers
               accept runDate from date yyyymmdd.
               perform GetReportParameters.
               perform LoadHouseholds.
               perform LoadLoanTable.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no relationship summary"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform LoadLoanCustXref.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.

               open output householdReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportHeading.
               write reportLine from breakLine.
               if memberCount = 0
                   display "No households (household.dat) on file"
               end-if.
               move 1 to listIdx.
               perform until listIdx > memberCount
                   perform ReportIfFirstRow
                   add 1 to listIdx
               end-perform.
               move householdsListed to outHouseholdsListed.
               write reportLine from summaryLine1.
               move householdsOverLimit to outHouseholdsOver.
               write reportLine from summaryLine2.
               close householdReport.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.

               display "Relationship summary written to "
                   reportFileName.
               display "Households: " outHouseholdsListed
                   "  over limit: " outHouseholdsOver.
               if loanDropped > 0
                   display "Loan table full - " loanDropped
                       " loans left off the summary"
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> each household once, at the first of its rows
               ReportIfFirstRow.
                   move 1 to firstIdx.
                   perform until firstIdx >= listIdx
                       or mbHouseholdId(firstIdx)
                           = mbHouseholdId(listIdx)
                       add 1 to firstIdx
                   end-perform.
                   if firstIdx = listIdx
                       move mbHouseholdId(listIdx) to householdOfCust
                       perform ReportOneHousehold
                   end-if.

               ReportOneHousehold.
                   add 1 to householdsListed.
                   move zeros to householdLoanCount.
                   move zeros to householdBalance.
                   move zeros to householdWorst.
                   move zeros to countedCount.
                   perform FindHouseholdHead.
                   move householdOfCust to outHouseholdId.
                   move spaces to outHeadName.
                   move zeros to outLimit.
                   if headIdx > 0
                       move mbCustId(headIdx) to IdNum
                       perform ReadCustomerName
                       move custName to outHeadName
                       move mbLimit(headIdx) to outLimit
                   end-if.
                   write reportLine from householdHeader.
                   *> the head first, then everyone else
                   if headIdx > 0
                       move headIdx to mbIdx
                       perform ReportMember
                   end-if.
                   move 1 to mbIdx.
                   perform until mbIdx > memberCount
                       if mbHouseholdId(mbIdx) = householdOfCust
                           and mbIdx not = headIdx
                           perform ReportMember
                       end-if
                       add 1 to mbIdx
                   end-perform.
                   move householdLoanCount to outHouseholdLoans.
                   move householdBalance to outHouseholdBalance.
                   write reportLine from householdFooter1.
                   move householdWorst to bucketIn.
                   perform SetBucketText.
                   move bucketText to outWorstBucket.
                   move spaces to outOverLimit.
                   if headIdx > 0
                       if mbLimit(headIdx) > 0
                           and householdBalance > mbLimit(headIdx)
                           move '  ** OVER LIMIT **' to outOverLimit
                           add 1 to householdsOverLimit
                       end-if
                   end-if.
                   write reportLine from householdFooter2.
                   write reportLine from breakLine.

               ReportMember.
                   move mbCustId(mbIdx) to outCustId.
                   move mbCustId(mbIdx) to IdNum.
                   perform ReadCustomerName.
                   move custName to outCustName.
                   move mbRelation(mbIdx) to outRelation.
                   write reportLine from memberLine.
                   move zeros to lkIdx.
                   *> the member's own loans as the master's signer
                   move 1 to i.
                   perform until i > loanCount
                       if ltCustId(i) = mbCustId(mbIdx)
                           move i to lkIdx
                           move 'P' to workRole
                           perform ReportLoan
                       end-if
                       add 1 to i
                   end-perform.
                   *> and the loans they are a listed party to
                   *> beyond that
                   move 1 to xIdx.
                   perform until xIdx > xrefCount
                       if xrCustId(xIdx) = mbCustId(mbIdx)
                           perform ReportXrefLoan
                       end-if
                       add 1 to xIdx
                   end-perform.
                   if lkIdx = 0
                       write reportLine from noLoansLine
                   end-if.

               ReportXrefLoan.
                   move 'N' to lkFound.
                   move 1 to i.
                   perform until i > loanCount or lkFound = 'Y'
                       if ltLoanNum(i) = xrLoanNum(xIdx)
                           move 'Y' to lkFound
                       else
                           add 1 to i
                       end-if
                   end-perform.
                   if lkFound = 'Y'
                       if ltCustId(i) not = mbCustId(mbIdx)
                           move i to lkIdx
                           move xrRole(xIdx) to workRole
                           perform ReportLoan
                       end-if
                   end-if.

               *> loan i under the member, counted into the household
               *> the first time it is seen
               ReportLoan.
                   move ltLoanNum(i) to outLoanNum.
                   move workRole to outRole.
                   move ltBalance(i) to outBalance.
                   move ltStatus(i) to outStatus.
                   move ltBucket(i) to bucketIn.
                   perform SetBucketText.
                   move bucketText to outBucket.
                   write reportLine from loanDetail.
                   move 'N' to alreadyCounted.
                   move 1 to cIdx.
                   perform until cIdx > countedCount
                       or alreadyCounted = 'Y'
                       if countedLoan(cIdx) = ltLoanNum(i)
                           move 'Y' to alreadyCounted
                       end-if
                       add 1 to cIdx
                   end-perform.
                   if alreadyCounted = 'N'
                       add 1 to householdLoanCount
                       add ltBalance(i) to householdBalance
                       if ltBucket(i) > householdWorst
                           move ltBucket(i) to householdWorst
                       end-if
                       if countedCount < maxCounted
                           add 1 to countedCount
                           move ltLoanNum(i)
                               to countedLoan(countedCount)
                       end-if
                   end-if.

               SetBucketText.
                   evaluate bucketIn
                       when 1
                           move '30 days' to bucketText
                       when 2
                           move '60 days' to bucketText
                       when 3
                           move '90+ days' to bucketText
                       when 4
                           move 'charged off' to bucketText
                       when other
                           move 'current' to bucketText
                   end-evaluate.

               ReadCustomerName.
                   move spaces to custName.
                   if custFileAvailable = 'Y'
                       read custFile
                           invalid key
                               move '(not on file)' to custName
                       end-read
                   end-if.

               *> every loan on the master, bucketed the way the
               *> aging report buckets it (see copybook/aging-io.cpy)
               LoadLoanTable.
                   open input loanMaster.
                   if masterStatus = "00"
                       move zeros to lmLoanNum
                       start loanMaster key >= lmLoanNum
                           invalid key
                               move 'Y' to masterEof
                       end-start
                       perform until masterEof = 'Y'
                           read loanMaster next record
                               at end
                                   move 'Y' to masterEof
                               not at end
                                   perform KeepLoan
                           end-read
                       end-perform
                       close loanMaster
                   end-if.

               KeepLoan.
                   if loanCount >= maxLoans
                       add 1 to loanDropped
                   else
                       add 1 to loanCount
                       move lmLoanNum to ltLoanNum(loanCount)
                       move lmCustId to ltCustId(loanCount)
                       move lmCurrentBalance to ltBalance(loanCount)
                       move lmStatus to ltStatus(loanCount)
                       move zeros to ltBucket(loanCount)
                       evaluate lmStatus
                           when 'O'
                               move 4 to ltBucket(loanCount)
                           when 'C'
                               continue
                           when other
                               perform ComputePaymentsBehind
                               if paymentsBehind > 3
                                   move 3 to ltBucket(loanCount)
                               else
                                   move paymentsBehind
                                       to ltBucket(loanCount)
                               end-if
                       end-evaluate
                   end-if.

               copy "aging-io".

               LoadLoanCustXref.
                   open input loanCustFile.
                   if loanCustStatus = "00"
                       perform until loanCustStatus = "10"
                           read loanCustFile into loanCustXrefRecord
                               at end
                                   continue
                               not at end
                                   if xrefCount < maxXrefs
                                       and lxLoanNum is numeric
                                       and lxCustId is numeric
                                       add 1 to xrefCount
                                       move lxLoanNum
                                           to xrLoanNum(xrefCount)
                                       move lxCustId
                                           to xrCustId(xrefCount)
                                       move lxRole
                                           to xrRole(xrefCount)
                                   end-if
                           end-read
                       end-perform
                       close loanCustFile
                   end-if.

               copy "household-io".

               *> household.par, if present, supplies the report file
               *> name - the same operator-repointing convention used
               *> for custxref.par
               GetReportParameters.
                   open input reportParamFile.
                   if reportParamStatus = "00"
                       read reportParamFile into reportParamRecord
                           at end
                               continue
                           not at end
                               move reportParamRecord
                                   to reportFileName
                       end-read
                       close reportParamFile
                   end-if.
