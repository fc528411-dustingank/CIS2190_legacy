           identification division.
           program-id. PendingApprovalReport.

           environment division.

           input-output section.
           file-control.
           select approvalFile assign to "approvals.dat"
               organization is line sequential
               file status is approvalStatus.
           select agedReport assign to dynamic reportFileName
               organization is line sequential.
           select reportParamFile assign to "approval.par"
               organization is line sequential
               file status is reportParamStatus.

           data division.
           file section.
           fd approvalFile.
               copy "approval-entry".

           fd agedReport.
           01 reportLine pic X(80).

           fd reportParamFile.
           01 reportParamRecord pic X(30).

           working-storage section.
           copy "return-codes".

           01 reportParamStatus pic X(2).
           *> the approval file as it stands - see
           *> copybook/approval-fields.cpy
           copy "approval-fields".
           77 operatorId pic X(8) value spaces.

           *> unattended overrides - approval.par (if present)
           *> supplies the report name and the age in days past
           *> which a waiting change is reported, one per line, the
           *> same convention as loanedit.par
           01 reportFileName pic X(30) value "approval.rpt".
           01 ageDaysText pic X(30).
           77 ageDays pic 999 value 2.

           77 pendingCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 agedCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 dayCount pic 9(5) usage is COMPUTATIONAL.
           01 monthDaysTable.
               02 filler pic X(24) value '312831303130313130313031'.
           01 filler redefines monthDaysTable.
               02 monthDays pic 99 occurs 12 times.
           77 leapRemainder pic 9(4) usage is COMPUTATIONAL.
           77 leapQuotient pic 9(4) usage is COMPUTATIONAL.
           77 leapYearFlag pic X(1).
           77 monthLength pic 99.
           01 stepDate.
               02 stepYear  pic 9(4).
               02 stepMonth pic 99.
               02 stepDay   pic 99.

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
               02 filler pic X(40) value
           ' Changes Awaiting Approval         Run '.
               02 outRunDate pic 9999/99/99.
           01 ageLine.
               02 filler pic X(32) value
           ' Waiting longer than (days):    '.
               02 outAgeDays pic ZZ9.
           01 breakLine.
               02 filler pic X(72) value all '-'.
           01 reportHeading.
               02 filler pic X(40) value
           '  Entry Change         Key        Maker '.
               02 filler pic X(30) value
           '   Proposed     Days  Amount'.
           01 reportDetail.
               02 filler pic X(1) value space.
               02 outEntryId pic Z(5)9.
               02 filler pic X(1) value space.
               02 outKind pic X(14).
               02 filler pic X(1) value space.
               02 outKey pic X(10).
               02 filler pic X(1) value space.
               02 outMaker pic X(8).
               02 filler pic X(2) value space.
               02 outProposed pic 9999/99/99.
               02 filler pic X(2) value space.
               02 outDays pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outAmount pic ZZZZZZ9.99.
           01 reportNoteLine.
               02 filler pic X(9) value space.
               02 outNote pic X(30).
           01 summaryPending.
               02 filler pic X(32) value
           ' Changes awaiting approval:     '.
               02 outPendingCount pic ZZZZ9.
           01 summaryAged.
               02 filler pic X(32) value
           ' Waiting past the age limit:    '.
               02 outAgedCount pic ZZZZ9.

           procedure division.
               *> the follow-up on dual control: every change still
               *> waiting on approvals.dat for a second operator
               *> longer than the age limit (two days unless
               *> approval.par says otherwise) is listed with who
               *> proposed it, when, and how long it has waited, so a
               *> charge-off or a new bank account cannot sit
               *> unnoticed in the queue. Anything listed ends the
               *> run with a warning
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetReportParameters.
               perform LoadApprovals.
               if approvalsNotHeld > 0
                   display "approvals.dat has " approvalsNotHeld
                       " entries the table cannot hold - no aged "
                       "report; see the supervisor"
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               open output agedReport.
               move runDate to outRunDate.
               write reportLine from reportTitle.
               move ageDays to outAgeDays.
               write reportLine from ageLine.
               write reportLine from breakLine.
               write reportLine from reportHeading.
               write reportLine from breakLine.
               move 1 to apIdx.
               perform until apIdx > approvalCount
                   if aeState(apIdx) = 'P'
                       add 1 to pendingCount
                       perform ConsiderAgedEntry
                   end-if
                   add 1 to apIdx
               end-perform.
               write reportLine from breakLine.
               move pendingCount to outPendingCount.
               write reportLine from summaryPending.
               move agedCount to outAgedCount.
               write reportLine from summaryAged.
               close agedReport.

               display "Pending approvals written to "
                   reportFileName.
               display "Awaiting approval: " outPendingCount
                   "  past the age limit: " outAgedCount.
               if agedCount > 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> counted a day at a time from the day the change was
               *> proposed up to today, the way the dispute tracker
               *> counts days overdue
               ConsiderAgedEntry.
                   move aeMaker(apIdx) to shownApproval.
                   move zeros to dayCount.
                   if saDate is numeric
                       move saDate to stepDate
                       perform until stepDate >= runDate
                           or dayCount >= 99999
                           perform AdvanceOneDay
                           add 1 to dayCount
                       end-perform
                   end-if.
                   if dayCount > ageDays
                       add 1 to agedCount
                       perform WriteAgedEntry
                   end-if.

               WriteAgedEntry.
                   move saEntryId to outEntryId.
                   evaluate saKind
                       when 'O'
                           move 'charge-off' to outKind
                       when 'M'
                           move 'modification' to outKind
                       when 'T'
                           move 'rate tier row' to outKind
                       when 'B'
                           move 'bank account' to outKind
                       when other
                           move 'unknown' to outKind
                   end-evaluate.
                   move saKey to outKey.
                   move saOperator to outMaker.
                   move saDate to outProposed.
                   move dayCount to outDays.
                   move saAmount to outAmount.
                   write reportLine from reportDetail.
                   move saNote to outNote.
                   write reportLine from reportNoteLine.

               AdvanceOneDay.
                   move monthDays(stepMonth) to monthLength.
                   if stepMonth = 2
                       perform CheckLeapYear
                       if leapYearFlag = 'Y'
                           move 29 to monthLength
                       end-if
                   end-if.
                   if stepDay < monthLength
                       add 1 to stepDay
                   else
                       move 1 to stepDay
                       if stepMonth = 12
                           move 1 to stepMonth
                           add 1 to stepYear
                       else
                           add 1 to stepMonth
                       end-if
                   end-if.

               CheckLeapYear.
                   move 'N' to leapYearFlag.
                   divide stepYear by 4 giving leapQuotient
                       remainder leapRemainder.
                   if leapRemainder = 0
                       move 'Y' to leapYearFlag
                       divide stepYear by 100 giving leapQuotient
                           remainder leapRemainder
                       if leapRemainder = 0
                           move 'N' to leapYearFlag
                           divide stepYear by 400
                               giving leapQuotient
                               remainder leapRemainder
                           if leapRemainder = 0
                               move 'Y' to leapYearFlag
                           end-if
                       end-if
                   end-if.

               copy "approval-io".

               *> approval.par, if present, supplies the report file
               *> name and the age limit in days one per line
               GetReportParameters.
                   open input reportParamFile.
                   if reportParamStatus = "00"
                       read reportParamFile into reportParamRecord
                           at end
                               continue
                           not at end
                               if reportParamRecord not = spaces
                                   move reportParamRecord
                                       to reportFileName
                               end-if
                       end-read
                       read reportParamFile into reportParamRecord
                           at end
                               continue
                           not at end
                               move reportParamRecord to ageDaysText
                               if ageDaysText(1:3) is numeric
                                   move ageDaysText(1:3) to ageDays
                               end-if
                       end-read
                       close reportParamFile
                   end-if.
