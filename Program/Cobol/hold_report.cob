           identification division.
           program-id. HeldLoansReport.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select heldReport assign to dynamic heldReportFileName
               organization is line sequential.
           select heldParamFile assign to "heldloan.par"
               organization is line sequential
               file status is heldParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd holdSkipFile.
               copy "hold-skip".

           fd heldReport.
           01 reportLine pic X(100).

           fd heldParamFile.
           01 heldParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 masterStatus pic X(2).
           01 holdSkipStatus pic X(2).
           01 heldParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended override for the report file name -
           *> heldloan.par (if present) supplies it, the same
           *> convention as loanage.par
           01 heldReportFileName pic X(30) value "heldloan.rpt".

           *> the skip log summarised by loan and hold - how many
           *> actions each hold spared the loan and when the last
           *> one was - maxSkipLoans is a fixed, documented limit
           *> in the shop's usual style
           01 maxSkipLoans constant as 2000.
           77 skipLoanCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 skIdx pic S9(5) usage is COMPUTATIONAL.
           77 skFound pic X(1).
           77 findLoanNum pic 9(5).
           77 findHoldDate pic 9(8).
           01 skipArea.
               02 skipEntry occurs maxSkipLoans times.
                   03 skLoanNum  pic 9(5).
                   03 skHoldDate pic 9(8).
                   03 skCount    pic 9(5).
                   03 skLastDate pic 9(8).

           77 masterEof pic X(1) value 'N'.
           77 heldCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 pendingCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 heldBalance pic S9(9)V99 usage is COMPUTATIONAL-3
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
           ' Held Loans Report                 Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(96) value all '-'.
           01 reportHeading.
               02 filler pic X(48) value
           ' Loan #  Hold        Since       Case / Reason  '.
               02 filler pic X(48) value
           '          Balance  St  Skipped  Last Skip'.
           01 reportDetail.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outHoldType pic X(10).
               02 filler     pic X(2) value space.
               02 outHoldDate pic 9999/99/99.
               02 filler     pic X(2) value space.
               02 outReason  pic X(20).
               02 filler     pic X(2) value space.
               02 outBalance pic Z,ZZZ,ZZ9.99-.
               02 filler     pic X(2) value space.
               02 outStatus  pic X(1).
               02 filler     pic X(3) value space.
               02 outSkipped pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outLastSkip pic 9999/99/99.
               02 filler     pic X(1) value space.
               02 outPending pic X(7).
           01 noHeldLine.
               02 filler pic X(30) value '  (no loans on hold)'.
           01 summaryLine.
               02 filler pic X(18) value ' Loans on hold:   '.
               02 outHeldCount pic ZZZZ9.
               02 filler pic X(18) value '   Not yet in    '.
               02 filler pic X(8) value 'force:  '.
               02 outPendingCount pic ZZZZ9.
               02 filler pic X(18) value '   Held balance:  '.
               02 outHeldBalance pic ZZZ,ZZZ,ZZ9.99-.

           procedure division.
               *> every loan under a bankruptcy or legal hold, with
               *> the hold's type, effective date and case, the
               *> balance the hold has frozen, and how many
               *> collection actions the nightly runs have declined
               *> for it off holdskip.log - the log itself, record
               *> by record, is the evidence for counsel; this is
               *> the index to it
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetHeldParameters.
               move "LOANMAST/holdskip.log" to auditInputsValue.
               perform WriteAuditTrail.

               perform LoadSkipLog.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no held-loans report"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open output heldReport.
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
                           if lmHoldCode not = space
                               perform ReportOneHold
                           end-if
                   end-read
               end-perform.

               if heldCount = 0
                   write reportLine from noHeldLine
               end-if.
               write reportLine from breakLine.
               move heldCount to outHeldCount.
               move pendingCount to outPendingCount.
               move heldBalance to outHeldBalance.
               write reportLine from summaryLine.
               close heldReport.
               close loanMaster.
               stop run.

               ReportOneHold.
                   add 1 to heldCount.
                   add lmCurrentBalance to heldBalance.
                   move lmLoanNum to outLoanNum.
                   evaluate lmHoldCode
                       when 'B'
                           move 'BANKRUPTCY' to outHoldType
                       when 'L'
                           move 'LEGAL     ' to outHoldType
                       when other
                           move spaces to outHoldType
                           move lmHoldCode to outHoldType(1:1)
                   end-evaluate.
                   move spaces to outHoldDate(1:10).
                   move spaces to outPending.
                   if lmHoldDate is numeric and lmHoldDate > 0
                       move lmHoldDate(1:4) to outHoldDate(1:4)
                       move '/' to outHoldDate(5:1)
                       move lmHoldDate(5:2) to outHoldDate(6:2)
                       move '/' to outHoldDate(8:1)
                       move lmHoldDate(7:2) to outHoldDate(9:2)
                       *> the same in-force test hold-io.cpy makes
                       if lmHoldDate > runDate
                           move 'PENDING' to outPending
                           add 1 to pendingCount
                       end-if
                   end-if.
                   move lmHoldReason to outReason.
                   move lmCurrentBalance to outBalance.
                   move lmStatus to outStatus.
                   move lmLoanNum to findLoanNum.
                   if lmHoldDate is numeric
                       move lmHoldDate to findHoldDate
                   else
                       move zeros to findHoldDate
                   end-if.
                   perform FindSkipEntry.
                   move spaces to outLastSkip(1:10).
                   if skFound = 'Y'
                       move skCount(skIdx) to outSkipped
                       move skLastDate(skIdx)(1:4)
                           to outLastSkip(1:4)
                       move '/' to outLastSkip(5:1)
                       move skLastDate(skIdx)(5:2)
                           to outLastSkip(6:2)
                       move '/' to outLastSkip(8:1)
                       move skLastDate(skIdx)(7:2)
                           to outLastSkip(9:2)
                   else
                       move zeros to outSkipped
                   end-if.
                   write reportLine from reportDetail.

               FindSkipEntry.
                   move 'N' to skFound.
                   move 1 to skIdx.
                   perform until skIdx > skipLoanCount
                       or skFound = 'Y'
                       if skLoanNum(skIdx) = findLoanNum
                           and skHoldDate(skIdx) = findHoldDate
                           move 'Y' to skFound
                       else
                           add 1 to skIdx
                       end-if
                   end-perform.

               *> tallied by loan and hold date, so only the skips
               *> made under the hold now standing count - a loan
               *> held, lifted and held again starts its tally over
               *> with the new hold
               LoadSkipLog.
                   open input holdSkipFile.
                   if holdSkipStatus = "00"
                       perform until holdSkipStatus = "10"
                           read holdSkipFile into holdSkipRecord
                               at end
                                   continue
                               not at end
                                   perform TallyOneSkip
                           end-read
                       end-perform
                       close holdSkipFile
                   end-if.

               TallyOneSkip.
                   move hsLoanNum to findLoanNum.
                   move hsHoldDate to findHoldDate.
                   perform FindSkipEntry.
                   if skFound = 'N' and skipLoanCount < maxSkipLoans
                       add 1 to skipLoanCount
                       move skipLoanCount to skIdx
                       move hsLoanNum to skLoanNum(skIdx)
                       move hsHoldDate to skHoldDate(skIdx)
                       move zeros to skCount(skIdx)
                       move zeros to skLastDate(skIdx)
                       move 'Y' to skFound
                   end-if.
                   if skFound = 'Y'
                       add 1 to skCount(skIdx)
                       if hsRunDate > skLastDate(skIdx)
                           move hsRunDate to skLastDate(skIdx)
                       end-if
                   end-if.

               *> heldloan.par, if present, supplies the report file
               *> name - the same operator-repointing convention
               *> used for loanage.par
               GetHeldParameters.
                   open input heldParamFile.
                   if heldParamStatus = "00"
                       read heldParamFile into heldParamRecord
                           at end
                               continue
                           not at end
                               move heldParamRecord
                                   to heldReportFileName
                       end-read
                       close heldParamFile
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
                   move "HeldLoansReport" to auditProgram.
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
