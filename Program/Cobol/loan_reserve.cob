               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select participationFile assign to "particip.tab"
               organization is line sequential
               file status is participationStatus.
           select reserveReport assign to dynamic reportFileName
               organization is line sequential.
           select reserveHistory assign to "reservhist.dat"
           fd loanMaster.
               copy "loan-master".

           fd participationFile.
               copy "participation".

           fd reserveReport.
           01 reportLine pic X(90).

               02 rhRequired pic 9(11)V99.

           fd reserveParamFile.
               copy "reserve-rule".

           fd auditFile.
               copy "audit-trail".
           copy "return-codes".

           01 masterStatus pic X(2).
           01 participationStatus pic X(2).
           01 reserveHistStatus pic X(2).
           01 reserveParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> number of reserve-percentage rows
           01 reportFileName pic X(30) value "reserve.rpt".

           *> the reserve-percentage matrix - see
           *> copybook/reserve-pct-io.cpy
           copy "reserve-pct-table".

           77 masterEof pic X(1) value 'N'.
           copy "aging-fields".
           77 reserveMovement pic S9(11)V99
               usage is COMPUTATIONAL-3.

           *> the shares of loans sold to investors - see
           *> copybook/participation-io.cpy - so the reserve on our
           *> retained share shows apart from the gross book's; the
           *> run history stays on the gross figure
           copy "participation-table".
           77 grossBalance pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 retainedBalance pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 retainedReserve pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 loanRetained pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 soldAmount pic S9(11)V99 usage is COMPUTATIONAL-3.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 outRowBalance pic ZZZZZZZZZ9.99.
               02 filler pic X(8) value space.
               02 outRowReserve pic ZZZZZZZZZ9.99.
           01 shareHeading.
               02 filler pic X(60) value
           ' Our Share            Balance        Required Reserve'.
           01 totalLine.
               02 filler pic X(28) value
                   ' Portfolio required reserve '.
               *> shows required reserve by bucket and by tier with
               *> a portfolio total - compared against the prior
               *> run's figure from the reserve history file so the
               *> movement is visible at a glance, and split between
               *> the shares sold to investors and the share we keep
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform SetDefaultPercentages.
               move "LOANMAST provisioning pass" to auditInputsValue.
               perform WriteAuditTrail.
               perform ReadPriorRun.
               perform LoadParticipations.

               open input loanMaster.
               if masterStatus not = "00"
                   add lmCurrentBalance to trBalance(tierIdx).
                   add loanReserve to trReserve(tierIdx).
                   add loanReserve to totalRequired.
                   add lmCurrentBalance to grossBalance.
                   move lmLoanNum to partLoanNum.
                   perform FindSoldPercent.
                   compute loanRetained rounded =
                       lmCurrentBalance * retainedPercent / 100.
                   add loanRetained to retainedBalance.
                   compute loanRetained rounded =
                       loanReserve * retainedPercent / 100.
                   add loanRetained to retainedReserve.

               copy "aging-io".

               copy "participation-io".

               WriteReserveReport.
                   open output reserveReport.
                   move spaces to outRunDate(1:10).
                   else
                       write reportLine from noPriorLine
                   end-if.
                   write reportLine from breakLine.
                   write reportLine from shareHeading.
                   move ' Gross book ' to outRowLabel.
                   move grossBalance to outRowBalance.
                   move totalRequired to outRowReserve.
                   write reportLine from reserveDetail.
                   move ' Sold       ' to outRowLabel.
                   compute soldAmount = grossBalance - retainedBalance.
                   move soldAmount to outRowBalance.
                   compute soldAmount =
                       totalRequired - retainedReserve.
                   move soldAmount to outRowReserve.
                   write reportLine from reserveDetail.
                   move ' Retained   ' to outRowLabel.
                   move retainedBalance to outRowBalance.
                   move retainedReserve to outRowReserve.
                   write reportLine from reserveDetail.
                   close reserveReport.

               *> the history file is chronological, so the last
                   write reserveHistRecord.
                   close reserveHistory.

               copy "reserve-pct-io".

               *> reserve.par, if present, supplies the report file
               *> name on line 1, then reserve-percentage rows -
                       close reserveParamFile
                   end-if.

               *> record this run on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
