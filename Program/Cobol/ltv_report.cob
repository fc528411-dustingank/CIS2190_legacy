           identification division.
           program-id. LoanToValueReport.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select collateralFile assign to "COLLAT"
               organization is indexed
               access mode is dynamic
               record key is clLoanNum
               file status is collateralStatus.
           select ltvReport assign to dynamic ltvReportFileName
               organization is line sequential.
           select ltvParamFile assign to "ltvrpt.par"
               organization is line sequential
               file status is ltvParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd collateralFile.
               copy "collateral".

           fd ltvReport.
           01 reportLine pic X(90).

           fd ltvParamFile.
           01 ltvParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 masterStatus pic X(2).
           01 collateralStatus pic X(2).
           01 ltvParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended override for the report file name -
           *> ltvrpt.par (if present) supplies it, the same
           *> convention as loanbatch.par
           01 ltvReportFileName pic X(30) value "ltvrpt.rpt".

           *> policy LTV ceiling and appraisal age - see
           *> copybook/business-constants.cpy
           copy "business-constants".
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           77 masterEof pic X(1) value 'N'.
           77 collateralFound pic X(1).
           77 ltvPercent pic 9(5)V99 usage is COMPUTATIONAL-3.
           77 appraisalAgeMonths pic S9(5) usage is COMPUTATIONAL.
           01 appraisalDate.
               02 apprYear  pic 9(4).
               02 apprMonth pic 99.
               02 apprDay   pic 99.

           77 securedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 overLtvCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 staleCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 missingCount pic 9(5) usage is COMPUTATIONAL
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
           ' Loan-to-Value Report              Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(86) value all '-'.
           01 reportHeading.
               02 filler pic X(42) value
           ' Loan #  Type      Balance     Appraised  '.
               02 filler pic X(44) value
           '    LTV%  Appraised   Lien  Flag'.
           01 reportDetail.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outType    pic X(8).
               02 outBalance pic Z,ZZZ,ZZ9.99.
               02 filler     pic X(1) value space.
               02 outAppraised pic ZZZ,ZZZ,ZZ9.99.
               02 filler     pic X(2) value space.
               02 outLtv     pic ZZZZ9.99.
               02 filler     pic X(2) value space.
               02 outApprDate pic 9999/99/99.
               02 filler     pic X(3) value space.
               02 outLien    pic 9.
               02 filler     pic X(3) value space.
               02 outFlag    pic X(12).
           01 summaryLine.
               02 outSummaryLabel pic X(32).
               02 outSummaryCount pic ZZZZ9.
           01 policyLine.
               02 filler pic X(22) value '  Policy: LTV above '.
               02 outPolicyLtv pic ZZ9.99.
               02 filler pic X(26) value '%, appraisal older than '.
               02 outPolicyAge pic ZZ9.
               02 filler pic X(7) value ' months'.

           procedure division.
               *> measures every open secured loan on the master
               *> against its collateral on COLLAT: current balance
               *> over appraised value, flagging a loan above the
               *> policy LTV, a loan whose appraisal has gone stale,
               *> and a secured loan with no collateral registered
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetLtvParameters.
               move "LOANMAST/COLLAT LTV pass" to auditInputsValue.
               perform WriteAuditTrail.

               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no LTV run"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               *> no register yet means every secured loan is
               *> reported as missing its collateral
               open input collateralFile.
               open output ltvReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               move MaxLoanToValue to outPolicyLtv.
               move MaxAppraisalAgeMonths to outPolicyAge.
               write reportLine from policyLine.
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
                           *> closed and charged-off loans no longer
                           *> lean on their collateral; unsecured
                           *> loans have none to measure
                           if lmStatus not = 'C'
                               and lmStatus not = 'O'
                               and (lmProduct = 'V' or lmProduct = 'P'
                                   or lmProduct = 'D')
                               perform MeasureOneLoan
                           end-if
                   end-read
               end-perform.

               write reportLine from breakLine.
               move '  Secured loans measured:' to outSummaryLabel.
               move securedCount to outSummaryCount.
               write reportLine from summaryLine.
               move '  Above policy LTV:' to outSummaryLabel.
               move overLtvCount to outSummaryCount.
               write reportLine from summaryLine.
               move '  Appraisal past policy age:' to outSummaryLabel.
               move staleCount to outSummaryCount.
               write reportLine from summaryLine.
               move '  No collateral registered:' to outSummaryLabel.
               move missingCount to outSummaryCount.
               write reportLine from summaryLine.
               close ltvReport.
               if collateralStatus = "00"
                   close collateralFile
               end-if.
               close loanMaster.
               if overLtvCount > 0 or staleCount > 0
                   or missingCount > 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

               MeasureOneLoan.
                   add 1 to securedCount.
                   move 'N' to collateralFound.
                   if collateralStatus = "00"
                       move lmLoanNum to clLoanNum
                       read collateralFile
                           invalid key
                               continue
                           not invalid key
                               move 'Y' to collateralFound
                       end-read
                   end-if.
                   move lmLoanNum to outLoanNum.
                   evaluate lmProduct
                       when 'V'
                           move 'Vehicle ' to outType
                       when 'P'
                           move 'Property' to outType
                       when other
                           move 'Deposit ' to outType
                   end-evaluate.
                   move lmCurrentBalance to outBalance.
                   if collateralFound = 'N'
                       add 1 to missingCount
                       move zeros to outAppraised
                       move zeros to outLtv
                       move spaces to outApprDate(1:10)
                       move zeros to outLien
                       move 'NO COLLAT' to outFlag
                   else
                       perform ComputeLoanToValue
                   end-if.
                   write reportLine from reportDetail.

               *> LTV on today's balance, not the original principal;
               *> appraisal age in whole calendar months between the
               *> appraisal's month and the run month
               ComputeLoanToValue.
                   move clAppraisedValue to outAppraised.
                   move clLienPosition to outLien.
                   move clAppraisalDate to appraisalDate.
                   move spaces to outApprDate(1:10).
                   move apprYear to outApprDate(1:4).
                   move '/' to outApprDate(5:1).
                   move apprMonth to outApprDate(6:2).
                   move '/' to outApprDate(8:1).
                   move apprDay to outApprDate(9:2).
                   if lmCurrentBalance not > 0
                       move zeros to ltvPercent
                   else
                   if clAppraisedValue > 0
                       compute ltvPercent rounded =
                           lmCurrentBalance / clAppraisedValue
                           * PercentBasis
                           on size error
                               move 99999.99 to ltvPercent
                       end-compute
                   else
                       move 99999.99 to ltvPercent
                   end-if
                   end-if.
                   move ltvPercent to outLtv.
                   compute appraisalAgeMonths =
                       (runYear * MonthsPerYear + runMonth)
                       - (apprYear * MonthsPerYear + apprMonth).
                   move spaces to outFlag.
                   if ltvPercent > MaxLoanToValue
                       add 1 to overLtvCount
                       move 'OVER LTV' to outFlag
                   end-if.
                   if appraisalAgeMonths > MaxAppraisalAgeMonths
                       add 1 to staleCount
                       if outFlag = spaces
                           move 'STALE APPR' to outFlag
                       else
                           move 'OVER LTV+STL' to outFlag
                       end-if
                   end-if.

               *> ltvrpt.par, if present, supplies the report file
               *> name - the same operator-repointing convention used
               *> for loanbatch.par
               GetLtvParameters.
                   open input ltvParamFile.
                   if ltvParamStatus = "00"
                       read ltvParamFile into ltvParamRecord
                           at end
                               continue
                           not at end
                               move ltvParamRecord
                                   to ltvReportFileName
                       end-read
                       close ltvParamFile
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
                   move "LoanToValueReport" to auditProgram.
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
